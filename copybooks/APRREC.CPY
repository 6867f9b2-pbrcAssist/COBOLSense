000100****************************************************************
000200*                                                                *
000300*  APRREC    -  MAINTENANCE APPROVAL CARD                        *
000400*                                                                *
000500*  ONE OR MORE RECORDS READ FROM APPRIN BY MNTAPPR, ONE          *
000600*  DECISION PER CARD.  APR-FUNCTION-X IS 'A' TO APPROVE OR 'R'   *
000700*  TO REJECT THE PENDING CHANGE WHOSE ID (MASTER, SUBMIT DATE,   *
000800*  SUBMIT TIME AND SEQUENCE, AS PRINTED ON THE APPRRPT REPORT)   *
000900*  IS ON THE CARD.  AN 'A' CARD WITH THE DATE, TIME AND          *
001000*  SEQUENCE LEFT BLANK APPROVES EVERY CHANGE STILL PENDING FOR   *
001100*  THAT MASTER.  THE APPROVER'S USER ID IS REQUIRED AND MUST     *
001200*  DIFFER FROM THE SUBMITTER'S - A CHANGE IS NEVER RELEASED BY   *
001300*  THE PERSON WHO MADE IT.  THE NOTE IS KEPT ON THE PENDING      *
001400*  ENTRY (THE REASON, FOR A REJECTION).                          *
001500*                                                                *
001600*  MODIFICATION HISTORY                                          *
001700*  ------------------------------------------------------------  *
001800*  2026-12-28  DEH  ORIGINAL COPYBOOK.                           *
001900****************************************************************
002000 01  APR-RECORD.
002100     05  APR-FUNCTION-X              PIC X(01).
002200         88  APR-APPROVE-FUNCTION            VALUE 'A'.
002300         88  APR-REJECT-FUNCTION             VALUE 'R'.
002400     05  FILLER                      PIC X(01).
002500     05  APR-MASTER-X                PIC X(01).
002600         88  APR-VALID-MASTER                VALUE 'F' 'D' 'S'.
002700     05  FILLER                      PIC X(01).
002800     05  APR-SUBMIT-DATE-X           PIC X(08).
002900     05  FILLER                      PIC X(01).
003000     05  APR-SUBMIT-TIME-X           PIC X(08).
003100     05  FILLER                      PIC X(01).
003200     05  APR-SEQ-X                   PIC X(04).
003300     05  FILLER                      PIC X(01).
003400     05  APR-APPROVER                PIC X(08).
003500     05  FILLER                      PIC X(01).
003600     05  APR-NOTE                    PIC X(30).
003700     05  FILLER                      PIC X(14).
