000100****************************************************************
000200*                                                                *
000300*  PNDREC    -  PENDING MAINTENANCE CHANGE RECORD                *
000400*                                                                *
000500*  ONE RECORD PER MAINTENANCE CARD THAT WOULD CHANGE A MASTER -  *
000600*  A FACTMNT PURGE, A DEPTMNT ADD, CHANGE, RETIRE OR PURGE, OR   *
000700*  AN SRQMNT ADD, CHANGE OR PURGE - HELD IN THE PENDMST INDEXED  *
000800*  FILE UNTIL A DIFFERENT USER ID RELEASES IT.  THE MAINTENANCE  *
000900*  PROGRAM QUEUES THE CARD IMAGE WITH THE SUBMITTER'S ID         *
001000*  (STATUS 'P'); MNTAPPR APPROVES ('A'), REJECTS ('R') OR        *
001100*  EXPIRES ('X') IT; THE NEXT RUN OF THE OWNING MAINTENANCE      *
001200*  PROGRAM APPLIES AN APPROVED CHANGE AND MARKS IT APPLIED       *
001300*  ('D') WITH THE RESULTING ACTION TEXT.  ENTRIES ARE NEVER      *
001400*  DELETED, SO THE FILE IS ALSO THE RECORD OF WHO MADE AND WHO   *
001500*  RELEASED EVERY CHANGE.                                        *
001600*                                                                *
001700*  THE KEY IS THE MASTER ('F' FACTMST, 'D' DEPTMST, 'S' SRQMST), *
001800*  THE SUBMITTING RUN'S DATE AND TIME (HHMMSSCC) AND A SEQUENCE  *
001900*  WITHIN THAT RUN - THE PENDING CHANGE ID QUOTED ON APPROVAL    *
002000*  CARDS.                                                        *
002100*                                                                *
002200*  MODIFICATION HISTORY                                          *
002300*  ------------------------------------------------------------  *
002400*  2026-12-28  DEH  ORIGINAL COPYBOOK.                           *
002500****************************************************************
002600 01  PND-RECORD.
002700     05  PND-KEY.
002800         10  PND-MASTER-X            PIC X(01).
002900             88  PND-FACTMST                 VALUE 'F'.
003000             88  PND-DEPTMST                 VALUE 'D'.
003100             88  PND-SRQMST                  VALUE 'S'.
003200         10  PND-SUBMIT-DATE         PIC 9(08).
003300         10  PND-SUBMIT-TIME         PIC 9(08).
003400         10  PND-SEQ                 PIC 9(04).
003500     05  PND-STATUS-X                PIC X(01).
003600         88  PND-PENDING                     VALUE 'P'.
003700         88  PND-APPROVED                    VALUE 'A'.
003800         88  PND-REJECTED                    VALUE 'R'.
003900         88  PND-EXPIRED                     VALUE 'X'.
004000         88  PND-APPLIED                     VALUE 'D'.
004100     05  PND-SUBMITTER               PIC X(08).
004200     05  PND-APPROVER                PIC X(08).
004300     05  PND-DECISION-DATE           PIC 9(08).
004400     05  PND-APPLIED-DATE            PIC 9(08).
004500     05  PND-RESULT                  PIC X(24).
004600     05  PND-NOTE                    PIC X(30).
004700     05  PND-CARD-IMAGE              PIC X(80).
004800     05  FILLER                      PIC X(12).
