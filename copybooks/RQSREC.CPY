000100****************************************************************
000200*                                                                *
000300*  RQSREC    -  REQUEST STATUS MASTER RECORD                     *
000400*                                                                *
000500*  ONE RECORD PER REQUESTING DEPARTMENT AND REFERENCE IN THE     *
000600*  RQSTMST INDEXED MASTER, KEYED ON RQS-KEY (WL-REQ-DEPT PLUS    *
000700*  WL-REQ-REF).  RQS-STATUS-X IS THE LAST LIFECYCLE EVENT        *
000800*  POSTED FOR THE REQUEST AND RQS-HISTORY HOLDS THE MOST RECENT  *
000900*  EVENTS, NEWEST FIRST - THE OLDEST DROPS OFF THE END ONCE THE  *
001000*  TABLE IS FULL, RQS-EVENT-COUNT STILL COUNTING IT.  EVENTS     *
001100*  ARE POSTED BY FACTSUB (ONLINE) AND BY THE RQSPOST SUBPROGRAM  *
001200*  FOR SUBPULL, SRQGEN, FACTORIAL, RECYCLE AND EXTDIST, AND ARE  *
001300*  SHOWN ON THE FSTA STATUS INQUIRY (FACTSTA).                   *
001400*                                                                *
001500*  EVENT CODES - S SUBMITTED   G GENERATED   D DEFERRED          *
001600*                R REJECTED    K CORRECTED   C COMPLETED         *
001700*                V DELIVERED                                     *
001800*                                                                *
001900*  MODIFICATION HISTORY                                          *
002000*  ------------------------------------------------------------  *
002100*  2026-11-30  DEH  ORIGINAL COPYBOOK.                           *
002200****************************************************************
002300 01  RQS-RECORD.
002400     05  RQS-KEY.
002500         10  RQS-REQ-DEPT            PIC X(04).
002600         10  RQS-REQ-REF             PIC X(08).
002700     05  RQS-STATUS-X                PIC X(01).
002800         88  RQS-SUBMITTED                   VALUE 'S'.
002900         88  RQS-GENERATED                   VALUE 'G'.
003000         88  RQS-DEFERRED                    VALUE 'D'.
003100         88  RQS-REJECTED                    VALUE 'R'.
003200         88  RQS-CORRECTED                   VALUE 'K'.
003300         88  RQS-COMPLETED                   VALUE 'C'.
003400         88  RQS-DELIVERED                   VALUE 'V'.
003500     05  RQS-FIRST-DATE              PIC 9(08).
003600     05  RQS-LAST-DATE               PIC 9(08).
003700     05  RQS-LAST-TIME               PIC 9(08).
003800     05  RQS-LAST-JOB                PIC X(08).
003900     05  RQS-EVENT-COUNT             PIC 9(06).
004000     05  RQS-HIST-COUNT              PIC 9(02).
004100     05  RQS-HISTORY OCCURS 10 TIMES.
004200         10  RQS-HIST-EVENT-X        PIC X(01).
004300         10  RQS-HIST-DATE           PIC 9(08).
004400         10  RQS-HIST-TIME           PIC 9(08).
004500         10  RQS-HIST-JOB            PIC X(08).
004600         10  RQS-HIST-REASON         PIC X(02).
004700         10  RQS-HIST-DETAIL         PIC X(20).
004800     05  FILLER                      PIC X(17).
