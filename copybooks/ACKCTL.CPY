000100****************************************************************
000200*                                                                *
000300*  ACKCTL    -  ACKNOWLEDGMENT RECONCILIATION CONTROL CARDS      *
000400*                                                                *
000500*  READ AT STARTUP FROM ACKCTLIN BY DLVRECON.  THREE CARD        *
000600*  TYPES -                                                       *
000700*    'H'  THE NUMBER OF HOURS (COLS 3-5) A DELIVERY MAY GO       *
000800*         UNACKNOWLEDGED BEFORE IT IS OVERDUE.  DEFAULT 24.      *
000900*    'W'  THE NUMBER OF DAYS (COLS 3-5) OF SOURCE RUNS TO        *
001000*         RECONCILE, COUNTING BACK FROM THE RUN DATE.  OLDER     *
001100*         DELIVERIES AND ACKNOWLEDGMENTS ARE PASSED OVER.        *
001200*         DEFAULT 7.                                             *
001300*    'R'  REDELIVER ONE DEPARTMENT'S RESULTS (COLS 7-10) FROM    *
001400*         THE SOURCE RUN OF A GIVEN DATE (COLS 12-19) FROM THE   *
001500*         RETAINED EXTOUT ON EXTIN.  THE SOURCE RUN TIME (COLS   *
001600*         21-28) IS ONLY NEEDED WHEN EXTIN HOLDS MORE THAN ONE   *
001700*         RUN OF THAT DATE.  ONE 'R' CARD PER RUN.               *
001800*  A MISSING OR EMPTY ACKCTLIN TAKES THE DEFAULTS AND MAKES NO   *
001900*  REDELIVERY.                                                   *
002000*                                                                *
002100*  MODIFICATION HISTORY                                          *
002200*  ------------------------------------------------------------  *
002300*  2027-02-15  DEH  ORIGINAL COPYBOOK.                           *
002400****************************************************************
002500 01  ACKC-RECORD.
002600     05  ACKC-CARD-TYPE-X            PIC X(01).
002700         88  ACKC-HOURS-CARD                 VALUE 'H'.
002800         88  ACKC-WINDOW-CARD                VALUE 'W'.
002900         88  ACKC-REDELIVER-CARD             VALUE 'R'.
003000     05  FILLER                      PIC X(01).
003100     05  ACKC-NUMBER-X               PIC X(03).
003200     05  ACKC-NUMBER REDEFINES ACKC-NUMBER-X
003300                                     PIC 9(03).
003400     05  FILLER                      PIC X(01).
003500     05  ACKC-DEPT                   PIC X(04).
003600     05  FILLER                      PIC X(01).
003700     05  ACKC-SRC-DATE-X             PIC X(08).
003800     05  ACKC-SRC-DATE REDEFINES ACKC-SRC-DATE-X
003900                                     PIC 9(08).
004000     05  FILLER                      PIC X(01).
004100     05  ACKC-SRC-TIME-X             PIC X(08).
004200     05  ACKC-SRC-TIME REDEFINES ACKC-SRC-TIME-X
004300                                     PIC 9(08).
004400     05  FILLER                      PIC X(52).
