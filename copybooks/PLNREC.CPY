000100****************************************************************
000200*                                                                *
000300*  PLNREC    -  WORKLIST PARTITION PLAN RECORD                   *
000400*                                                                *
000500*  ONE RECORD PER PARTITION WRITTEN TO PTNPLAN BY WLSPLIT WHEN   *
000600*  IT SPLITS THE NIGHT'S WORKIN BY DEPARTMENT, IN PARTITION      *
000700*  ORDER.  FACTMRG READS IT TO KNOW HOW MANY PARTITIONS THE      *
000800*  NIGHT WAS SPLIT INTO AND WHAT EACH ONE WAS GIVEN, AND WILL    *
000900*  NOT MERGE UNTIL EVERY PARTITION'S RUNSTAT SHOWS IT FINISHED   *
001000*  AFTER THE SPLIT AND READ EXACTLY PLN-RECORD-COUNT RECORDS     *
001100*  (DATA RECORDS PLUS ONE HEADER AND ONE TRAILER PER BATCH).     *
001200*  PLN-RUN-DATE/TIME ARE THE SPLIT'S OWN RUN STAMPS.             *
001300*                                                                *
001400*  MODIFICATION HISTORY                                          *
001500*  ------------------------------------------------------------  *
001600*  2027-02-08  DEH  ORIGINAL COPYBOOK.                           *
001700****************************************************************
001800 01  PLN-RECORD.
001900     05  PLN-PARTITION               PIC 9(02).
002000     05  FILLER                      PIC X(01).
002100     05  PLN-RUN-DATE                PIC 9(08).
002200     05  FILLER                      PIC X(01).
002300     05  PLN-RUN-TIME                PIC 9(08).
002400     05  FILLER                      PIC X(01).
002500     05  PLN-DEPT-COUNT              PIC 9(04).
002600     05  FILLER                      PIC X(01).
002700     05  PLN-BATCH-COUNT             PIC 9(08).
002800     05  FILLER                      PIC X(01).
002900     05  PLN-DATA-COUNT              PIC 9(08).
003000     05  FILLER                      PIC X(01).
003100     05  PLN-RECORD-COUNT            PIC 9(08).
003200     05  FILLER                      PIC X(28).
