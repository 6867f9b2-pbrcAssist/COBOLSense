000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  FACTMRG                                       *
000400*  DESCRIPTION  :  PARTITIONED NIGHT MERGE.  RUNS ONCE EVERY     *
000500*                  PARTITION FACTORIAL STEP OF A SPLIT NIGHT     *
000600*                  (SEE WLSPLIT) HAS FINISHED, AND TURNS THEIR   *
000700*                  OUTPUTS BACK INTO THE SINGLE RPTOUT,          *
000800*                  EXCPRPT, EXTOUT, RECYCOUT, CARRYOUT AND       *
000900*                  RUNSTAT FILES, AND THE AUDOUT, RUNHIST,       *
001000*                  FACTMST, FMSTHIST AND RQSTMST UPDATES, THAT   *
001100*                  AN UNPARTITIONED FACTORIAL RUN WOULD HAVE     *
001200*                  PRODUCED, SO NO DOWNSTREAM STEP CAN TELL      *
001300*                  THE NIGHT WAS SPLIT.                          *
001400*                                                                *
001500*  INPUTS       :  PTNPLAN IS WLSPLIT'S PLAN (SEE PLNREC).       *
001600*                  THE PTN* FILES ARE THE PARTITIONS' OWN        *
001700*                  OUTPUTS, EACH THE CONCATENATION OF THAT       *
001800*                  OUTPUT FROM EVERY PARTITION IN PARTITION      *
001900*                  ORDER - PTNSTAT THE RUNSTATS, PTNRPT THE      *
002000*                  RPTOUTS, PTNEXC THE EXCPRPTS, PTNEXT THE      *
002100*                  EXTOUTS, PTNRCY THE RECYCOUTS, PTNCARY THE    *
002200*                  CARRYOUTS, PTNAUD THE AUDOUTS AND PTNEVT      *
002300*                  THE EVTOUTS (SEE EVTREC).                     *
002400*                                                                *
002500*  NOTE         :  NOTHING IS MERGED UNTIL EVERY PLANNED         *
002600*                  PARTITION HAS A RUNSTAT SHOWING IT FINISHED   *
002700*                  WITHOUT ABORTING, AFTER THE SPLIT, HAVING     *
002800*                  READ EXACTLY WHAT THE PLAN GAVE IT, AND       *
002900*                  EVERY EXTRACT IN PTNEXT BALANCES.  A FAILED   *
003000*                  PARTITION IS RERUN ALONE, FROM ITS OWN        *
003100*                  CHECKPOINT, AND THE MERGE RERUN AFTER IT.     *
003200*                  THE FACTMST UPDATES ARE APPLIED HERE, ONE     *
003300*                  PARTITION AFTER ANOTHER, SO THE PARTITIONS    *
003400*                  NEVER CONTEND FOR THE MASTER.  THE NIGHT IS   *
003500*                  STAMPED WITH THE RUN DATE, TIME AND JOB OF    *
003600*                  ITS EARLIEST PARTITION.  RUNHIST IS APPENDED  *
003700*                  LAST, AND A NIGHT ALREADY ON RUNHIST IS NOT   *
003800*                  MERGED A SECOND TIME.  THE RETURN CODE IS     *
003900*                  THE NIGHT'S, AS FACTORIAL WOULD HAVE SET      *
004000*                  IT, OR 12 IF THE MERGE COULD NOT BE MADE.     *
004100*                                                                *
004200****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.    FACTMRG.
004500 AUTHOR.        D. HOLLAND.
004600 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004700 DATE-WRITTEN.  02/08/2027.
004800 DATE-COMPILED.
004900****************************************************************
005000*  MODIFICATION HISTORY                                         *
005100*  ------------------------------------------------------------ *
005200*  2027-02-08  DEH  ORIGINAL PROGRAM.                           *
005300****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PLAN-FILE       ASSIGN TO PTNPLAN
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            ACCESS MODE IS SEQUENTIAL
006300            FILE STATUS IS WS-PLAN-STATUS.
006400     SELECT PART-STATUS-FILE ASSIGN TO PTNSTAT
006500            ORGANIZATION IS LINE SEQUENTIAL
006600            ACCESS MODE IS SEQUENTIAL
006700            FILE STATUS IS WS-PART-STATUS.
006800     SELECT PART-REPORT-FILE ASSIGN TO PTNRPT
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            ACCESS MODE IS SEQUENTIAL
007100            FILE STATUS IS WS-PART-STATUS.
007200     SELECT PART-EXCEPTION-FILE ASSIGN TO PTNEXC
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            ACCESS MODE IS SEQUENTIAL
007500            FILE STATUS IS WS-PART-STATUS.
007600     SELECT PART-EXTRACT-FILE ASSIGN TO PTNEXT
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            ACCESS MODE IS SEQUENTIAL
007900            FILE STATUS IS WS-PART-STATUS.
008000     SELECT PART-RECYCLE-FILE ASSIGN TO PTNRCY
008100            ORGANIZATION IS LINE SEQUENTIAL
008200            ACCESS MODE IS SEQUENTIAL
008300            FILE STATUS IS WS-PART-STATUS.
008400     SELECT PART-CARRYOVER-FILE ASSIGN TO PTNCARY
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            ACCESS MODE IS SEQUENTIAL
008700            FILE STATUS IS WS-PART-STATUS.
008800     SELECT PART-AUDIT-FILE ASSIGN TO PTNAUD
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            ACCESS MODE IS SEQUENTIAL
009100            FILE STATUS IS WS-PART-STATUS.
009200     SELECT PART-EVENT-FILE ASSIGN TO PTNEVT
009300            ORGANIZATION IS LINE SEQUENTIAL
009400            ACCESS MODE IS SEQUENTIAL
009500            FILE STATUS IS WS-PART-STATUS.
009600     SELECT REPORT-FILE     ASSIGN TO RPTOUT
009700            ORGANIZATION IS LINE SEQUENTIAL
009800            ACCESS MODE IS SEQUENTIAL
009900            FILE STATUS IS WS-REPORT-STATUS.
010000     SELECT EXCEPTION-FILE  ASSIGN TO EXCPRPT
010100            ORGANIZATION IS LINE SEQUENTIAL
010200            ACCESS MODE IS SEQUENTIAL
010300            FILE STATUS IS WS-EXCEPTION-STATUS.
010400     SELECT EXTRACT-FILE    ASSIGN TO EXTOUT
010500            ORGANIZATION IS LINE SEQUENTIAL
010600            ACCESS MODE IS SEQUENTIAL
010700            FILE STATUS IS WS-EXTRACT-STATUS.
010800     SELECT RECYCLE-FILE    ASSIGN TO RECYCOUT
010900            ORGANIZATION IS LINE SEQUENTIAL
011000            ACCESS MODE IS SEQUENTIAL
011100            FILE STATUS IS WS-RECYCLE-STATUS.
011200     SELECT CARRYOVER-FILE  ASSIGN TO CARRYOUT
011300            ORGANIZATION IS LINE SEQUENTIAL
011400            ACCESS MODE IS SEQUENTIAL
011500            FILE STATUS IS WS-CARRY-STATUS.
011600     SELECT AUDIT-FILE      ASSIGN TO AUDOUT
011700            ORGANIZATION IS LINE SEQUENTIAL
011800            ACCESS MODE IS SEQUENTIAL
011900            FILE STATUS IS WS-AUDIT-STATUS.
012000     SELECT RESULTS-MASTER  ASSIGN TO FACTMST
012100            ORGANIZATION IS INDEXED
012200            ACCESS MODE IS RANDOM
012300            RECORD KEY IS FMST-N
012400            FILE STATUS IS WS-MASTER-STATUS.
012500     SELECT HISTORY-FILE    ASSIGN TO FMSTHIST
012600            ORGANIZATION IS LINE SEQUENTIAL
012700            ACCESS MODE IS SEQUENTIAL
012800            FILE STATUS IS WS-HISTORY-STATUS.
012900     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
013000            ORGANIZATION IS LINE SEQUENTIAL
013100            ACCESS MODE IS SEQUENTIAL
013200            FILE STATUS IS WS-RUNSTAT-STATUS.
013300     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
013400            ORGANIZATION IS LINE SEQUENTIAL
013500            ACCESS MODE IS SEQUENTIAL
013600            FILE STATUS IS WS-RUNHIST-STATUS.
013700     SELECT MERGE-REPORT-FILE ASSIGN TO MRGRPT
013800            ORGANIZATION IS LINE SEQUENTIAL
013900            ACCESS MODE IS SEQUENTIAL
014000            FILE STATUS IS WS-MERGE-RPT-STATUS.
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  PLAN-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 COPY PLNREC.
014700 FD  PART-STATUS-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  PART-STATUS-LINE                PIC X(80).
015100 FD  PART-REPORT-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORD CONTAINS 132 CHARACTERS.
015400 01  PART-REPORT-LINE                PIC X(132).
015500 FD  PART-EXCEPTION-FILE
015600     LABEL RECORDS ARE STANDARD
015700     RECORD CONTAINS 132 CHARACTERS.
015800 01  PART-EXCEPTION-LINE             PIC X(132).
015900 FD  PART-EXTRACT-FILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 132 CHARACTERS.
016200 01  PART-EXTRACT-LINE               PIC X(132).
016300 FD  PART-RECYCLE-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 120 CHARACTERS.
016600 01  PART-RECYCLE-LINE               PIC X(120).
016700 FD  PART-CARRYOVER-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  PART-CARRYOVER-LINE             PIC X(80).
017100 FD  PART-AUDIT-FILE
017200     LABEL RECORDS ARE STANDARD
017300     RECORD CONTAINS 80 CHARACTERS.
017400 01  PART-AUDIT-LINE                 PIC X(80).
017500 FD  PART-EVENT-FILE
017600     LABEL RECORDS ARE STANDARD
017700     RECORD CONTAINS 120 CHARACTERS.
017800 COPY EVTREC.
017900 FD  REPORT-FILE
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 132 CHARACTERS.
018200 01  RPT-LINE                        PIC X(132).
018300 FD  EXCEPTION-FILE
018400     LABEL RECORDS ARE STANDARD
018500     RECORD CONTAINS 132 CHARACTERS.
018600 01  EXC-LINE                        PIC X(132).
018700 FD  EXTRACT-FILE
018800     LABEL RECORDS ARE STANDARD
018900     RECORD CONTAINS 132 CHARACTERS.
019000 01  EXT-LINE                        PIC X(132).
019100 FD  RECYCLE-FILE
019200     LABEL RECORDS ARE STANDARD
019300     RECORD CONTAINS 120 CHARACTERS.
019400 01  RECYCLE-LINE                    PIC X(120).
019500 FD  CARRYOVER-FILE
019600     LABEL RECORDS ARE STANDARD
019700     RECORD CONTAINS 80 CHARACTERS.
019800 01  CARRY-RECORD                    PIC X(80).
019900 FD  AUDIT-FILE
020000     LABEL RECORDS ARE STANDARD
020100     RECORD CONTAINS 80 CHARACTERS.
020200 01  AUDIT-LINE                      PIC X(80).
020300 FD  RESULTS-MASTER
020400     LABEL RECORDS ARE STANDARD
020500     RECORD CONTAINS 80 CHARACTERS.
020600 COPY FMSTREC.
020700 FD  HISTORY-FILE
020800     LABEL RECORDS ARE STANDARD
020900     RECORD CONTAINS 100 CHARACTERS.
021000 COPY FHSTREC.
021100 FD  RUN-STATUS-FILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORD CONTAINS 80 CHARACTERS.
021400 01  RST-LINE                        PIC X(80).
021500 FD  RUN-HISTORY-FILE
021600     LABEL RECORDS ARE STANDARD
021700     RECORD CONTAINS 80 CHARACTERS.
021800 01  RHS-LINE                        PIC X(80).
021900 FD  MERGE-REPORT-FILE
022000     LABEL RECORDS ARE STANDARD
022100     RECORD CONTAINS 132 CHARACTERS.
022200 01  MRG-LINE                        PIC X(132).
022300 WORKING-STORAGE SECTION.
022400****************************************************************
022500*  STANDALONE SWITCHES AND COUNTERS                              *
022600****************************************************************
022700 77  WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
022800     88  WS-PLAN-OK                          VALUE '00'.
022900****************************************************************
023000*  THE EIGHT PTN* INPUTS ARE READ ONE AT A TIME AND SHARE ONE    *
023100*  STATUS FIELD - IT IS TESTED STRAIGHT AFTER EVERY OPEN.        *
023200****************************************************************
023300 77  WS-PART-STATUS              PIC X(02) VALUE SPACES.
023400     88  WS-PART-OK                          VALUE '00'.
023500 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
023600     88  WS-REPORT-OK                        VALUE '00'.
023700 77  WS-EXCEPTION-STATUS         PIC X(02) VALUE SPACES.
023800     88  WS-EXCEPTION-OK                     VALUE '00'.
023900 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
024000     88  WS-EXTRACT-OK                       VALUE '00'.
024100 77  WS-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
024200     88  WS-RECYCLE-OK                       VALUE '00'.
024300 77  WS-CARRY-STATUS             PIC X(02) VALUE SPACES.
024400     88  WS-CARRY-OK                         VALUE '00'.
024500 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
024600     88  WS-AUDIT-OK                         VALUE '00'.
024700     88  WS-AUDIT-NOT-FOUND                  VALUE '35'.
024800 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
024900     88  WS-MASTER-OK                        VALUE '00'.
025000     88  WS-MASTER-DUP-KEY                   VALUE '22'.
025100     88  WS-MASTER-NOT-FOUND                 VALUE '35'.
025200 77  WS-MASTER-AVAIL-SW          PIC X(01) VALUE 'N'.
025300     88  WS-MASTER-AVAILABLE                 VALUE 'Y'.
025400 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
025500     88  WS-HISTORY-OK                       VALUE '00'.
025600     88  WS-HISTORY-NOT-FOUND                VALUE '35'.
025700 77  WS-RUNSTAT-STATUS           PIC X(02) VALUE SPACES.
025800     88  WS-RUNSTAT-OK                       VALUE '00'.
025900 77  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
026000     88  WS-RUNHIST-OK                       VALUE '00'.
026100     88  WS-RUNHIST-NOT-FOUND                VALUE '35'.
026200 77  WS-MERGE-RPT-STATUS         PIC X(02) VALUE SPACES.
026300     88  WS-MERGE-RPT-OK                     VALUE '00'.
026400 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
026500     88  WS-RUN-ABORTED                      VALUE 'Y'.
026600 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
026700     88  WS-END-OF-FILE                      VALUE 'Y'.
026800 77  WS-SECTION-SW               PIC X(01) VALUE 'N'.
026900     88  WS-IN-SECTION                       VALUE 'Y'.
027000 77  WS-CARRY-BATCH-SW           PIC X(01) VALUE 'N'.
027100     88  WS-CARRY-BATCH-STARTED              VALUE 'Y'.
027200****************************************************************
027300*  WS-COLUMN-SW IS 'S' WHILE PARTITION STATUS LINES ARE BEING    *
027400*  PRINTED, SO A NEW PAGE REPEATS THEIR COLUMN HEADING.          *
027500****************************************************************
027600 77  WS-COLUMN-SW                PIC X(01) VALUE SPACE.
027700     88  WS-STATUS-COLUMNS                   VALUE 'S'.
027800 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
027900 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
028000 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
028100 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
028200 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
028300 77  WS-PRINT-SAVE               PIC X(132) VALUE SPACES.
028400 77  WS-PROBLEM-COUNT            PIC 9(04) COMP VALUE ZERO.
028500 77  WS-EDIT-PARTITION           PIC 9(02) VALUE ZERO.
028600 77  WS-EDIT-COUNT               PIC 9(08) VALUE ZERO.
028700 77  WS-EDIT-EXPECTED            PIC 9(08) VALUE ZERO.
028800****************************************************************
028900*  TONIGHT'S PLAN, ONE ENTRY PER PARTITION, FROM PTNPLAN.  THE   *
029000*  ENTRY NUMBER IS THE PARTITION NUMBER.  WS-PL-STATUS-IMAGE IS  *
029100*  THE PARTITION'S RUNSTAT, ONCE FOUND ON PTNSTAT.               *
029200****************************************************************
029300 77  WS-PLAN-MAX                 PIC 9(02) COMP VALUE 4.
029400 77  WS-PLAN-COUNT               PIC 9(02) COMP VALUE ZERO.
029500 77  WS-PL-SUB                   PIC 9(02) COMP VALUE ZERO.
029600 77  WS-RUNSTAT-USED-COUNT       PIC 9(02) COMP VALUE ZERO.
029700 01  WS-PLAN-TABLE.
029800     05  WS-PL-ENTRY OCCURS 4 TIMES.
029900         10  WS-PL-STAMP.
030000             15  WS-PL-RUN-DATE      PIC 9(08).
030100             15  WS-PL-RUN-TIME      PIC 9(08).
030200         10  WS-PL-RECORD-COUNT      PIC 9(08).
030300         10  WS-PL-FOUND-SW          PIC X(01).
030400             88  WS-PL-FOUND                 VALUE 'Y'.
030500         10  WS-PL-STATUS-IMAGE      PIC X(80).
030600****************************************************************
030700*  RUN STAMPS COMPARED AS DATE THEN TIME                         *
030800****************************************************************
030900 01  WS-CHECK-STAMP.
031000     05  WS-CHK-DATE             PIC 9(08) VALUE ZERO.
031100     05  WS-CHK-TIME             PIC 9(08) VALUE ZERO.
031200****************************************************************
031300*  THE MERGED NIGHT - STAMPED FROM ITS EARLIEST PARTITION, WITH  *
031400*  THE WORST PARTITION RETURN CODE AND THE SUMMED COUNTS.        *
031500****************************************************************
031600 01  WS-NIGHT-STAMP.
031700     05  WS-NIGHT-DATE           PIC 9(08) VALUE ZERO.
031800     05  WS-NIGHT-TIME           PIC 9(08) VALUE ZERO.
031900 77  WS-NIGHT-JOB-NAME           PIC X(08) VALUE SPACES.
032000 77  WS-NIGHT-RC                 PIC 9(02) VALUE ZERO.
032100 77  WS-NIGHT-READ               PIC 9(08) COMP VALUE ZERO.
032200 77  WS-NIGHT-REJECTS            PIC 9(08) COMP VALUE ZERO.
032300 77  WS-NIGHT-OVERFLOWS          PIC 9(08) COMP VALUE ZERO.
032400 77  WS-NIGHT-DEFERRED           PIC 9(08) COMP VALUE ZERO.
032500****************************************************************
032600*  MERGE COUNTS                                                  *
032700****************************************************************
032800 77  WS-SECTION-COUNT            PIC 9(04) COMP VALUE ZERO.
032900 77  WS-SECTION-DETAIL-COUNT     PIC 9(08) COMP VALUE ZERO.
033000 77  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
033100 77  WS-REPORT-LINE-COUNT        PIC 9(08) COMP VALUE ZERO.
033200 77  WS-EXC-LINE-COUNT           PIC 9(08) COMP VALUE ZERO.
033300 77  WS-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
033400 77  WS-EXC-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
033500 77  WS-RECYCLE-SEQ              PIC 9(08) COMP VALUE ZERO.
033600 77  WS-DEFER-COUNT              PIC 9(08) COMP VALUE ZERO.
033700 77  WS-AUDIT-COUNT              PIC 9(08) COMP VALUE ZERO.
033800 77  WS-EVENT-COUNT              PIC 9(08) COMP VALUE ZERO.
033900 77  WS-MASTER-ADD-COUNT         PIC 9(08) COMP VALUE ZERO.
034000 77  WS-MASTER-REPL-COUNT        PIC 9(08) COMP VALUE ZERO.
034100 77  WS-MASTER-SKIP-COUNT        PIC 9(08) COMP VALUE ZERO.
034200 77  WS-POSTING-COUNT            PIC 9(08) COMP VALUE ZERO.
034300****************************************************************
034400*  FACTMST ENTRIES ALREADY UPDATED BY THIS MERGE, BY N + 1.      *
034500*  THE SAME N CALCULATED IN MORE THAN ONE PARTITION UPDATES THE  *
034600*  MASTER ONCE, AS IT WOULD HAVE IN A SINGLE RUN, AND A          *
034700*  RESTARTED PARTITION'S REPEATED EVENTS ARE PASSED OVER.        *
034800****************************************************************
034900 77  WS-N-SUB                    PIC 9(04) COMP VALUE ZERO.
035000 01  WS-APPLIED-TABLE.
035100     05  WS-APPLIED-SW OCCURS 100 TIMES
035200                                 PIC X(01).
035300         88  WS-N-APPLIED                    VALUE 'Y'.
035400****************************************************************
035500*  PARTITION EXTRACT AND CARRYOVER RECORD VIEWS                  *
035600****************************************************************
035700 01  WS-EXT-IN.
035800     05  WS-EXT-IN-ID            PIC X(01).
035900         88  WS-EXT-IN-HEADER                VALUE 'H'.
036000         88  WS-EXT-IN-TRAILER               VALUE 'T'.
036100         88  WS-EXT-IN-DETAIL                VALUE 'D' 'B'.
036200     05  FILLER                  PIC X(01).
036300     05  WS-EXT-IN-COUNT-X       PIC X(08).
036400     05  WS-EXT-IN-COUNT REDEFINES WS-EXT-IN-COUNT-X
036500                                 PIC 9(08).
036600     05  FILLER                  PIC X(122).
036700 01  WS-CARRY-IN.
036800     05  WS-CARRY-IN-TYPE        PIC X(02).
036900         88  WS-CARRY-IN-HEADER              VALUE 'BH'.
037000         88  WS-CARRY-IN-TRAILER             VALUE 'BT'.
037100     05  FILLER                  PIC X(78).
037200 01  WS-CARRY-BATCH-HEADER.
037300     05  FILLER                  PIC X(02) VALUE 'BH'.
037400     05  WS-CBH-BATCH-ID         PIC X(08) VALUE 'CARRYOVR'.
037500     05  FILLER                  PIC X(01) VALUE SPACE.
037600     05  WS-CBH-CREATE-DATE      PIC 9(08) VALUE ZERO.
037700     05  FILLER                  PIC X(61) VALUE SPACES.
037800 01  WS-CARRY-BATCH-TRAILER.
037900     05  FILLER                  PIC X(02) VALUE 'BT'.
038000     05  WS-CBT-REC-COUNT        PIC 9(08) VALUE ZERO.
038100     05  FILLER                  PIC X(70) VALUE SPACES.
038200 COPY RSTREC.
038300 COPY RPTREC.
038400 COPY EXCREC.
038500 COPY EXTREC.
038600 COPY RCYREC.
038700 COPY RQEREC.
038800 COPY MRGRPT.
038900****************************************************************
039000*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
039100****************************************************************
039200 COPY SSTREC.
039300 PROCEDURE DIVISION.
039400****************************************************************
039500*  0000-MAINLINE                                                *
039600****************************************************************
039700 0000-MAINLINE.
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039900     IF NOT WS-RUN-ABORTED
040000         PERFORM 1100-READ-PLAN THRU 1100-EXIT
040100     END-IF.
040200     IF NOT WS-RUN-ABORTED
040300         PERFORM 2000-VERIFY-PARTITIONS THRU 2000-EXIT
040400     END-IF.
040500     IF NOT WS-RUN-ABORTED
040600         PERFORM 2400-VERIFY-EXTRACTS THRU 2400-EXIT
040700     END-IF.
040800     IF NOT WS-RUN-ABORTED
040900         PERFORM 2500-CHECK-RUN-HISTORY THRU 2500-EXIT
041000     END-IF.
041100     IF NOT WS-RUN-ABORTED
041200         PERFORM 3000-MERGE-REPORT THRU 3000-EXIT
041300     END-IF.
041400     IF NOT WS-RUN-ABORTED
041500         PERFORM 3100-MERGE-EXCEPTIONS THRU 3100-EXIT
041600     END-IF.
041700     IF NOT WS-RUN-ABORTED
041800         PERFORM 3200-MERGE-EXTRACT THRU 3200-EXIT
041900     END-IF.
042000     IF NOT WS-RUN-ABORTED
042100         PERFORM 3300-MERGE-RECYCLE THRU 3300-EXIT
042200     END-IF.
042300     IF NOT WS-RUN-ABORTED
042400         PERFORM 3400-MERGE-CARRYOVER THRU 3400-EXIT
042500     END-IF.
042600     IF NOT WS-RUN-ABORTED
042700         PERFORM 4000-APPLY-EVENTS THRU 4000-EXIT
042800     END-IF.
042900     IF NOT WS-RUN-ABORTED
043000         PERFORM 4500-APPEND-AUDIT THRU 4500-EXIT
043100     END-IF.
043200     IF NOT WS-RUN-ABORTED
043300         PERFORM 5000-WRITE-RUN-STATUS THRU 5000-EXIT
043400     END-IF.
043500     IF NOT WS-RUN-ABORTED
043600         PERFORM 5500-WRITE-COUNT-LINES THRU 5500-EXIT
043700     END-IF.
043800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043900     IF WS-RUN-ABORTED
044000         MOVE 12 TO RETURN-CODE
044100     ELSE
044200         MOVE WS-NIGHT-RC TO RETURN-CODE
044300     END-IF.
044400     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
044500     STOP RUN.
044600****************************************************************
044700*  1000-INITIALIZE                                              *
044800****************************************************************
044900 1000-INITIALIZE.
045000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045100     ACCEPT WS-RUN-TIME FROM TIME.
045200     MOVE SPACES TO WS-PLAN-TABLE.
045300     MOVE SPACES TO WS-APPLIED-TABLE.
045400     OPEN OUTPUT MERGE-REPORT-FILE.
045500     IF NOT WS-MERGE-RPT-OK
045600         DISPLAY 'FACTMRG - UNABLE TO OPEN MRGRPT, STATUS = '
045700                 WS-MERGE-RPT-STATUS
045800         MOVE 'Y' TO WS-ABORT-SW
045900     END-IF.
046000 1000-EXIT.
046100     EXIT.
046200****************************************************************
046300*  1100-READ-PLAN                                                *
046400*  LOADS PTNPLAN.  IT MUST HOLD ONE RECORD PER PARTITION, IN     *
046500*  PARTITION ORDER FROM 01, AND NO MORE THAN THE FOUR            *
046600*  PARTITIONS WLSPLIT CAN WRITE.                                 *
046700****************************************************************
046800 1100-READ-PLAN.
046900     OPEN INPUT PLAN-FILE.
047000     IF NOT WS-PLAN-OK
047100         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNPLAN, STATUS = '
047200                 WS-PLAN-STATUS
047300         MOVE 'Y' TO WS-ABORT-SW
047400         GO TO 1100-EXIT
047500     END-IF.
047600     MOVE 'N' TO WS-EOF-SW.
047700     PERFORM 1150-LOAD-PLAN-ENTRY THRU 1150-EXIT
047800             UNTIL WS-END-OF-FILE OR WS-RUN-ABORTED.
047900     CLOSE PLAN-FILE.
048000     IF WS-PLAN-COUNT = ZERO AND NOT WS-RUN-ABORTED
048100         MOVE SPACES TO MRG-MESSAGE-LINE
048200         MOVE 'PTNPLAN IS EMPTY - THE NIGHT WAS NOT SPLIT'
048300                 TO MRG-MSG-TEXT
048400         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
048500     END-IF.
048600     IF WS-PROBLEM-COUNT > ZERO
048700         MOVE 'Y' TO WS-ABORT-SW
048800     END-IF.
048900 1100-EXIT.
049000     EXIT.
049100****************************************************************
049200*  1150-LOAD-PLAN-ENTRY                                          *
049300****************************************************************
049400 1150-LOAD-PLAN-ENTRY.
049500     READ PLAN-FILE
049600         AT END
049700             MOVE 'Y' TO WS-EOF-SW
049800             GO TO 1150-EXIT
049900     END-READ.
050000     IF WS-PLAN-COUNT NOT < WS-PLAN-MAX
050100         MOVE SPACES TO MRG-MESSAGE-LINE
050200         MOVE 'PTNPLAN HOLDS MORE THAN FOUR PARTITIONS'
050300                 TO MRG-MSG-TEXT
050400         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
050500         MOVE 'Y' TO WS-EOF-SW
050600         GO TO 1150-EXIT
050700     END-IF.
050800     ADD 1 TO WS-PLAN-COUNT.
050900     IF PLN-PARTITION NOT = WS-PLAN-COUNT
051000         MOVE WS-PLAN-COUNT TO WS-EDIT-PARTITION
051100         MOVE SPACES TO MRG-MESSAGE-LINE
051200         STRING 'PTNPLAN OUT OF ORDER - EXPECTED PARTITION '
051300                 WS-EDIT-PARTITION ', FOUND ' PLN-PARTITION
051400                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
051500         END-STRING
051600         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
051700         MOVE 'Y' TO WS-EOF-SW
051800         GO TO 1150-EXIT
051900     END-IF.
052000     MOVE PLN-RUN-DATE TO WS-PL-RUN-DATE (WS-PLAN-COUNT).
052100     MOVE PLN-RUN-TIME TO WS-PL-RUN-TIME (WS-PLAN-COUNT).
052200     MOVE PLN-RECORD-COUNT TO WS-PL-RECORD-COUNT (WS-PLAN-COUNT).
052300     MOVE 'N' TO WS-PL-FOUND-SW (WS-PLAN-COUNT).
052400 1150-EXIT.
052500     EXIT.
052600****************************************************************
052700*  2000-VERIFY-PARTITIONS                                        *
052800*  MATCHES THE RUNSTATS ON PTNSTAT TO THE PLAN, PRINTS ONE       *
052900*  STATUS LINE PER PLANNED PARTITION, AND STOPS THE MERGE IF     *
053000*  ANY PARTITION IS MISSING, ABORTED, STALE OR SHORT.  THE       *
053100*  NIGHT'S STAMP, RETURN CODE AND COUNTS ARE TAKEN FROM THE      *
053200*  PARTITIONS AS THEY PASS.                                      *
053300****************************************************************
053400 2000-VERIFY-PARTITIONS.
053500     OPEN INPUT PART-STATUS-FILE.
053600     IF NOT WS-PART-OK
053700         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNSTAT, STATUS = '
053800                 WS-PART-STATUS
053900         MOVE 'Y' TO WS-ABORT-SW
054000         GO TO 2000-EXIT
054100     END-IF.
054200     MOVE 'N' TO WS-EOF-SW.
054300     PERFORM 2100-CHECK-RUNSTAT THRU 2100-EXIT
054400             UNTIL WS-END-OF-FILE.
054500     CLOSE PART-STATUS-FILE.
054600     MOVE 'S' TO WS-COLUMN-SW.
054700     IF WS-LINE-COUNT > ZERO
054800         PERFORM 7100-WRITE-COLUMN-LINE THRU 7100-EXIT
054900     END-IF.
055000     PERFORM 2200-CHECK-PLANNED-PARTITION THRU 2200-EXIT
055100             VARYING WS-PL-SUB FROM 1 BY 1
055200             UNTIL WS-PL-SUB > WS-PLAN-COUNT.
055300     MOVE SPACE TO WS-COLUMN-SW.
055400     IF WS-PROBLEM-COUNT > ZERO
055500         MOVE 'Y' TO WS-ABORT-SW
055600     END-IF.
055700 2000-EXIT.
055800     EXIT.
055900****************************************************************
056000*  2100-CHECK-RUNSTAT                                            *
056100*  FILES ONE PTNSTAT RUNSTAT AGAINST ITS PARTITION.  A RUNSTAT   *
056200*  FROM A PARTITION TONIGHT'S PLAN DID NOT USE IS ACCEPTED ONLY  *
056300*  IF IT RAN AFTER THE SPLIT ON ITS EMPTY WORKLIST - ANYTHING    *
056400*  ELSE MEANS ITS OTHER FILES ARE LEFT FROM AN EARLIER NIGHT.    *
056500****************************************************************
056600 2100-CHECK-RUNSTAT.
056700     READ PART-STATUS-FILE INTO RST-RECORD
056800         AT END
056900             MOVE 'Y' TO WS-EOF-SW
057000             GO TO 2100-EXIT
057100     END-READ.
057200     MOVE SPACES TO MRG-MESSAGE-LINE.
057300     IF RST-PARTITION NOT NUMERIC OR RST-PARTITION = '00'
057400         MOVE 'PTNSTAT HOLDS A RUNSTAT THAT IS NOT FROM A '
057500                 TO MRG-MSG-TEXT
057600         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
057700         MOVE 'PARTITION STEP' TO MRG-MSG-TEXT
057800         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
057900         GO TO 2100-EXIT
058000     END-IF.
058100     MOVE RST-PARTITION TO WS-EDIT-PARTITION.
058200     MOVE WS-EDIT-PARTITION TO WS-PL-SUB.
058300     IF WS-PL-SUB > WS-PLAN-COUNT
058400         PERFORM 2150-CHECK-UNPLANNED-RUNSTAT THRU 2150-EXIT
058500         GO TO 2100-EXIT
058600     END-IF.
058700     IF WS-PL-FOUND (WS-PL-SUB)
058800         STRING 'PARTITION ' RST-PARTITION
058900                 ' HAS MORE THAN ONE RUNSTAT ON PTNSTAT'
059000                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
059100         END-STRING
059200         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
059300         GO TO 2100-EXIT
059400     END-IF.
059500     MOVE 'Y' TO WS-PL-FOUND-SW (WS-PL-SUB).
059600     MOVE RST-RECORD TO WS-PL-STATUS-IMAGE (WS-PL-SUB).
059700     ADD 1 TO WS-RUNSTAT-USED-COUNT.
059800 2100-EXIT.
059900     EXIT.
060000****************************************************************
060100*  2150-CHECK-UNPLANNED-RUNSTAT                                  *
060200****************************************************************
060300 2150-CHECK-UNPLANNED-RUNSTAT.
060400     MOVE RST-RUN-DATE TO WS-CHK-DATE.
060500     MOVE RST-RUN-TIME TO WS-CHK-TIME.
060600     IF WS-CHECK-STAMP < WS-PL-STAMP (1)
060700             OR RST-RECORDS-READ NOT = ZERO
060800             OR RST-DISPOSITION = 'ABORTED'
060900         STRING 'PARTITION ' RST-PARTITION
061000                 ' IS NOT IN TONIGHT''S PLAN BUT ITS RUNSTAT '
061100                 'DOES NOT SHOW AN EMPTY RUN SINCE THE SPLIT'
061200                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
061300         END-STRING
061400         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
061500         GO TO 2150-EXIT
061600     END-IF.
061700     ADD 1 TO WS-RUNSTAT-USED-COUNT.
061800     STRING 'PARTITION ' RST-PARTITION
061900             ' IS NOT IN TONIGHT''S PLAN - EMPTY RUN IGNORED'
062000             DELIMITED BY SIZE INTO MRG-MSG-TEXT
062100     END-STRING.
062200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
062300 2150-EXIT.
062400     EXIT.
062500****************************************************************
062600*  2200-CHECK-PLANNED-PARTITION                                  *
062700****************************************************************
062800 2200-CHECK-PLANNED-PARTITION.
062900     MOVE WS-PL-SUB TO WS-EDIT-PARTITION.
063000     IF NOT WS-PL-FOUND (WS-PL-SUB)
063100         MOVE SPACES TO MRG-MESSAGE-LINE
063200         STRING 'PARTITION ' WS-EDIT-PARTITION
063300                 ' HAS NO RUNSTAT ON PTNSTAT - NOT RUN OR NOT '
063400                 'FINISHED'
063500                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
063600         END-STRING
063700         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
063800         GO TO 2200-EXIT
063900     END-IF.
064000     MOVE WS-PL-STATUS-IMAGE (WS-PL-SUB) TO RST-RECORD.
064100     MOVE SPACES TO MRG-STATUS-LINE.
064200     MOVE WS-PL-SUB TO MRG-STA-PARTITION.
064300     MOVE RST-DISPOSITION TO MRG-STA-DISP.
064400     MOVE RST-RETURN-CODE TO MRG-STA-RC.
064500     MOVE RST-RUN-DATE TO MRG-STA-DATE.
064600     MOVE RST-RUN-TIME TO MRG-STA-TIME.
064700     MOVE RST-RECORDS-READ TO MRG-STA-READ.
064800     MOVE WS-PL-RECORD-COUNT (WS-PL-SUB) TO MRG-STA-EXPECT.
064900     MOVE RST-REJECT-COUNT TO MRG-STA-REJECT.
065000     MOVE RST-OVERFLOW-COUNT TO MRG-STA-OVERFLOW.
065100     MOVE RST-DEFER-COUNT TO MRG-STA-DEFER.
065200     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
065300     MOVE SPACES TO MRG-MESSAGE-LINE.
065400     IF RST-DISPOSITION = 'ABORTED'
065500         STRING 'PARTITION ' WS-EDIT-PARTITION
065600                 ' ABORTED - RERUN THAT PARTITION, THEN THE MERGE'
065700                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
065800         END-STRING
065900         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
066000         GO TO 2200-EXIT
066100     END-IF.
066200     MOVE RST-RUN-DATE TO WS-CHK-DATE.
066300     MOVE RST-RUN-TIME TO WS-CHK-TIME.
066400     IF WS-CHECK-STAMP < WS-PL-STAMP (WS-PL-SUB)
066500         STRING 'PARTITION ' WS-EDIT-PARTITION
066600                 ' RUNSTAT IS FROM BEFORE THE SPLIT - THE '
066700                 'PARTITION HAS NOT RUN TONIGHT'
066800                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
066900         END-STRING
067000         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
067100         GO TO 2200-EXIT
067200     END-IF.
067300     IF RST-RECORDS-READ NOT = WS-PL-RECORD-COUNT (WS-PL-SUB)
067400         STRING 'PARTITION ' WS-EDIT-PARTITION
067500                 ' DID NOT READ THE WORKLIST THE SPLIT GAVE IT'
067600                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
067700         END-STRING
067800         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
067900         GO TO 2200-EXIT
068000     END-IF.
068100     IF WS-PL-SUB = 1 OR WS-CHECK-STAMP < WS-NIGHT-STAMP
068200         MOVE WS-CHECK-STAMP TO WS-NIGHT-STAMP
068300         MOVE RST-JOB-NAME TO WS-NIGHT-JOB-NAME
068400     END-IF.
068500     IF RST-RETURN-CODE > WS-NIGHT-RC
068600         MOVE RST-RETURN-CODE TO WS-NIGHT-RC
068700     END-IF.
068800     ADD RST-RECORDS-READ TO WS-NIGHT-READ.
068900     ADD RST-REJECT-COUNT TO WS-NIGHT-REJECTS.
069000     ADD RST-OVERFLOW-COUNT TO WS-NIGHT-OVERFLOWS.
069100     ADD RST-DEFER-COUNT TO WS-NIGHT-DEFERRED.
069200 2200-EXIT.
069300     EXIT.
069400****************************************************************
069500*  2400-VERIFY-EXTRACTS                                          *
069600*  PROVES PTNEXT BEFORE ANYTHING IS WRITTEN - ONE HEADER TO      *
069700*  TRAILER EXTRACT PER PARTITION RUN, EACH TRAILER AGREEING      *
069800*  WITH ITS OWN DETAIL RECORDS.                                  *
069900****************************************************************
070000 2400-VERIFY-EXTRACTS.
070100     OPEN INPUT PART-EXTRACT-FILE.
070200     IF NOT WS-PART-OK
070300         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNEXT, STATUS = '
070400                 WS-PART-STATUS
070500         MOVE 'Y' TO WS-ABORT-SW
070600         GO TO 2400-EXIT
070700     END-IF.
070800     MOVE 'N' TO WS-EOF-SW.
070900     MOVE 'N' TO WS-SECTION-SW.
071000     PERFORM 2450-CHECK-EXTRACT-RECORD THRU 2450-EXIT
071100             UNTIL WS-END-OF-FILE.
071200     CLOSE PART-EXTRACT-FILE.
071300     MOVE SPACES TO MRG-MESSAGE-LINE.
071400     IF WS-IN-SECTION
071500         MOVE 'PTNEXT ENDS INSIDE AN EXTRACT - TRAILER MISSING'
071600                 TO MRG-MSG-TEXT
071700         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
071800     END-IF.
071900     IF WS-SECTION-COUNT NOT = WS-RUNSTAT-USED-COUNT
072000         MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT
072100         MOVE WS-RUNSTAT-USED-COUNT TO WS-EDIT-EXPECTED
072200         STRING 'PTNEXT HOLDS ' WS-EDIT-COUNT
072300                 ' EXTRACTS, PTNSTAT SHOWS ' WS-EDIT-EXPECTED
072400                 ' PARTITION RUNS'
072500                 DELIMITED BY SIZE INTO MRG-MSG-TEXT
072600         END-STRING
072700         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
072800     END-IF.
072900     IF WS-PROBLEM-COUNT > ZERO
073000         MOVE 'Y' TO WS-ABORT-SW
073100     END-IF.
073200 2400-EXIT.
073300     EXIT.
073400****************************************************************
073500*  2450-CHECK-EXTRACT-RECORD                                     *
073600****************************************************************
073700 2450-CHECK-EXTRACT-RECORD.
073800     READ PART-EXTRACT-FILE INTO WS-EXT-IN
073900         AT END
074000             MOVE 'Y' TO WS-EOF-SW
074100             GO TO 2450-EXIT
074200     END-READ.
074300     MOVE SPACES TO MRG-MESSAGE-LINE.
074400     IF WS-EXT-IN-HEADER
074500         IF WS-IN-SECTION
074600             MOVE 'PTNEXT EXTRACT HEADER BEFORE THE PREVIOUS '
074700                     TO MRG-MSG-TEXT
074800             PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
074900             MOVE 'EXTRACT''S TRAILER' TO MRG-MSG-TEXT
075000             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
075100         END-IF
075200         MOVE 'Y' TO WS-SECTION-SW
075300         ADD 1 TO WS-SECTION-COUNT
075400         MOVE ZERO TO WS-SECTION-DETAIL-COUNT
075500         GO TO 2450-EXIT
075600     END-IF.
075700     IF NOT WS-IN-SECTION
075800         MOVE 'PTNEXT RECORD OUTSIDE ANY EXTRACT'
075900                 TO MRG-MSG-TEXT
076000         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
076100         GO TO 2450-EXIT
076200     END-IF.
076300     IF WS-EXT-IN-DETAIL
076400         ADD 1 TO WS-SECTION-DETAIL-COUNT
076500         ADD 1 TO WS-EXTRACT-COUNT
076600         GO TO 2450-EXIT
076700     END-IF.
076800     IF WS-EXT-IN-TRAILER
076900         MOVE 'N' TO WS-SECTION-SW
077000         IF WS-EXT-IN-COUNT-X NOT NUMERIC
077100             MOVE 'PTNEXT EXTRACT TRAILER COUNT INVALID'
077200                     TO MRG-MSG-TEXT
077300             PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
077400             GO TO 2450-EXIT
077500         END-IF
077600         IF WS-EXT-IN-COUNT NOT = WS-SECTION-DETAIL-COUNT
077700             MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT
077800             STRING 'PTNEXT EXTRACT ' WS-EDIT-COUNT
077900                     ' DOES NOT AGREE WITH ITS TRAILER'
078000                     DELIMITED BY SIZE INTO MRG-MSG-TEXT
078100             END-STRING
078200             PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
078300         END-IF
078400         GO TO 2450-EXIT
078500     END-IF.
078600     MOVE 'PTNEXT RECORD OF UNKNOWN TYPE' TO MRG-MSG-TEXT.
078700     PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT.
078800 2450-EXIT.
078900     EXIT.
079000****************************************************************
079100*  2500-CHECK-RUN-HISTORY                                        *
079200*  THE MERGE APPENDS THE NIGHT TO RUNHIST AS ITS LAST ACT.  IF   *
079300*  THE NIGHT IS ALREADY THERE IT HAS BEEN MERGED, AND A SECOND   *
079400*  MERGE WOULD APPEND ITS AUDIT TRAIL TWICE.                     *
079500****************************************************************
079600 2500-CHECK-RUN-HISTORY.
079700     OPEN INPUT RUN-HISTORY-FILE.
079800     IF WS-RUNHIST-NOT-FOUND
079900         GO TO 2500-EXIT
080000     END-IF.
080100     IF NOT WS-RUNHIST-OK
080200         DISPLAY 'FACTMRG - UNABLE TO OPEN RUNHIST, STATUS = '
080300                 WS-RUNHIST-STATUS
080400         MOVE 'Y' TO WS-ABORT-SW
080500         GO TO 2500-EXIT
080600     END-IF.
080700     MOVE 'N' TO WS-EOF-SW.
080800     PERFORM 2550-CHECK-HISTORY-RECORD THRU 2550-EXIT
080900             UNTIL WS-END-OF-FILE.
081000     CLOSE RUN-HISTORY-FILE.
081100 2500-EXIT.
081200     EXIT.
081300****************************************************************
081400*  2550-CHECK-HISTORY-RECORD                                     *
081500****************************************************************
081600 2550-CHECK-HISTORY-RECORD.
081700     READ RUN-HISTORY-FILE INTO RST-RECORD
081800         AT END
081900             MOVE 'Y' TO WS-EOF-SW
082000             GO TO 2550-EXIT
082100     END-READ.
082200     IF RST-RUN-DATE = WS-NIGHT-DATE
082300             AND RST-RUN-TIME = WS-NIGHT-TIME
082400             AND RST-JOB-NAME = WS-NIGHT-JOB-NAME
082500         MOVE SPACES TO MRG-MESSAGE-LINE
082600         MOVE 'TONIGHT IS ALREADY ON RUNHIST - THE PARTITIONS '
082700                 TO MRG-MSG-TEXT
082800         PERFORM 8000-NOTE-PROBLEM THRU 8000-EXIT
082900         MOVE 'HAVE ALREADY BEEN MERGED' TO MRG-MSG-TEXT
083000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
083100         MOVE 'Y' TO WS-ABORT-SW
083200         MOVE 'Y' TO WS-EOF-SW
083300     END-IF.
083400 2550-EXIT.
083500     EXIT.
083600****************************************************************
083700*  3000-MERGE-REPORT                                             *
083800*  COPIES THE PARTITION RESULTS REPORTS TO RPTOUT, NUMBERING     *
083900*  THEIR PAGES ON FROM ONE ANOTHER.                              *
084000****************************************************************
084100 3000-MERGE-REPORT.
084200     OPEN OUTPUT REPORT-FILE.
084300     IF NOT WS-REPORT-OK
084400         DISPLAY 'FACTMRG - UNABLE TO OPEN RPTOUT, STATUS = '
084500                 WS-REPORT-STATUS
084600         MOVE 'Y' TO WS-ABORT-SW
084700         GO TO 3000-EXIT
084800     END-IF.
084900     OPEN INPUT PART-REPORT-FILE.
085000     IF NOT WS-PART-OK
085100         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNRPT, STATUS = '
085200                 WS-PART-STATUS
085300         MOVE 'Y' TO WS-ABORT-SW
085400         CLOSE REPORT-FILE
085500         GO TO 3000-EXIT
085600     END-IF.
085700     MOVE 'N' TO WS-EOF-SW.
085800     PERFORM 3050-COPY-REPORT-LINE THRU 3050-EXIT
085900             UNTIL WS-END-OF-FILE.
086000     CLOSE PART-REPORT-FILE.
086100     CLOSE REPORT-FILE.
086200 3000-EXIT.
086300     EXIT.
086400****************************************************************
086500*  3050-COPY-REPORT-LINE                                         *
086600****************************************************************
086700 3050-COPY-REPORT-LINE.
086800     READ PART-REPORT-FILE INTO RPT-RECORD
086900         AT END
087000             MOVE 'Y' TO WS-EOF-SW
087100             GO TO 3050-EXIT
087200     END-READ.
087300     IF RPT-HDG-DATE-LIT = 'RUN DATE '
087400             AND RPT-HDG-PAGE-LIT = 'PAGE '
087500         ADD 1 TO WS-RPT-PAGE-COUNT
087600         MOVE WS-RPT-PAGE-COUNT TO RPT-HDG-PAGE
087700     END-IF.
087800     WRITE RPT-LINE FROM RPT-RECORD.
087900     ADD 1 TO WS-REPORT-LINE-COUNT.
088000 3050-EXIT.
088100     EXIT.
088200****************************************************************
088300*  3100-MERGE-EXCEPTIONS                                         *
088400*  COPIES THE PARTITION EXCEPTION REPORTS TO EXCPRPT, NUMBERING  *
088500*  THEIR PAGES ON FROM ONE ANOTHER.                              *
088600****************************************************************
088700 3100-MERGE-EXCEPTIONS.
088800     OPEN OUTPUT EXCEPTION-FILE.
088900     IF NOT WS-EXCEPTION-OK
089000         DISPLAY 'FACTMRG - UNABLE TO OPEN EXCPRPT, STATUS = '
089100                 WS-EXCEPTION-STATUS
089200         MOVE 'Y' TO WS-ABORT-SW
089300         GO TO 3100-EXIT
089400     END-IF.
089500     OPEN INPUT PART-EXCEPTION-FILE.
089600     IF NOT WS-PART-OK
089700         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNEXC, STATUS = '
089800                 WS-PART-STATUS
089900         MOVE 'Y' TO WS-ABORT-SW
090000         CLOSE EXCEPTION-FILE
090100         GO TO 3100-EXIT
090200     END-IF.
090300     MOVE 'N' TO WS-EOF-SW.
090400     PERFORM 3150-COPY-EXCEPTION-LINE THRU 3150-EXIT
090500             UNTIL WS-END-OF-FILE.
090600     CLOSE PART-EXCEPTION-FILE.
090700     CLOSE EXCEPTION-FILE.
090800 3100-EXIT.
090900     EXIT.
091000****************************************************************
091100*  3150-COPY-EXCEPTION-LINE                                      *
091200****************************************************************
091300 3150-COPY-EXCEPTION-LINE.
091400     READ PART-EXCEPTION-FILE INTO EXC-RECORD
091500         AT END
091600             MOVE 'Y' TO WS-EOF-SW
091700             GO TO 3150-EXIT
091800     END-READ.
091900     IF EXC-HDG-DATE-LIT = 'RUN DATE '
092000             AND EXC-HDG-PAGE-LIT = 'PAGE '
092100         ADD 1 TO WS-EXC-PAGE-COUNT
092200         MOVE WS-EXC-PAGE-COUNT TO EXC-HDG-PAGE
092300     END-IF.
092400     WRITE EXC-LINE FROM EXC-RECORD.
092500     ADD 1 TO WS-EXC-LINE-COUNT.
092600 3150-EXIT.
092700     EXIT.
092800****************************************************************
092900*  3200-MERGE-EXTRACT                                            *
093000*  WRITES ONE EXTOUT FOR THE NIGHT - A HEADER WITH THE NIGHT'S   *
093100*  STAMP, EVERY PARTITION'S DETAIL RECORDS, AND A TRAILER WITH   *
093200*  THEIR TOTAL.  THE PARTITION HEADERS AND TRAILERS, PROVED BY   *
093300*  2400, ARE DROPPED.                                            *
093400****************************************************************
093500 3200-MERGE-EXTRACT.
093600     OPEN OUTPUT EXTRACT-FILE.
093700     IF NOT WS-EXTRACT-OK
093800         DISPLAY 'FACTMRG - UNABLE TO OPEN EXTOUT, STATUS = '
093900                 WS-EXTRACT-STATUS
094000         MOVE 'Y' TO WS-ABORT-SW
094100         GO TO 3200-EXIT
094200     END-IF.
094300     OPEN INPUT PART-EXTRACT-FILE.
094400     IF NOT WS-PART-OK
094500         DISPLAY 'FACTMRG - UNABLE TO REOPEN PTNEXT, STATUS = '
094600                 WS-PART-STATUS
094700         MOVE 'Y' TO WS-ABORT-SW
094800         CLOSE EXTRACT-FILE
094900         GO TO 3200-EXIT
095000     END-IF.
095100     MOVE WS-NIGHT-DATE TO EXT-HDR-RUN-DATE.
095200     MOVE WS-NIGHT-TIME TO EXT-HDR-RUN-TIME.
095300     MOVE WS-NIGHT-JOB-NAME TO EXT-HDR-JOB-NAME.
095400     WRITE EXT-LINE FROM EXT-HEADER-REC.
095500     MOVE 'N' TO WS-EOF-SW.
095600     PERFORM 3250-COPY-EXTRACT-DETAIL THRU 3250-EXIT
095700             UNTIL WS-END-OF-FILE.
095800     MOVE WS-EXTRACT-COUNT TO EXT-TRL-REC-COUNT.
095900     WRITE EXT-LINE FROM EXT-TRAILER-REC.
096000     CLOSE PART-EXTRACT-FILE.
096100     CLOSE EXTRACT-FILE.
096200 3200-EXIT.
096300     EXIT.
096400****************************************************************
096500*  3250-COPY-EXTRACT-DETAIL                                      *
096600****************************************************************
096700 3250-COPY-EXTRACT-DETAIL.
096800     READ PART-EXTRACT-FILE INTO WS-EXT-IN
096900         AT END
097000             MOVE 'Y' TO WS-EOF-SW
097100             GO TO 3250-EXIT
097200     END-READ.
097300     IF WS-EXT-IN-DETAIL
097400         WRITE EXT-LINE FROM WS-EXT-IN
097500     END-IF.
097600 3250-EXIT.
097700     EXIT.
097800****************************************************************
097900*  3300-MERGE-RECYCLE                                            *
098000*  COPIES THE PARTITION REJECTS TO RECYCOUT, NUMBERING THEM ON   *
098100*  FROM ONE ANOTHER SO EACH REJECT SEQUENCE NUMBER IS UNIQUE     *
098200*  FOR THE NIGHT, AS RECYCLE EXPECTS.                            *
098300****************************************************************
098400 3300-MERGE-RECYCLE.
098500     OPEN OUTPUT RECYCLE-FILE.
098600     IF NOT WS-RECYCLE-OK
098700         DISPLAY 'FACTMRG - UNABLE TO OPEN RECYCOUT, STATUS = '
098800                 WS-RECYCLE-STATUS
098900         MOVE 'Y' TO WS-ABORT-SW
099000         GO TO 3300-EXIT
099100     END-IF.
099200     OPEN INPUT PART-RECYCLE-FILE.
099300     IF NOT WS-PART-OK
099400         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNRCY, STATUS = '
099500                 WS-PART-STATUS
099600         MOVE 'Y' TO WS-ABORT-SW
099700         CLOSE RECYCLE-FILE
099800         GO TO 3300-EXIT
099900     END-IF.
100000     MOVE 'N' TO WS-EOF-SW.
100100     PERFORM 3350-COPY-RECYCLE-RECORD THRU 3350-EXIT
100200             UNTIL WS-END-OF-FILE.
100300     CLOSE PART-RECYCLE-FILE.
100400     CLOSE RECYCLE-FILE.
100500 3300-EXIT.
100600     EXIT.
100700****************************************************************
100800*  3350-COPY-RECYCLE-RECORD                                      *
100900****************************************************************
101000 3350-COPY-RECYCLE-RECORD.
101100     READ PART-RECYCLE-FILE INTO RCY-RECORD
101200         AT END
101300             MOVE 'Y' TO WS-EOF-SW
101400             GO TO 3350-EXIT
101500     END-READ.
101600     ADD 1 TO WS-RECYCLE-SEQ.
101700     MOVE WS-RECYCLE-SEQ TO RCY-SEQ.
101800     WRITE RECYCLE-LINE FROM RCY-RECORD.
101900     IF NOT WS-RECYCLE-OK
102000         DISPLAY 'FACTMRG - RECYCOUT WRITE FAILED, STATUS = '
102100                 WS-RECYCLE-STATUS
102200     END-IF.
102300 3350-EXIT.
102400     EXIT.
102500****************************************************************
102600*  3400-MERGE-CARRYOVER                                          *
102700*  COPIES THE PARTITIONS' DEFERRED RECORDS TO CARRYOUT AS ONE    *
102800*  GENERATED CARRYOVR BATCH, AS A SINGLE RUN WOULD HAVE WRITTEN  *
102900*  THEM.  THE PARTITIONS' OWN BATCH HEADERS AND TRAILERS ARE     *
103000*  DROPPED.  NO DEFERRALS LEAVES CARRYOUT EMPTY.                 *
103100****************************************************************
103200 3400-MERGE-CARRYOVER.
103300     OPEN OUTPUT CARRYOVER-FILE.
103400     IF NOT WS-CARRY-OK
103500         DISPLAY 'FACTMRG - UNABLE TO OPEN CARRYOUT, STATUS = '
103600                 WS-CARRY-STATUS
103700         MOVE 'Y' TO WS-ABORT-SW
103800         GO TO 3400-EXIT
103900     END-IF.
104000     OPEN INPUT PART-CARRYOVER-FILE.
104100     IF NOT WS-PART-OK
104200         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNCARY, STATUS = '
104300                 WS-PART-STATUS
104400         MOVE 'Y' TO WS-ABORT-SW
104500         CLOSE CARRYOVER-FILE
104600         GO TO 3400-EXIT
104700     END-IF.
104800     MOVE 'N' TO WS-EOF-SW.
104900     PERFORM 3450-COPY-CARRYOVER-RECORD THRU 3450-EXIT
105000             UNTIL WS-END-OF-FILE.
105100     IF WS-CARRY-BATCH-STARTED
105200         MOVE WS-DEFER-COUNT TO WS-CBT-REC-COUNT
105300         WRITE CARRY-RECORD FROM WS-CARRY-BATCH-TRAILER
105400     END-IF.
105500     CLOSE PART-CARRYOVER-FILE.
105600     CLOSE CARRYOVER-FILE.
105700 3400-EXIT.
105800     EXIT.
105900****************************************************************
106000*  3450-COPY-CARRYOVER-RECORD                                    *
106100****************************************************************
106200 3450-COPY-CARRYOVER-RECORD.
106300     READ PART-CARRYOVER-FILE INTO WS-CARRY-IN
106400         AT END
106500             MOVE 'Y' TO WS-EOF-SW
106600             GO TO 3450-EXIT
106700     END-READ.
106800     IF WS-CARRY-IN-HEADER OR WS-CARRY-IN-TRAILER
106900         GO TO 3450-EXIT
107000     END-IF.
107100     IF NOT WS-CARRY-BATCH-STARTED
107200         MOVE WS-NIGHT-DATE TO WS-CBH-CREATE-DATE
107300         WRITE CARRY-RECORD FROM WS-CARRY-BATCH-HEADER
107400         MOVE 'Y' TO WS-CARRY-BATCH-SW
107500     END-IF.
107600     WRITE CARRY-RECORD FROM WS-CARRY-IN.
107700     ADD 1 TO WS-DEFER-COUNT.
107800 3450-EXIT.
107900     EXIT.
108000****************************************************************
108100*  4000-APPLY-EVENTS                                             *
108200*  APPLIES THE PARTITIONS' FACTMST UPDATES AND PASSES THEIR      *
108300*  REQUEST POSTINGS TO RQSPOST, PARTITION BY PARTITION IN THE    *
108400*  ORDER THEY WERE WRITTEN.  AN UNUSABLE FACTMST IS REPORTED     *
108500*  AND ITS UPDATES PASSED OVER, AS FACTORIAL ITSELF WOULD.       *
108600****************************************************************
108700 4000-APPLY-EVENTS.
108800     OPEN INPUT PART-EVENT-FILE.
108900     IF NOT WS-PART-OK
109000         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNEVT, STATUS = '
109100                 WS-PART-STATUS
109200         MOVE 'Y' TO WS-ABORT-SW
109300         GO TO 4000-EXIT
109400     END-IF.
109500     PERFORM 4050-OPEN-MASTER-FILES THRU 4050-EXIT.
109600     MOVE 'O' TO RQE-FUNCTION-X.
109700     MOVE WS-NIGHT-JOB-NAME TO RQE-JOB-NAME.
109800     CALL 'RQSPOST' USING RQE-RECORD.
109900     MOVE 'N' TO WS-EOF-SW.
110000     PERFORM 4100-APPLY-EVENT THRU 4100-EXIT
110100             UNTIL WS-END-OF-FILE.
110200     CLOSE PART-EVENT-FILE.
110300     IF WS-MASTER-AVAILABLE
110400         CLOSE RESULTS-MASTER
110500         CLOSE HISTORY-FILE
110600     END-IF.
110700     MOVE 'C' TO RQE-FUNCTION-X.
110800     CALL 'RQSPOST' USING RQE-RECORD.
110900 4000-EXIT.
111000     EXIT.
111100****************************************************************
111200*  4050-OPEN-MASTER-FILES                                        *
111300****************************************************************
111400 4050-OPEN-MASTER-FILES.
111500     OPEN I-O RESULTS-MASTER.
111600     IF WS-MASTER-NOT-FOUND
111700         OPEN OUTPUT RESULTS-MASTER
111800         CLOSE RESULTS-MASTER
111900         OPEN I-O RESULTS-MASTER
112000     END-IF.
112100     IF NOT WS-MASTER-OK
112200         DISPLAY 'FACTMRG - FACTMST UNAVAILABLE, STATUS = '
112300                 WS-MASTER-STATUS
112400                 ', RESULTS MASTER WILL NOT BE UPDATED'
112500         GO TO 4050-EXIT
112600     END-IF.
112700     OPEN EXTEND HISTORY-FILE.
112800     IF WS-HISTORY-NOT-FOUND
112900         OPEN OUTPUT HISTORY-FILE
113000     END-IF.
113100     IF NOT WS-HISTORY-OK
113200         DISPLAY 'FACTMRG - UNABLE TO OPEN FMSTHIST, STATUS = '
113300                 WS-HISTORY-STATUS
113400                 ', RESULTS MASTER WILL NOT BE UPDATED'
113500         CLOSE RESULTS-MASTER
113600         GO TO 4050-EXIT
113700     END-IF.
113800     MOVE 'Y' TO WS-MASTER-AVAIL-SW.
113900 4050-EXIT.
114000     EXIT.
114100****************************************************************
114200*  4100-APPLY-EVENT                                              *
114300****************************************************************
114400 4100-APPLY-EVENT.
114500     READ PART-EVENT-FILE
114600         AT END
114700             MOVE 'Y' TO WS-EOF-SW
114800             GO TO 4100-EXIT
114900     END-READ.
115000     ADD 1 TO WS-EVENT-COUNT.
115100     IF EVT-MASTER-UPDATE
115200         PERFORM 4200-APPLY-MASTER-EVENT THRU 4200-EXIT
115300         GO TO 4100-EXIT
115400     END-IF.
115500     IF EVT-REQUEST-POSTING
115600         MOVE EVT-RQE-IMAGE TO RQE-RECORD
115700         CALL 'RQSPOST' USING RQE-RECORD
115800         ADD 1 TO WS-POSTING-COUNT
115900         GO TO 4100-EXIT
116000     END-IF.
116100     DISPLAY 'FACTMRG - PTNEVT EVENT OF UNKNOWN TYPE '
116200             EVT-TYPE-X ' FROM PARTITION ' EVT-PARTITION
116300             ' IGNORED'.
116400 4100-EXIT.
116500     EXIT.
116600****************************************************************
116700*  4200-APPLY-MASTER-EVENT                                       *
116800*  WRITES THE PARTITION'S NEW FACTMST ENTRY.  WHERE AN ENTRY     *
116900*  ALREADY STANDS IT IS JOURNALED TO FMSTHIST AND REPLACED, AS   *
117000*  FACTORIAL DOES - UNLESS IT ALREADY CARRIES THIS EVENT'S RUN   *
117100*  STAMPS, WHEN THE UPDATE HAS BEEN MADE BEFORE.                 *
117200****************************************************************
117300 4200-APPLY-MASTER-EVENT.
117400     IF NOT WS-MASTER-AVAILABLE
117500         ADD 1 TO WS-MASTER-SKIP-COUNT
117600         GO TO 4200-EXIT
117700     END-IF.
117800     COMPUTE WS-N-SUB = EVT-FMST-N + 1.
117900     IF WS-N-APPLIED (WS-N-SUB)
118000         ADD 1 TO WS-MASTER-SKIP-COUNT
118100         GO TO 4200-EXIT
118200     END-IF.
118300     MOVE 'Y' TO WS-APPLIED-SW (WS-N-SUB).
118400     MOVE EVT-FMST-IMAGE TO FMST-RECORD.
118500     WRITE FMST-RECORD.
118600     IF WS-MASTER-OK
118700         ADD 1 TO WS-MASTER-ADD-COUNT
118800         GO TO 4200-EXIT
118900     END-IF.
119000     IF NOT WS-MASTER-DUP-KEY
119100         DISPLAY 'FACTMRG - FACTMST UPDATE FAILED FOR N = '
119200                 EVT-FMST-N ', STATUS = ' WS-MASTER-STATUS
119300         GO TO 4200-EXIT
119400     END-IF.
119500     READ RESULTS-MASTER
119600         INVALID KEY
119700             DISPLAY 'FACTMRG - BEFORE-IMAGE READ FAILED FOR '
119800                     'N = ' EVT-FMST-N ', STATUS = '
119900                     WS-MASTER-STATUS
120000             GO TO 4200-EXIT
120100     END-READ.
120200     IF FMST-LAST-CALC-DATE = EVT-FMST-LAST-CALC-DATE
120300             AND FMST-LAST-CALC-TIME = EVT-FMST-LAST-CALC-TIME
120400             AND FMST-JOB-NAME = EVT-FMST-JOB-NAME
120500         ADD 1 TO WS-MASTER-SKIP-COUNT
120600         GO TO 4200-EXIT
120700     END-IF.
120800     PERFORM 4250-JOURNAL-BEFORE-IMAGE THRU 4250-EXIT.
120900     MOVE EVT-FMST-IMAGE TO FMST-RECORD.
121000     REWRITE FMST-RECORD.
121100     IF NOT WS-MASTER-OK
121200         DISPLAY 'FACTMRG - FACTMST UPDATE FAILED FOR N = '
121300                 EVT-FMST-N ', STATUS = ' WS-MASTER-STATUS
121400         GO TO 4200-EXIT
121500     END-IF.
121600     ADD 1 TO WS-MASTER-REPL-COUNT.
121700 4200-EXIT.
121800     EXIT.
121900****************************************************************
122000*  4250-JOURNAL-BEFORE-IMAGE                                     *
122100*  APPENDS THE STANDING ENTRY JUST READ TO FMSTHIST WITH THE     *
122200*  REPLACING PARTITION RUN'S DATE, TIME AND JOB.  A FAILED       *
122300*  JOURNAL WRITE IS REPORTED BUT THE REWRITE STILL GOES AHEAD.   *
122400****************************************************************
122500 4250-JOURNAL-BEFORE-IMAGE.
122600     MOVE SPACES TO FHST-RECORD.
122700     MOVE FMST-N TO FHST-N.
122800     MOVE FMST-FACTORIAL TO FHST-FACTORIAL.
122900     MOVE FMST-RETURN-CODE TO FHST-RETURN-CODE.
123000     MOVE FMST-APPROX-FLAG TO FHST-APPROX-FLAG.
123100     MOVE FMST-MANTISSA TO FHST-MANTISSA.
123200     MOVE FMST-EXPONENT TO FHST-EXPONENT.
123300     MOVE FMST-LAST-CALC-DATE TO FHST-CALC-DATE.
123400     MOVE FMST-LAST-CALC-TIME TO FHST-CALC-TIME.
123500     MOVE FMST-JOB-NAME TO FHST-JOB-NAME.
123600     MOVE EVT-FMST-LAST-CALC-DATE TO FHST-REPL-DATE.
123700     MOVE EVT-FMST-LAST-CALC-TIME TO FHST-REPL-TIME.
123800     MOVE EVT-FMST-JOB-NAME TO FHST-REPL-JOB.
123900     WRITE FHST-RECORD.
124000     IF NOT WS-HISTORY-OK
124100         DISPLAY 'FACTMRG - FMSTHIST JOURNAL WRITE FAILED '
124200                 'FOR N = ' FMST-N ', STATUS = '
124300                 WS-HISTORY-STATUS
124400     END-IF.
124500 4250-EXIT.
124600     EXIT.
124700****************************************************************
124800*  4500-APPEND-AUDIT                                             *
124900*  APPENDS THE PARTITIONS' AUDIT ENTRIES TO THE DURABLE AUDOUT   *
125000*  TRAIL.                                                        *
125100****************************************************************
125200 4500-APPEND-AUDIT.
125300     OPEN EXTEND AUDIT-FILE.
125400     IF WS-AUDIT-NOT-FOUND
125500         OPEN OUTPUT AUDIT-FILE
125600     END-IF.
125700     IF NOT WS-AUDIT-OK
125800         DISPLAY 'FACTMRG - UNABLE TO OPEN AUDOUT, STATUS = '
125900                 WS-AUDIT-STATUS
126000         MOVE 'Y' TO WS-ABORT-SW
126100         GO TO 4500-EXIT
126200     END-IF.
126300     OPEN INPUT PART-AUDIT-FILE.
126400     IF NOT WS-PART-OK
126500         DISPLAY 'FACTMRG - UNABLE TO OPEN PTNAUD, STATUS = '
126600                 WS-PART-STATUS
126700         MOVE 'Y' TO WS-ABORT-SW
126800         CLOSE AUDIT-FILE
126900         GO TO 4500-EXIT
127000     END-IF.
127100     MOVE 'N' TO WS-EOF-SW.
127200     PERFORM 4550-COPY-AUDIT-ENTRY THRU 4550-EXIT
127300             UNTIL WS-END-OF-FILE.
127400     CLOSE PART-AUDIT-FILE.
127500     CLOSE AUDIT-FILE.
127600 4500-EXIT.
127700     EXIT.
127800****************************************************************
127900*  4550-COPY-AUDIT-ENTRY                                         *
128000****************************************************************
128100 4550-COPY-AUDIT-ENTRY.
128200     READ PART-AUDIT-FILE
128300         AT END
128400             MOVE 'Y' TO WS-EOF-SW
128500             GO TO 4550-EXIT
128600     END-READ.
128700     WRITE AUDIT-LINE FROM PART-AUDIT-LINE.
128800     IF NOT WS-AUDIT-OK
128900         DISPLAY 'FACTMRG - AUDOUT WRITE FAILED, STATUS = '
129000                 WS-AUDIT-STATUS
129100     END-IF.
129200     ADD 1 TO WS-AUDIT-COUNT.
129300 4550-EXIT.
129400     EXIT.
129500****************************************************************
129600*  5000-WRITE-RUN-STATUS                                         *
129700*  WRITES THE NIGHT'S RUNSTAT - THE WORST PARTITION OUTCOME AND  *
129800*  THE SUMMED COUNTS, WITH NO PARTITION NUMBER - AND APPENDS IT  *
129900*  TO RUNHIST.  THE PARTITIONS LEFT RUNHIST TO THE MERGE.        *
130000****************************************************************
130100 5000-WRITE-RUN-STATUS.
130200     MOVE SPACES TO RST-RECORD.
130300     EVALUATE WS-NIGHT-RC
130400         WHEN ZERO
130500             MOVE 'CLEAN' TO RST-DISPOSITION
130600         WHEN 04
130700             MOVE 'REJECTS' TO RST-DISPOSITION
130800         WHEN OTHER
130900             MOVE 'OVERFLOW' TO RST-DISPOSITION
131000     END-EVALUATE.
131100     MOVE WS-NIGHT-RC TO RST-RETURN-CODE.
131200     MOVE WS-NIGHT-DATE TO RST-RUN-DATE.
131300     MOVE WS-NIGHT-TIME TO RST-RUN-TIME.
131400     MOVE WS-NIGHT-JOB-NAME TO RST-JOB-NAME.
131500     MOVE WS-NIGHT-READ TO RST-RECORDS-READ.
131600     MOVE WS-NIGHT-REJECTS TO RST-REJECT-COUNT.
131700     MOVE WS-NIGHT-OVERFLOWS TO RST-OVERFLOW-COUNT.
131800     MOVE WS-NIGHT-DEFERRED TO RST-DEFER-COUNT.
131900     OPEN OUTPUT RUN-STATUS-FILE.
132000     IF NOT WS-RUNSTAT-OK
132100         DISPLAY 'FACTMRG - UNABLE TO OPEN RUNSTAT, STATUS = '
132200                 WS-RUNSTAT-STATUS
132300         MOVE 'Y' TO WS-ABORT-SW
132400         GO TO 5000-EXIT
132500     END-IF.
132600     WRITE RST-LINE FROM RST-RECORD.
132700     CLOSE RUN-STATUS-FILE.
132800     OPEN EXTEND RUN-HISTORY-FILE.
132900     IF WS-RUNHIST-NOT-FOUND
133000         OPEN OUTPUT RUN-HISTORY-FILE
133100     END-IF.
133200     IF NOT WS-RUNHIST-OK
133300         DISPLAY 'FACTMRG - UNABLE TO OPEN RUNHIST, STATUS = '
133400                 WS-RUNHIST-STATUS
133500         MOVE 'Y' TO WS-ABORT-SW
133600         GO TO 5000-EXIT
133700     END-IF.
133800     WRITE RHS-LINE FROM RST-RECORD.
133900     CLOSE RUN-HISTORY-FILE.
134000 5000-EXIT.
134100     EXIT.
134200****************************************************************
134300*  5500-WRITE-COUNT-LINES                                        *
134400*  ONE LINE PER MERGED FILE AND PER KIND OF EVENT APPLIED.       *
134500****************************************************************
134600 5500-WRITE-COUNT-LINES.
134700     MOVE SPACES TO MRG-MESSAGE-LINE.
134800     MOVE 'PARTITIONS MERGED' TO MRG-MSG-TEXT.
134900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
135000     MOVE SPACES TO MRG-COUNT-LINE.
135100     MOVE 'PTNSTAT' TO MRG-CNT-NAME.
135200     MOVE 'PARTITIONS IN TONIGHT''S PLAN' TO MRG-CNT-LIT.
135300     MOVE WS-PLAN-COUNT TO WS-EDIT-COUNT.
135400     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
135500     MOVE 'RUNSTAT' TO MRG-CNT-NAME.
135600     MOVE 'RECORDS READ BY THE PARTITIONS' TO MRG-CNT-LIT.
135700     MOVE WS-NIGHT-READ TO WS-EDIT-COUNT.
135800     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
135900     MOVE 'RPTOUT' TO MRG-CNT-NAME.
136000     MOVE 'RESULTS REPORT LINES' TO MRG-CNT-LIT.
136100     MOVE WS-REPORT-LINE-COUNT TO WS-EDIT-COUNT.
136200     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
136300     MOVE 'EXCPRPT' TO MRG-CNT-NAME.
136400     MOVE 'EXCEPTION REPORT LINES' TO MRG-CNT-LIT.
136500     MOVE WS-EXC-LINE-COUNT TO WS-EDIT-COUNT.
136600     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
136700     MOVE 'EXTOUT' TO MRG-CNT-NAME.
136800     MOVE 'EXTRACT DETAIL RECORDS' TO MRG-CNT-LIT.
136900     MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT.
137000     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
137100     MOVE 'RECYCOUT' TO MRG-CNT-NAME.
137200     MOVE 'REJECTS FOR RECYCLING' TO MRG-CNT-LIT.
137300     MOVE WS-RECYCLE-SEQ TO WS-EDIT-COUNT.
137400     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
137500     MOVE 'CARRYOUT' TO MRG-CNT-NAME.
137600     MOVE 'DEFERRED RECORDS CARRIED' TO MRG-CNT-LIT.
137700     MOVE WS-DEFER-COUNT TO WS-EDIT-COUNT.
137800     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
137900     MOVE 'AUDOUT' TO MRG-CNT-NAME.
138000     MOVE 'AUDIT ENTRIES APPENDED' TO MRG-CNT-LIT.
138100     MOVE WS-AUDIT-COUNT TO WS-EDIT-COUNT.
138200     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
138300     MOVE 'FACTMST' TO MRG-CNT-NAME.
138400     MOVE 'ENTRIES ADDED' TO MRG-CNT-LIT.
138500     MOVE WS-MASTER-ADD-COUNT TO WS-EDIT-COUNT.
138600     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
138700     MOVE 'FACTMST' TO MRG-CNT-NAME.
138800     MOVE 'ENTRIES REPLACED AND JOURNALED' TO MRG-CNT-LIT.
138900     MOVE WS-MASTER-REPL-COUNT TO WS-EDIT-COUNT.
139000     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
139100     MOVE 'FACTMST' TO MRG-CNT-NAME.
139200     MOVE 'UPDATES ALREADY MADE OR NOT APPLIED' TO MRG-CNT-LIT.
139300     MOVE WS-MASTER-SKIP-COUNT TO WS-EDIT-COUNT.
139400     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
139500     MOVE 'RQSTMST' TO MRG-CNT-NAME.
139600     MOVE 'REQUEST POSTINGS PASSED TO RQSPOST' TO MRG-CNT-LIT.
139700     MOVE WS-POSTING-COUNT TO WS-EDIT-COUNT.
139800     PERFORM 5550-WRITE-COUNT-LINE THRU 5550-EXIT.
139900     DISPLAY 'FACTMRG - ' WS-PLAN-COUNT ' PARTITIONS MERGED, '
140000             'RETURN CODE ' WS-NIGHT-RC.
140100 5500-EXIT.
140200     EXIT.
140300****************************************************************
140400*  5550-WRITE-COUNT-LINE                                         *
140500*  PRINTS THE COUNT LINE WHOSE NAME AND LITERAL ARE ALREADY SET, *
140600*  WITH THE COUNT IN WS-EDIT-COUNT.                              *
140700****************************************************************
140800 5550-WRITE-COUNT-LINE.
140900     MOVE WS-EDIT-COUNT TO MRG-CNT-COUNT.
141000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
141100     MOVE SPACES TO MRG-COUNT-LINE.
141200 5550-EXIT.
141300     EXIT.
141400****************************************************************
141500*  7000-WRITE-HEADING-LINES                                      *
141600****************************************************************
141700 7000-WRITE-HEADING-LINES.
141800     ADD 1 TO WS-PAGE-COUNT.
141900     MOVE SPACES TO MRG-HEADING-LINE.
142000     MOVE 'PARTITION MERGE CONTROL REPORT' TO MRG-HDG-TITLE.
142100     MOVE 'RUN DATE ' TO MRG-HDG-DATE-LIT.
142200     MOVE WS-RUN-DATE TO MRG-HDG-DATE.
142300     MOVE 'PAGE ' TO MRG-HDG-PAGE-LIT.
142400     MOVE WS-PAGE-COUNT TO MRG-HDG-PAGE.
142500     WRITE MRG-LINE FROM MRG-HEADING-LINE.
142600     MOVE 1 TO WS-LINE-COUNT.
142700     IF WS-STATUS-COLUMNS
142800         PERFORM 7100-WRITE-COLUMN-LINE THRU 7100-EXIT
142900     END-IF.
143000 7000-EXIT.
143100     EXIT.
143200****************************************************************
143300*  7100-WRITE-COLUMN-LINE                                        *
143400****************************************************************
143500 7100-WRITE-COLUMN-LINE.
143600     MOVE SPACES TO MRG-COLUMN-LINE.
143700     MOVE 'PARTITION' TO MRG-COL-PARTITION-LIT.
143800     MOVE 'RUNSTAT' TO MRG-COL-DISP-LIT.
143900     MOVE 'RC' TO MRG-COL-RC-LIT.
144000     MOVE 'RUN DATE   TIME' TO MRG-COL-RUN-LIT.
144100     MOVE '        READ' TO MRG-COL-READ-LIT.
144200     MOVE '     PLANNED' TO MRG-COL-EXPECT-LIT.
144300     MOVE '     REJECTS' TO MRG-COL-REJECT-LIT.
144400     MOVE '   OVERFLOWS' TO MRG-COL-OVERFLOW-LIT.
144500     MOVE '    DEFERRED' TO MRG-COL-DEFER-LIT.
144600     WRITE MRG-LINE FROM MRG-COLUMN-LINE.
144700     ADD 1 TO WS-LINE-COUNT.
144800 7100-EXIT.
144900     EXIT.
145000****************************************************************
145100*  7900-PRINT-LINE                                               *
145200*  PRINTS THE LINE BUILT IN MRG-RECORD, STARTING A NEW PAGE      *
145300*  FIRST WHEN THE CURRENT ONE IS FULL.                           *
145400****************************************************************
145500 7900-PRINT-LINE.
145600     IF NOT WS-MERGE-RPT-OK
145700         GO TO 7900-EXIT
145800     END-IF.
145900     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
146000             THAN WS-LINES-PER-PAGE
146100         MOVE MRG-RECORD TO WS-PRINT-SAVE
146200         PERFORM 7000-WRITE-HEADING-LINES THRU 7000-EXIT
146300         MOVE WS-PRINT-SAVE TO MRG-RECORD
146400     END-IF.
146500     WRITE MRG-LINE FROM MRG-RECORD.
146600     ADD 1 TO WS-LINE-COUNT.
146700 7900-EXIT.
146800     EXIT.
146900****************************************************************
147000*  8000-NOTE-PROBLEM                                             *
147100*  PRINTS THE MESSAGE IN MRG-MSG-TEXT AS A REASON THE MERGE      *
147200*  CANNOT BE MADE, AND ECHOES IT TO THE CONSOLE.                 *
147300****************************************************************
147400 8000-NOTE-PROBLEM.
147500     ADD 1 TO WS-PROBLEM-COUNT.
147600     DISPLAY 'FACTMRG - ' MRG-MSG-TEXT.
147700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
147800     MOVE SPACES TO MRG-MESSAGE-LINE.
147900 8000-EXIT.
148000     EXIT.
148100****************************************************************
148200*  9000-TERMINATE                                               *
148300****************************************************************
148400 9000-TERMINATE.
148500     IF WS-RUN-ABORTED
148600         MOVE SPACES TO MRG-MESSAGE-LINE
148700         MOVE 'MERGE NOT MADE - CORRECT THE PROBLEMS ABOVE AND '
148800                 TO MRG-MSG-TEXT
148900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
149000         MOVE 'RERUN FACTMRG' TO MRG-MSG-TEXT
149100         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
149200     END-IF.
149300     CLOSE MERGE-REPORT-FILE.
149400 9000-EXIT.
149500     EXIT.
149600****************************************************************
149700*  9900-LOG-STEP-STATUS                                         *
149800*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
149900*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
150000*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
150100****************************************************************
150200 9900-LOG-STEP-STATUS.
150300     MOVE SPACES TO SST-RECORD.
150400     MOVE 'FACTMRG' TO SST-PROGRAM.
150500     MOVE WS-RUN-DATE TO SST-RUN-DATE.
150600     MOVE WS-RUN-TIME TO SST-RUN-TIME.
150700     MOVE RETURN-CODE TO SST-RETURN-CODE.
150800     MOVE 'PARTS' TO SST-COUNT-NAME (1).
150900     MOVE WS-PLAN-COUNT TO SST-COUNT (1).
151000     MOVE 'READ' TO SST-COUNT-NAME (2).
151100     MOVE WS-NIGHT-READ TO SST-COUNT (2).
151200     MOVE 'REJECTS' TO SST-COUNT-NAME (3).
151300     MOVE WS-NIGHT-REJECTS TO SST-COUNT (3).
151400     MOVE 'EXTRACT' TO SST-COUNT-NAME (4).
151500     MOVE WS-EXTRACT-COUNT TO SST-COUNT (4).
151600     MOVE 'RECYCOUT' TO SST-COUNT-NAME (5).
151700     MOVE WS-RECYCLE-SEQ TO SST-COUNT (5).
151800     MOVE 'EVENTS' TO SST-COUNT-NAME (6).
151900     MOVE WS-EVENT-COUNT TO SST-COUNT (6).
152000     IF SST-RETURN-CODE = 12
152100         MOVE 'PARTITIONS NOT MERGED - SEE MRGRPT' TO SST-REASON
152200     ELSE
152300         MOVE RST-DISPOSITION TO SST-DISPOSITION
152400     END-IF.
152500     IF SST-RETURN-CODE = 04
152600         MOVE 'WORKLIST REJECTS - SEE EXCPRPT' TO SST-REASON
152700     END-IF.
152800     IF SST-RETURN-CODE = 08
152900         MOVE 'OVERFLOWS - SEE EXCPRPT' TO SST-REASON
153000     END-IF.
153100     CALL 'STEPLOG' USING SST-RECORD.
153200     MOVE SST-RETURN-CODE TO RETURN-CODE.
153300 9900-EXIT.
153400     EXIT.
