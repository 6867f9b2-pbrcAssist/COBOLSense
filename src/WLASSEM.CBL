000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  WLASSEM                                       *
000400*  DESCRIPTION  :  NIGHTLY WORKLIST ASSEMBLY.  BUILDS WORKIN     *
000500*                  FROM THE FEEDER FILES IN A FIXED PRIORITY     *
000600*                  ORDER - CARRYOUT (YESTERDAY'S DEFERRED        *
000700*                  WORK), MERGEOUT (RECYCLE CORRECTIONS),        *
000800*                  GENOUT (SRQGEN STANDING REQUESTS), WORKADD    *
000900*                  (SUBPULL ONLINE SUBMISSIONS) AND LAST THE     *
001000*                  MANUALIN HAND-KEYED CARDS - INSTEAD OF        *
001100*                  OPERATIONS CONCATENATING THEM BY HAND.        *
001200*                                                                *
001300*  NOTE         :  EACH FEEDER IS READ TWICE.  THE FIRST READ    *
001400*                  VERIFIES ITS OWN BH/BT BATCH INTEGRITY - A    *
001500*                  FEEDER WITH A MISSING OR MISCOUNTED TRAILER   *
001600*                  IS REFUSED WHOLE.  THE SECOND READ COPIES     *
001700*                  IT TO WORKIN, REFUSING ANY BATCH ALREADY      *
001800*                  ASSEMBLED ON AN EARLIER NIGHT (WLAHIST        *
001900*                  HISTORY, SEE WLHREC) AND DROPPING ANY         *
002000*                  DEPARTMENT + REFERENCE ALREADY TAKEN FROM A   *
002100*                  HIGHER-PRIORITY FEEDER.  TRAILERS WRITTEN TO  *
002200*                  WORKIN CARRY THE COUNT ACTUALLY COPIED.       *
002300*                  LOOSE MANUALIN CARDS OUTSIDE ANY BATCH ARE    *
002400*                  WRAPPED IN A GENERATED 'MANUAL' BATCH.        *
002500*                  THE WLARPT MANIFEST LISTS EVERY FEEDER,       *
002600*                  BATCH, COUNT AND DUPLICATE DROPPED, AND THE   *
002700*                  WLMANIF CONTROL RECORD (SEE WLMREC) CARRIES   *
002800*                  THE GRAND TOTALS FACTORIAL VERIFIES AT        *
002900*                  STARTUP.  A REFUSED FEEDER OR BATCH ENDS      *
003000*                  WITH RETURN CODE 04, A FILE ERROR WITH 12.    *
003100*                                                                *
003200****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    WLASSEM.
003500 AUTHOR.        D. HOLLAND.
003600 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
003700 DATE-WRITTEN.  12/07/2026.
003800 DATE-COMPILED.
003900****************************************************************
004000*  MODIFICATION HISTORY                                         *
004100*  ------------------------------------------------------------ *
004200*  2026-12-07  DEH  ORIGINAL PROGRAM.                           *
004220*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
004240*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
004260*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
004268*  2027-02-08  DEH  LOAD THE BATCH HEADER AND TRAILER VIEWS     *
004276*                   FROM EVERY FEEDER RECORD READ.  THEY WERE   *
004284*                   NEVER SET, SO EVERY BATCHED FEEDER WAS      *
004292*                   REFUSED AS LOOSE DATA RECORDS.              *
004300****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CARRY-FEEDER    ASSIGN TO CARRYOUT
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            ACCESS MODE IS SEQUENTIAL
005300            FILE STATUS IS WS-FEEDER-STATUS.
005400     SELECT MERGE-FEEDER    ASSIGN TO MERGEOUT
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            ACCESS MODE IS SEQUENTIAL
005700            FILE STATUS IS WS-FEEDER-STATUS.
005800     SELECT STANDING-FEEDER ASSIGN TO GENOUT
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            ACCESS MODE IS SEQUENTIAL
006100            FILE STATUS IS WS-FEEDER-STATUS.
006200     SELECT ONLINE-FEEDER   ASSIGN TO WORKADD
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            ACCESS MODE IS SEQUENTIAL
006500            FILE STATUS IS WS-FEEDER-STATUS.
006600     SELECT MANUAL-FEEDER   ASSIGN TO MANUALIN
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            ACCESS MODE IS SEQUENTIAL
006900            FILE STATUS IS WS-FEEDER-STATUS.
007000     SELECT WORKLIST-FILE   ASSIGN TO WORKIN
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            ACCESS MODE IS SEQUENTIAL
007300            FILE STATUS IS WS-WORKLIST-STATUS.
007400     SELECT MANIFEST-FILE   ASSIGN TO WLMANIF
007500            ORGANIZATION IS LINE SEQUENTIAL
007600            ACCESS MODE IS SEQUENTIAL
007700            FILE STATUS IS WS-MANIFEST-STATUS.
007800     SELECT REPORT-FILE     ASSIGN TO WLARPT
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            ACCESS MODE IS SEQUENTIAL
008100            FILE STATUS IS WS-REPORT-STATUS.
008200     SELECT ASSEMBLY-HISTORY ASSIGN TO WLAHIST
008300            ORGANIZATION IS INDEXED
008400            ACCESS MODE IS RANDOM
008500            RECORD KEY IS WLH-KEY
008600            FILE STATUS IS WS-HISTORY-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CARRY-FEEDER
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CARRY-RECORD                    PIC X(80).
009300 FD  MERGE-FEEDER
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  MERGE-RECORD                    PIC X(80).
009700 FD  STANDING-FEEDER
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  STANDING-RECORD                 PIC X(80).
010100 FD  ONLINE-FEEDER
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  ONLINE-RECORD                   PIC X(80).
010500 FD  MANUAL-FEEDER
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  MANUAL-RECORD                   PIC X(80).
010900 FD  WORKLIST-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  WORKLIST-LINE                   PIC X(80).
011300 FD  MANIFEST-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600 COPY WLMREC.
011700 FD  REPORT-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 132 CHARACTERS.
012000 01  RPT-LINE                        PIC X(132).
012100 FD  ASSEMBLY-HISTORY
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS.
012400 COPY WLHREC.
012500 WORKING-STORAGE SECTION.
012600****************************************************************
012700*  STANDALONE SWITCHES AND COUNTERS                              *
012800****************************************************************
012900 77  WS-WORKLIST-STATUS          PIC X(02) VALUE SPACES.
013000     88  WS-WORKLIST-OK                      VALUE '00'.
013100 77  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.
013200     88  WS-MANIFEST-OK                      VALUE '00'.
013300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
013400     88  WS-REPORT-OK                        VALUE '00'.
013500 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
013600     88  WS-HISTORY-OK                       VALUE '00'.
013700     88  WS-HISTORY-KEY-NOT-FOUND            VALUE '23'.
013800     88  WS-HISTORY-NOT-FOUND                VALUE '35'.
013900****************************************************************
014000*  ALL FIVE FEEDERS SHARE ONE STATUS FIELD - ONLY ONE OF THEM    *
014100*  IS EVER OPEN AT A TIME.                                       *
014200****************************************************************
014300 77  WS-FEEDER-STATUS            PIC X(02) VALUE SPACES.
014400     88  WS-FEEDER-OK                        VALUE '00'.
014500     88  WS-FEEDER-NOT-FOUND                 VALUE '35'.
014600 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
014700     88  WS-RUN-ABORTED                      VALUE 'Y'.
014800 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
014900     88  WS-END-OF-FEEDER                    VALUE 'Y'.
015000 77  WS-BATCH-SW                 PIC X(01) VALUE 'N'.
015100     88  WS-IN-BATCH                         VALUE 'Y'.
015200 77  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
015300     88  WS-BATCH-REFUSED                    VALUE 'Y'.
015400 77  WS-LOOSE-SW                 PIC X(01) VALUE 'N'.
015500     88  WS-LOOSE-BATCH-OPEN                 VALUE 'Y'.
015600 77  WS-DUP-SW                   PIC X(01) VALUE 'N'.
015700     88  WS-DUPLICATE-FOUND                  VALUE 'Y'.
015800 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
015900 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
016000 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
016100 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
016200 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
016300 77  WS-PRINT-SAVE               PIC X(132) VALUE SPACES.
016400****************************************************************
016500*  GRAND TOTALS CARRIED TO THE MANIFEST AND TO WLMANIF           *
016600****************************************************************
016700 77  WS-TOT-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
016800 77  WS-TOT-DATA-COUNT           PIC 9(08) COMP VALUE ZERO.
016900 77  WS-TOT-DUP-COUNT            PIC 9(08) COMP VALUE ZERO.
017000 77  WS-TOT-REFUSED-COUNT        PIC 9(08) COMP VALUE ZERO.
017100 77  WS-TOT-DAMAGED-COUNT        PIC 9(08) COMP VALUE ZERO.
017200****************************************************************
017300*  FEEDER TABLE - ONE ENTRY PER FEEDER IN PRIORITY ORDER.  THE   *
017400*  ENTRY NUMBER IS THE FEEDER NUMBER USED BY THE 6000-SERIES     *
017500*  FILE ROUTINES.  ONLY THE LAST (MANUALIN) MAY CARRY RECORDS    *
017600*  OUTSIDE A BATCH - THE OTHERS ARE ALWAYS PROGRAM-WRITTEN       *
017700*  INSIDE ONE, SO A LOOSE RECORD THERE MEANS DAMAGE.             *
017800****************************************************************
017900 77  WS-FEEDER-MAX               PIC 9(02) COMP VALUE 5.
018000 77  WS-MANUAL-FEEDER            PIC 9(02) COMP VALUE 5.
018100 77  WS-FD-SUB                   PIC 9(02) COMP VALUE ZERO.
018200 01  WS-FEEDER-NAME-VALUES.
018300     05  FILLER                  PIC X(08) VALUE 'CARRYOUT'.
018400     05  FILLER                  PIC X(08) VALUE 'MERGEOUT'.
018500     05  FILLER                  PIC X(08) VALUE 'GENOUT'.
018600     05  FILLER                  PIC X(08) VALUE 'WORKADD'.
018700     05  FILLER                  PIC X(08) VALUE 'MANUALIN'.
018800 01  WS-FEEDER-NAME-TABLE REDEFINES WS-FEEDER-NAME-VALUES.
018900     05  WS-FEEDER-NAME          PIC X(08) OCCURS 5 TIMES.
019000 01  WS-FEEDER-TABLE.
019100     05  WS-FD-ENTRY OCCURS 5 TIMES.
019200         10  WS-FD-STATE-X           PIC X(01).
019300             88  WS-FD-NOT-SUPPLIED          VALUE 'N'.
019400             88  WS-FD-DAMAGED               VALUE 'D'.
019500             88  WS-FD-VERIFIED              VALUE 'V'.
019600         10  WS-FD-READ-COUNT        PIC 9(08) COMP.
019700         10  WS-FD-ACCEPTED-COUNT    PIC 9(08) COMP.
019800         10  WS-FD-REFUSED-COUNT     PIC 9(08) COMP.
019900         10  WS-FD-DUP-COUNT         PIC 9(08) COMP.
020000         10  WS-FD-WRITTEN-COUNT     PIC 9(08) COMP.
020100 77  WS-DAMAGE-TEXT              PIC X(60) VALUE SPACES.
020200****************************************************************
020300*  CURRENT BATCH FIELDS.  WS-BATCH-IN-COUNT COUNTS THE DATA      *
020400*  RECORDS READ FOR THE BATCH, WS-BATCH-DUP-COUNT THOSE DROPPED  *
020500*  AS DUPLICATES AND WS-BATCH-OUT-COUNT THOSE COPIED TO WORKIN.  *
020600****************************************************************
020700 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
020800 77  WS-BATCH-DATE-X             PIC X(08) VALUE SPACES.
020900 77  WS-BATCH-IN-COUNT           PIC 9(08) COMP VALUE ZERO.
021000 77  WS-BATCH-DUP-COUNT          PIC 9(08) COMP VALUE ZERO.
021100 77  WS-BATCH-OUT-COUNT          PIC 9(08) COMP VALUE ZERO.
021200 77  WS-BATCH-EXP-COUNT          PIC 9(08) VALUE ZERO.
021300 77  WS-BATCH-DISP               PIC X(40) VALUE SPACES.
021400 77  WS-EDIT-DATE                PIC 9999/99/99.
021500****************************************************************
021600*  ASSEMBLED-KEY TABLE - EVERY DEPARTMENT + REFERENCE COPIED TO  *
021700*  WORKIN AND THE FEEDER IT CAME FROM.  A LATER FEEDER CARRYING  *
021800*  THE SAME PAIR IS A DUPLICATE; REPEATS WITHIN ONE FEEDER ARE   *
021900*  THAT FEEDER'S OWN BUSINESS AND ARE LEFT ALONE.  MORE KEYS     *
022000*  THAN THE TABLE HOLDS ABORTS - A DUPLICATE SILENTLY LET        *
022100*  THROUGH WOULD BE CALCULATED AND BILLED TWICE.                 *
022200****************************************************************
022300 77  WS-KEY-MAX                  PIC 9(05) COMP VALUE 5000.
022400 77  WS-KEY-COUNT                PIC 9(05) COMP VALUE ZERO.
022500 77  WS-KY-SUB                   PIC 9(05) COMP VALUE ZERO.
022600 77  WS-KY-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
022700 77  WS-KEPT-FEEDER              PIC 9(02) COMP VALUE ZERO.
022800 01  WS-KEY-TABLE.
022900     05  WS-KY-ENTRY OCCURS 5000 TIMES.
023000         10  WS-KY-DEPT              PIC X(04).
023100         10  WS-KY-REF               PIC X(08).
023200         10  WS-KY-FEEDER            PIC 9(02) COMP.
023300****************************************************************
023400*  GENERATED BATCH HEADER/TRAILER BUILD AREAS.  BUILT HERE       *
023500*  RATHER THAN IN THE WORKLIST RECORD AREA SO THE FEEDER         *
023600*  RECORD STILL IN THAT AREA IS NOT CLOBBERED.                   *
023700****************************************************************
023800 01  WS-OUT-BATCH-HEADER.
023900     05  FILLER                  PIC X(02) VALUE 'BH'.
024000     05  WS-OBH-BATCH-ID         PIC X(08) VALUE 'MANUAL'.
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  WS-OBH-CREATE-DATE      PIC 9(08) VALUE ZERO.
024300     05  FILLER                  PIC X(61) VALUE SPACES.
024400 01  WS-OUT-BATCH-TRAILER.
024500     05  FILLER                  PIC X(02) VALUE 'BT'.
024600     05  WS-OBT-REC-COUNT        PIC 9(08) VALUE ZERO.
024700     05  FILLER                  PIC X(70) VALUE SPACES.
024800 COPY WORKREC.
024900 COPY WLARPT.
024920****************************************************************
024940*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
024960****************************************************************
024980 COPY SSTREC.
025000 PROCEDURE DIVISION.
025100****************************************************************
025200*  0000-MAINLINE                                                *
025300****************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     IF NOT WS-RUN-ABORTED
025700         PERFORM 2000-ASSEMBLE-FEEDER THRU 2000-EXIT
025800                 VARYING WS-FD-SUB FROM 1 BY 1
025900                 UNTIL WS-FD-SUB > WS-FEEDER-MAX
026000                    OR WS-RUN-ABORTED
026100     END-IF.
026200     IF NOT WS-RUN-ABORTED
026300         PERFORM 5000-WRITE-FEEDER-SUMMARY THRU 5000-EXIT
026400         PERFORM 5500-WRITE-MANIFEST-CONTROL THRU 5500-EXIT
026500     END-IF.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     IF WS-RUN-ABORTED
026800         MOVE 12 TO RETURN-CODE
026900     ELSE
027000         IF WS-TOT-DAMAGED-COUNT > ZERO
027100                 OR WS-TOT-REFUSED-COUNT > ZERO
027200             MOVE 04 TO RETURN-CODE
027300         END-IF
027400     END-IF.
027450     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
027500     STOP RUN.
027600****************************************************************
027700*  1000-INITIALIZE                                              *
027800*  OPENS THE OUTPUTS.  WLMANIF IS OPENED (AND SO EMPTIED) NOW    *
027900*  BUT ONLY WRITTEN AT THE END, SO AN ASSEMBLY THAT DIES PART    *
028000*  WAY LEAVES AN EMPTY MANIFEST FACTORIAL WILL NOT RUN AGAINST.  *
028100****************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028400     ACCEPT WS-RUN-TIME FROM TIME.
028500     PERFORM 1100-CLEAR-FEEDER-ENTRY THRU 1100-EXIT
028600             VARYING WS-FD-SUB FROM 1 BY 1
028700             UNTIL WS-FD-SUB > WS-FEEDER-MAX.
028800     OPEN OUTPUT MANIFEST-FILE.
028900     IF NOT WS-MANIFEST-OK
029000         DISPLAY 'WLASSEM - UNABLE TO OPEN WLMANIF, STATUS = '
029100                 WS-MANIFEST-STATUS
029200         MOVE 'Y' TO WS-ABORT-SW
029300     END-IF.
029400     OPEN OUTPUT WORKLIST-FILE.
029500     IF NOT WS-WORKLIST-OK
029600         DISPLAY 'WLASSEM - UNABLE TO OPEN WORKIN, STATUS = '
029700                 WS-WORKLIST-STATUS
029800         MOVE 'Y' TO WS-ABORT-SW
029900     END-IF.
030000     OPEN OUTPUT REPORT-FILE.
030100     IF NOT WS-REPORT-OK
030200         DISPLAY 'WLASSEM - UNABLE TO OPEN WLARPT, STATUS = '
030300                 WS-REPORT-STATUS
030400         MOVE 'Y' TO WS-ABORT-SW
030500     END-IF.
030600     PERFORM 1200-OPEN-ASSEMBLY-HISTORY THRU 1200-EXIT.
030700 1000-EXIT.
030800     EXIT.
030900****************************************************************
031000*  1100-CLEAR-FEEDER-ENTRY                                       *
031100****************************************************************
031200 1100-CLEAR-FEEDER-ENTRY.
031300     MOVE 'N' TO WS-FD-STATE-X (WS-FD-SUB).
031400     MOVE ZERO TO WS-FD-READ-COUNT (WS-FD-SUB).
031500     MOVE ZERO TO WS-FD-ACCEPTED-COUNT (WS-FD-SUB).
031600     MOVE ZERO TO WS-FD-REFUSED-COUNT (WS-FD-SUB).
031700     MOVE ZERO TO WS-FD-DUP-COUNT (WS-FD-SUB).
031800     MOVE ZERO TO WS-FD-WRITTEN-COUNT (WS-FD-SUB).
031900 1100-EXIT.
032000     EXIT.
032100****************************************************************
032200*  1200-OPEN-ASSEMBLY-HISTORY                                    *
032300*  OPENS THE WLAHIST BATCH HISTORY FOR UPDATE, CREATING IT       *
032400*  EMPTY ON THE VERY FIRST ASSEMBLY.  AN ASSEMBLY THAT CANNOT    *
032500*  CHECK FOR STALE BATCHES DOES NOT RUN.                         *
032600****************************************************************
032700 1200-OPEN-ASSEMBLY-HISTORY.
032800     OPEN I-O ASSEMBLY-HISTORY.
032900     IF WS-HISTORY-NOT-FOUND
033000         OPEN OUTPUT ASSEMBLY-HISTORY
033100         CLOSE ASSEMBLY-HISTORY
033200         OPEN I-O ASSEMBLY-HISTORY
033300     END-IF.
033400     IF NOT WS-HISTORY-OK
033500         DISPLAY 'WLASSEM - UNABLE TO OPEN WLAHIST, STATUS = '
033600                 WS-HISTORY-STATUS
033700         MOVE 'Y' TO WS-ABORT-SW
033800     END-IF.
033900 1200-EXIT.
034000     EXIT.
034100****************************************************************
034200*  2000-ASSEMBLE-FEEDER                                          *
034300*  VERIFIES, THEN COPIES, THE FEEDER IN WS-FD-SUB.  A FEEDER     *
034400*  NOT SUPPLIED TONIGHT OR FOUND DAMAGED IS LISTED ON THE        *
034500*  MANIFEST AND CONTRIBUTES NOTHING TO WORKIN.                   *
034600****************************************************************
034700 2000-ASSEMBLE-FEEDER.
034800     PERFORM 2100-VERIFY-FEEDER THRU 2100-EXIT.
034900     IF WS-RUN-ABORTED
035000         GO TO 2000-EXIT
035100     END-IF.
035200     MOVE SPACES TO WLA-RECORD.
035300     MOVE SPACES TO WLA-MESSAGE-LINE.
035400     MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLA-MSG-FEEDER.
035500     IF WS-FD-NOT-SUPPLIED (WS-FD-SUB)
035600         MOVE 'NOT SUPPLIED TONIGHT' TO WLA-MSG-TEXT
035700         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
035800         GO TO 2000-EXIT
035900     END-IF.
036000     IF WS-FD-DAMAGED (WS-FD-SUB)
036100         STRING 'FEEDER REFUSED - ' WS-DAMAGE-TEXT
036200                 DELIMITED BY SIZE INTO WLA-MSG-TEXT
036300         END-STRING
036400         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
036500         ADD 1 TO WS-TOT-DAMAGED-COUNT
036600         DISPLAY 'WLASSEM - ' WS-FEEDER-NAME (WS-FD-SUB)
036700                 ' REFUSED, ' WS-DAMAGE-TEXT
036800         GO TO 2000-EXIT
036900     END-IF.
037000     MOVE 'BATCH INTEGRITY VERIFIED' TO WLA-MSG-TEXT.
037100     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
037200     PERFORM 3000-COPY-FEEDER THRU 3000-EXIT.
037300 2000-EXIT.
037400     EXIT.
037500****************************************************************
037600*  2100-VERIFY-FEEDER                                            *
037700*  READS THE WHOLE FEEDER ONCE, CHECKING EVERY BATCH TRAILER     *
037800*  AGAINST THE DATA RECORDS ACTUALLY READ - THE SAME CHECK       *
037900*  FACTORIAL MAKES - BEFORE ANY OF IT IS ACCEPTED.               *
038000****************************************************************
038100 2100-VERIFY-FEEDER.
038200     MOVE SPACES TO WS-DAMAGE-TEXT.
038300     PERFORM 6100-OPEN-FEEDER THRU 6100-EXIT.
038400     IF WS-FEEDER-NOT-FOUND
038500         MOVE 'N' TO WS-FD-STATE-X (WS-FD-SUB)
038600         GO TO 2100-EXIT
038700     END-IF.
038800     IF NOT WS-FEEDER-OK
038900         DISPLAY 'WLASSEM - UNABLE TO OPEN '
039000                 WS-FEEDER-NAME (WS-FD-SUB)
039100                 ', STATUS = ' WS-FEEDER-STATUS
039200         MOVE 'Y' TO WS-ABORT-SW
039300         GO TO 2100-EXIT
039400     END-IF.
039500     MOVE 'V' TO WS-FD-STATE-X (WS-FD-SUB).
039600     MOVE 'N' TO WS-EOF-SW.
039700     MOVE 'N' TO WS-BATCH-SW.
039800     PERFORM 6200-READ-FEEDER THRU 6200-EXIT.
039900     PERFORM 2110-VERIFY-RECORD THRU 2110-EXIT
040000             UNTIL WS-END-OF-FEEDER
040100                OR WS-FD-DAMAGED (WS-FD-SUB).
040200     IF WS-IN-BATCH AND WS-FD-VERIFIED (WS-FD-SUB)
040300         MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
040400         STRING 'BATCH ' WS-BATCH-ID ' TRAILER MISSING'
040500                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
040600         END-STRING
040700     END-IF.
040800     PERFORM 6300-CLOSE-FEEDER THRU 6300-EXIT.
040900 2100-EXIT.
041000     EXIT.
041100****************************************************************
041200*  2110-VERIFY-RECORD                                            *
041300****************************************************************
041400 2110-VERIFY-RECORD.
041500     ADD 1 TO WS-FD-READ-COUNT (WS-FD-SUB).
041600     IF WL-BATCH-HEADER-REC
041700         IF WS-IN-BATCH
041800             MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
041900             STRING 'BATCH ' WS-BATCH-ID ' TRAILER MISSING'
042000                     DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
042100             END-STRING
042200             GO TO 2110-EXIT
042300         END-IF
042400         MOVE 'Y' TO WS-BATCH-SW
042500         MOVE WL-BH-BATCH-ID TO WS-BATCH-ID
042600         MOVE ZERO TO WS-BATCH-IN-COUNT
042700         GO TO 2110-READ
042800     END-IF.
042900     IF WL-BATCH-TRAILER-REC
043000         PERFORM 2120-VERIFY-TRAILER THRU 2120-EXIT
043100         GO TO 2110-READ
043200     END-IF.
043300     IF WS-IN-BATCH
043400         ADD 1 TO WS-BATCH-IN-COUNT
043500         GO TO 2110-READ
043600     END-IF.
043700     IF WS-FD-SUB NOT = WS-MANUAL-FEEDER
043800         MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
043900         MOVE 'DATA RECORD OUTSIDE ANY BATCH'
044000                 TO WS-DAMAGE-TEXT
044100         GO TO 2110-EXIT
044200     END-IF.
044300 2110-READ.
044400     PERFORM 6200-READ-FEEDER THRU 6200-EXIT.
044500 2110-EXIT.
044600     EXIT.
044700****************************************************************
044800*  2120-VERIFY-TRAILER                                           *
044900****************************************************************
045000 2120-VERIFY-TRAILER.
045100     IF NOT WS-IN-BATCH
045200         MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
045300         MOVE 'BATCH TRAILER WITHOUT HEADER' TO WS-DAMAGE-TEXT
045400         GO TO 2120-EXIT
045500     END-IF.
045600     MOVE 'N' TO WS-BATCH-SW.
045700     IF WL-BT-REC-COUNT-X NOT NUMERIC
045800         MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
045900         STRING 'BATCH ' WS-BATCH-ID ' TRAILER COUNT INVALID'
046000                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
046100         END-STRING
046200         GO TO 2120-EXIT
046300     END-IF.
046400     MOVE WL-BT-REC-COUNT-X TO WS-BATCH-EXP-COUNT.
046500     IF WS-BATCH-EXP-COUNT NOT = WS-BATCH-IN-COUNT
046600         MOVE 'D' TO WS-FD-STATE-X (WS-FD-SUB)
046700         STRING 'BATCH ' WS-BATCH-ID ' RECORD COUNT MISMATCH'
046800                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
046900         END-STRING
047000     END-IF.
047100 2120-EXIT.
047200     EXIT.
047300****************************************************************
047400*  3000-COPY-FEEDER                                              *
047500*  SECOND READ OF A VERIFIED FEEDER - COPIES ITS BATCHES TO      *
047600*  WORKIN.  STRUCTURE WAS PROVED BY 2100, SO EVERY BATCH HERE    *
047700*  HAS ITS HEADER AND A TRAILER.                                 *
047800****************************************************************
047900 3000-COPY-FEEDER.
048000     PERFORM 6100-OPEN-FEEDER THRU 6100-EXIT.
048100     IF NOT WS-FEEDER-OK
048200         DISPLAY 'WLASSEM - UNABLE TO REOPEN '
048300                 WS-FEEDER-NAME (WS-FD-SUB)
048400                 ', STATUS = ' WS-FEEDER-STATUS
048500         MOVE 'Y' TO WS-ABORT-SW
048600         GO TO 3000-EXIT
048700     END-IF.
048800     MOVE 'N' TO WS-EOF-SW.
048900     MOVE 'N' TO WS-BATCH-SW.
049000     MOVE 'N' TO WS-REFUSED-SW.
049100     MOVE 'N' TO WS-LOOSE-SW.
049200     PERFORM 6200-READ-FEEDER THRU 6200-EXIT.
049300     PERFORM 3100-COPY-RECORD THRU 3100-EXIT
049400             UNTIL WS-END-OF-FEEDER OR WS-RUN-ABORTED.
049500     IF WS-LOOSE-BATCH-OPEN AND NOT WS-RUN-ABORTED
049600         PERFORM 3600-CLOSE-LOOSE-BATCH THRU 3600-EXIT
049700     END-IF.
049800     PERFORM 6300-CLOSE-FEEDER THRU 6300-EXIT.
049900 3000-EXIT.
050000     EXIT.
050100****************************************************************
050200*  3100-COPY-RECORD                                              *
050300****************************************************************
050400 3100-COPY-RECORD.
050500     IF WL-BATCH-HEADER-REC
050600         IF WS-LOOSE-BATCH-OPEN
050700             PERFORM 3600-CLOSE-LOOSE-BATCH THRU 3600-EXIT
050800         END-IF
050900         PERFORM 3200-START-BATCH THRU 3200-EXIT
051000         GO TO 3100-READ
051100     END-IF.
051200     IF WL-BATCH-TRAILER-REC
051300         PERFORM 3400-END-BATCH THRU 3400-EXIT
051400         GO TO 3100-READ
051500     END-IF.
051600     IF NOT WS-IN-BATCH
051700         PERFORM 3500-OPEN-LOOSE-BATCH THRU 3500-EXIT
051800     END-IF.
051900     ADD 1 TO WS-BATCH-IN-COUNT.
052000     IF WS-BATCH-REFUSED
052100         GO TO 3100-READ
052200     END-IF.
052300     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
052400     IF WS-RUN-ABORTED
052500         GO TO 3100-EXIT
052600     END-IF.
052700     IF WS-DUPLICATE-FOUND
052800         ADD 1 TO WS-BATCH-DUP-COUNT
052900         ADD 1 TO WS-FD-DUP-COUNT (WS-FD-SUB)
053000         ADD 1 TO WS-TOT-DUP-COUNT
053100         PERFORM 4300-WRITE-DUPLICATE-LINE THRU 4300-EXIT
053200         GO TO 3100-READ
053300     END-IF.
053400     WRITE WORKLIST-LINE FROM WL-RECORD.
053500     ADD 1 TO WS-BATCH-OUT-COUNT.
053600     ADD 1 TO WS-FD-WRITTEN-COUNT (WS-FD-SUB).
053700     ADD 1 TO WS-TOT-DATA-COUNT.
053800 3100-READ.
053900     PERFORM 6200-READ-FEEDER THRU 6200-EXIT.
054000 3100-EXIT.
054100     EXIT.
054200****************************************************************
054300*  3200-START-BATCH                                              *
054400*  OPENS A FEEDER BATCH.  AN ACCEPTED BATCH'S HEADER GOES TO     *
054500*  WORKIN UNCHANGED; A REFUSED BATCH IS READ THROUGH TO ITS      *
054600*  TRAILER WITHOUT WRITING ANYTHING.                             *
054700****************************************************************
054800 3200-START-BATCH.
054900     MOVE 'Y' TO WS-BATCH-SW.
055000     MOVE 'N' TO WS-REFUSED-SW.
055100     MOVE WL-BH-BATCH-ID TO WS-BATCH-ID.
055200     MOVE WL-BH-CREATE-DATE-X TO WS-BATCH-DATE-X.
055300     MOVE ZERO TO WS-BATCH-IN-COUNT.
055400     MOVE ZERO TO WS-BATCH-DUP-COUNT.
055500     MOVE ZERO TO WS-BATCH-OUT-COUNT.
055600     MOVE SPACES TO WS-BATCH-DISP.
055700     PERFORM 3250-CHECK-BATCH-HISTORY THRU 3250-EXIT.
055800     IF WS-BATCH-REFUSED OR WS-RUN-ABORTED
055900         GO TO 3200-EXIT
056000     END-IF.
056100     WRITE WORKLIST-LINE FROM WL-RECORD.
056200     ADD 1 TO WS-TOT-BATCH-COUNT.
056300 3200-EXIT.
056400     EXIT.
056500****************************************************************
056600*  3250-CHECK-BATCH-HISTORY                                      *
056700*  LOOKS THE BATCH UP ON WLAHIST BY BATCH ID AND CREATION DATE.  *
056800*  NOT FOUND - FIRST SIGHT, RECORD IT.  FOUND FROM AN EARLIER    *
056900*  NIGHT - STALE, REFUSE IT.  FOUND FROM AN EARLIER RUN TONIGHT  *
057000*  - THE ASSEMBLY IS BEING RERUN, ACCEPT IT AGAIN.  FOUND FROM   *
057100*  THIS VERY RUN - THE SAME BATCH TWICE IN TONIGHT'S FEEDERS,    *
057200*  REFUSE THE SECOND COPY.                                       *
057300****************************************************************
057400 3250-CHECK-BATCH-HISTORY.
057500     MOVE WS-BATCH-ID TO WLH-BATCH-ID.
057600     IF WS-BATCH-DATE-X NUMERIC
057700         MOVE WS-BATCH-DATE-X TO WLH-CREATE-DATE
057800     ELSE
057900         MOVE ZERO TO WLH-CREATE-DATE
058000     END-IF.
058100     READ ASSEMBLY-HISTORY.
058200     IF WS-HISTORY-KEY-NOT-FOUND
058300         MOVE WS-RUN-DATE TO WLH-ASSEMBLED-DATE
058400         MOVE WS-RUN-TIME TO WLH-ASSEMBLED-TIME
058500         MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLH-FEEDER
058600         WRITE WLH-RECORD
058700         IF NOT WS-HISTORY-OK
058800             DISPLAY 'WLASSEM - WLAHIST WRITE FAILED, STATUS = '
058900                     WS-HISTORY-STATUS
059000             MOVE 'Y' TO WS-ABORT-SW
059100         END-IF
059200         MOVE 'ACCEPTED' TO WS-BATCH-DISP
059300         GO TO 3250-EXIT
059400     END-IF.
059500     IF NOT WS-HISTORY-OK
059600         DISPLAY 'WLASSEM - WLAHIST READ FAILED, STATUS = '
059700                 WS-HISTORY-STATUS
059800         MOVE 'Y' TO WS-ABORT-SW
059900         GO TO 3250-EXIT
060000     END-IF.
060100     IF WLH-ASSEMBLED-DATE NOT = WS-RUN-DATE
060200         MOVE 'Y' TO WS-REFUSED-SW
060300         MOVE WLH-ASSEMBLED-DATE TO WS-EDIT-DATE
060400         STRING 'REFUSED, ASSEMBLED ' WS-EDIT-DATE
060500                 ' ' WLH-FEEDER
060600                 DELIMITED BY SIZE INTO WS-BATCH-DISP
060700         END-STRING
060800         GO TO 3250-EXIT
060900     END-IF.
061000     IF WLH-ASSEMBLED-TIME = WS-RUN-TIME
061100         MOVE 'Y' TO WS-REFUSED-SW
061200         STRING 'REFUSED - ALREADY TAKEN FROM ' WLH-FEEDER
061300                 DELIMITED BY SIZE INTO WS-BATCH-DISP
061400         END-STRING
061500         GO TO 3250-EXIT
061600     END-IF.
061700     MOVE WS-RUN-TIME TO WLH-ASSEMBLED-TIME.
061800     MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLH-FEEDER.
061900     REWRITE WLH-RECORD.
062000     IF NOT WS-HISTORY-OK
062100         DISPLAY 'WLASSEM - WLAHIST REWRITE FAILED, STATUS = '
062200                 WS-HISTORY-STATUS
062300         MOVE 'Y' TO WS-ABORT-SW
062400     END-IF.
062500     MOVE 'ACCEPTED - REASSEMBLED TONIGHT' TO WS-BATCH-DISP.
062600 3250-EXIT.
062700     EXIT.
062800****************************************************************
062900*  3300-CHECK-DUPLICATE                                          *
063000*  SETS WS-DUPLICATE-FOUND WHEN THIS RECORD'S DEPARTMENT +       *
063100*  REFERENCE WAS ALREADY TAKEN FROM A HIGHER-PRIORITY FEEDER,    *
063200*  OTHERWISE FILES THE PAIR ON FIRST SIGHT.  A CARD WITHOUT A    *
063300*  DEPARTMENT OR REFERENCE CANNOT BE MATCHED AND IS KEPT.        *
063400****************************************************************
063500 3300-CHECK-DUPLICATE.
063600     MOVE 'N' TO WS-DUP-SW.
063700     IF WL-REQ-DEPT = SPACES OR WL-REQ-REF = SPACES
063800         GO TO 3300-EXIT
063900     END-IF.
064000     MOVE ZERO TO WS-KY-FOUND-SUB.
064100     MOVE ZERO TO WS-KY-SUB.
064200     PERFORM 3310-SCAN-KEY-ENTRY THRU 3310-EXIT
064300             UNTIL WS-KY-FOUND-SUB > ZERO
064400                OR WS-KY-SUB NOT < WS-KEY-COUNT.
064500     IF WS-KY-FOUND-SUB > ZERO
064600         IF WS-KY-FEEDER (WS-KY-FOUND-SUB) NOT = WS-FD-SUB
064700             MOVE 'Y' TO WS-DUP-SW
064800             MOVE WS-KY-FEEDER (WS-KY-FOUND-SUB)
064900                     TO WS-KEPT-FEEDER
065000         END-IF
065100         GO TO 3300-EXIT
065200     END-IF.
065300     IF WS-KEY-COUNT NOT < WS-KEY-MAX
065400         DISPLAY 'WLASSEM - MORE THAN ' WS-KEY-MAX
065500                 ' DISTINCT REQUESTS, RUN ABORTED'
065600         MOVE 'Y' TO WS-ABORT-SW
065700         GO TO 3300-EXIT
065800     END-IF.
065900     ADD 1 TO WS-KEY-COUNT.
066000     MOVE WL-REQ-DEPT TO WS-KY-DEPT (WS-KEY-COUNT).
066100     MOVE WL-REQ-REF TO WS-KY-REF (WS-KEY-COUNT).
066200     MOVE WS-FD-SUB TO WS-KY-FEEDER (WS-KEY-COUNT).
066300 3300-EXIT.
066400     EXIT.
066500****************************************************************
066600*  3310-SCAN-KEY-ENTRY                                           *
066700****************************************************************
066800 3310-SCAN-KEY-ENTRY.
066900     ADD 1 TO WS-KY-SUB.
067000     IF WS-KY-DEPT (WS-KY-SUB) = WL-REQ-DEPT
067100             AND WS-KY-REF (WS-KY-SUB) = WL-REQ-REF
067200         MOVE WS-KY-SUB TO WS-KY-FOUND-SUB
067300     END-IF.
067400 3310-EXIT.
067500     EXIT.
067600****************************************************************
067700*  3400-END-BATCH                                                *
067800*  CLOSES A FEEDER BATCH.  AN ACCEPTED BATCH GETS A FRESH        *
067900*  TRAILER CARRYING THE COUNT ACTUALLY COPIED, SO FACTORIAL'S    *
068000*  OWN TRAILER CHECK STILL BALANCES AFTER DUPLICATES ARE         *
068100*  DROPPED.                                                      *
068200****************************************************************
068300 3400-END-BATCH.
068400     MOVE 'N' TO WS-BATCH-SW.
068500     IF WS-BATCH-REFUSED
068600         MOVE 'N' TO WS-REFUSED-SW
068700         ADD 1 TO WS-FD-REFUSED-COUNT (WS-FD-SUB)
068800         ADD 1 TO WS-TOT-REFUSED-COUNT
068900         DISPLAY 'WLASSEM - ' WS-FEEDER-NAME (WS-FD-SUB)
069000                 ' BATCH ' WS-BATCH-ID ' ' WS-BATCH-DATE-X
069100                 ' ' WS-BATCH-DISP
069200         PERFORM 4200-WRITE-BATCH-LINE THRU 4200-EXIT
069300         GO TO 3400-EXIT
069400     END-IF.
069500     MOVE WS-BATCH-OUT-COUNT TO WS-OBT-REC-COUNT.
069600     WRITE WORKLIST-LINE FROM WS-OUT-BATCH-TRAILER.
069700     ADD 1 TO WS-FD-ACCEPTED-COUNT (WS-FD-SUB).
069800     PERFORM 4200-WRITE-BATCH-LINE THRU 4200-EXIT.
069900 3400-EXIT.
070000     EXIT.
070100****************************************************************
070200*  3500-OPEN-LOOSE-BATCH                                         *
070300*  WRAPS LOOSE MANUALIN CARDS IN A GENERATED 'MANUAL' BATCH      *
070400*  DATED TODAY.  IT IS NOT A FEEDER BATCH, SO IT IS NOT          *
070500*  CHECKED AGAINST OR RECORDED ON WLAHIST.                       *
070600****************************************************************
070700 3500-OPEN-LOOSE-BATCH.
070800     MOVE 'Y' TO WS-BATCH-SW.
070900     MOVE 'Y' TO WS-LOOSE-SW.
071000     MOVE 'N' TO WS-REFUSED-SW.
071100     MOVE WS-OBH-BATCH-ID TO WS-BATCH-ID.
071200     MOVE WS-RUN-DATE TO WS-OBH-CREATE-DATE.
071300     MOVE WS-RUN-DATE TO WS-BATCH-DATE-X.
071400     MOVE ZERO TO WS-BATCH-IN-COUNT.
071500     MOVE ZERO TO WS-BATCH-DUP-COUNT.
071600     MOVE ZERO TO WS-BATCH-OUT-COUNT.
071700     MOVE 'ACCEPTED - LOOSE CARDS WRAPPED' TO WS-BATCH-DISP.
071800     WRITE WORKLIST-LINE FROM WS-OUT-BATCH-HEADER.
071900     ADD 1 TO WS-TOT-BATCH-COUNT.
072000 3500-EXIT.
072100     EXIT.
072200****************************************************************
072300*  3600-CLOSE-LOOSE-BATCH                                        *
072400****************************************************************
072500 3600-CLOSE-LOOSE-BATCH.
072600     MOVE 'N' TO WS-LOOSE-SW.
072700     PERFORM 3400-END-BATCH THRU 3400-EXIT.
072800 3600-EXIT.
072900     EXIT.
073000****************************************************************
073100*  4000-WRITE-HEADING-LINES                                      *
073200****************************************************************
073300 4000-WRITE-HEADING-LINES.
073400     ADD 1 TO WS-PAGE-COUNT.
073500     MOVE SPACES TO RPT-LINE.
073600     MOVE SPACES TO WLA-HEADING-LINE.
073700     MOVE 'WORKLIST ASSEMBLY MANIFEST' TO WLA-HDG-TITLE.
073800     MOVE 'RUN DATE ' TO WLA-HDG-DATE-LIT.
073900     MOVE WS-RUN-DATE TO WLA-HDG-DATE.
074000     MOVE 'PAGE ' TO WLA-HDG-PAGE-LIT.
074100     MOVE WS-PAGE-COUNT TO WLA-HDG-PAGE.
074200     WRITE RPT-LINE FROM WLA-HEADING-LINE.
074300     MOVE SPACES TO WLA-COLUMN-LINE.
074400     MOVE 'FEEDER' TO WLA-COL-FEEDER-LIT.
074500     MOVE 'BATCH' TO WLA-COL-BATCH-LIT.
074600     MOVE 'CREATED' TO WLA-COL-CREATED-LIT.
074700     MOVE '   RECORDS' TO WLA-COL-IN-LIT.
074800     MOVE '   DROPPED' TO WLA-COL-DUPS-LIT.
074900     MOVE '    COPIED' TO WLA-COL-OUT-LIT.
075000     MOVE 'DISPOSITION' TO WLA-COL-DISP-LIT.
075100     WRITE RPT-LINE FROM WLA-COLUMN-LINE.
075200     MOVE 2 TO WS-LINE-COUNT.
075300 4000-EXIT.
075400     EXIT.
075500****************************************************************
075600*  4200-WRITE-BATCH-LINE                                         *
075700****************************************************************
075800 4200-WRITE-BATCH-LINE.
075900     MOVE SPACES TO WLA-RECORD.
076000     MOVE SPACES TO WLA-DETAIL-LINE.
076100     MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLA-DET-FEEDER.
076200     MOVE WS-BATCH-ID TO WLA-DET-BATCH.
076300     MOVE WS-BATCH-DATE-X TO WLA-DET-CREATED.
076400     MOVE WS-BATCH-IN-COUNT TO WLA-DET-IN.
076500     MOVE WS-BATCH-DUP-COUNT TO WLA-DET-DUPS.
076600     MOVE WS-BATCH-OUT-COUNT TO WLA-DET-OUT.
076700     MOVE WS-BATCH-DISP TO WLA-DET-DISP.
076800     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
076900 4200-EXIT.
077000     EXIT.
077100****************************************************************
077200*  4300-WRITE-DUPLICATE-LINE                                     *
077300****************************************************************
077400 4300-WRITE-DUPLICATE-LINE.
077500     MOVE SPACES TO WLA-RECORD.
077600     MOVE SPACES TO WLA-MESSAGE-LINE.
077700     MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLA-MSG-FEEDER.
077800     STRING 'DUPLICATE DROPPED - DEPT ' WL-REQ-DEPT
077900             ' REF ' WL-REQ-REF ' ALREADY TAKEN FROM '
078000             WS-FEEDER-NAME (WS-KEPT-FEEDER)
078100             DELIMITED BY SIZE INTO WLA-MSG-TEXT
078200     END-STRING.
078300     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
078400 4300-EXIT.
078500     EXIT.
078600****************************************************************
078700*  4900-PRINT-LINE                                               *
078800*  PRINTS THE LINE BUILT IN WLA-RECORD, STARTING A NEW PAGE      *
078900*  FIRST WHEN THE CURRENT ONE IS FULL.                           *
079000****************************************************************
079100 4900-PRINT-LINE.
079200     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
079300             THAN WS-LINES-PER-PAGE
079400         MOVE WLA-RECORD TO WS-PRINT-SAVE
079500         PERFORM 4000-WRITE-HEADING-LINES THRU 4000-EXIT
079600         MOVE WS-PRINT-SAVE TO WLA-RECORD
079700     END-IF.
079800     WRITE RPT-LINE FROM WLA-RECORD.
079900     ADD 1 TO WS-LINE-COUNT.
080000 4900-EXIT.
080100     EXIT.
080200****************************************************************
080300*  5000-WRITE-FEEDER-SUMMARY                                     *
080400*  ONE SUMMARY LINE PER FEEDER ON A FRESH PAGE, THEN THE GRAND   *
080500*  TOTALS CARRIED ON WLMANIF.                                    *
080600****************************************************************
080700 5000-WRITE-FEEDER-SUMMARY.
080800     PERFORM 4000-WRITE-HEADING-LINES THRU 4000-EXIT.
080900     MOVE SPACES TO RPT-LINE.
081000     MOVE SPACES TO WLA-SUM-COLUMN-LINE.
081100     MOVE 'FEEDER' TO WLA-SCL-FEEDER-LIT.
081200     MOVE 'OUTCOME' TO WLA-SCL-STATE-LIT.
081300     MOVE '      READ' TO WLA-SCL-READ-LIT.
081400     MOVE '  ACCEPTED' TO WLA-SCL-ACCEPTED-LIT.
081500     MOVE '   REFUSED' TO WLA-SCL-REFUSED-LIT.
081600     MOVE '   DROPPED' TO WLA-SCL-DUPS-LIT.
081700     MOVE '    COPIED' TO WLA-SCL-OUT-LIT.
081800     WRITE RPT-LINE FROM WLA-SUM-COLUMN-LINE.
081900     ADD 1 TO WS-LINE-COUNT.
082000     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
082100             VARYING WS-FD-SUB FROM 1 BY 1
082200             UNTIL WS-FD-SUB > WS-FEEDER-MAX.
082300     MOVE SPACES TO RPT-LINE.
082400     MOVE SPACES TO WLA-TOTAL-LINE.
082500     MOVE 'BATCHES ASSEMBLED   ' TO WLA-TOT-LIT1.
082600     MOVE WS-TOT-BATCH-COUNT TO WLA-TOT-BATCHES.
082700     MOVE '  DUPLICATES DROPPED' TO WLA-TOT-LIT2.
082800     MOVE WS-TOT-DUP-COUNT TO WLA-TOT-DUPS.
082900     MOVE '  RECORDS ON WORKIN ' TO WLA-TOT-LIT3.
083000     MOVE WS-TOT-DATA-COUNT TO WLA-TOT-RECORDS.
083100     WRITE RPT-LINE FROM WLA-TOTAL-LINE.
083200     DISPLAY 'WLASSEM - BATCHES ' WS-TOT-BATCH-COUNT
083300             ', RECORDS ' WS-TOT-DATA-COUNT
083400             ', DUPLICATES DROPPED ' WS-TOT-DUP-COUNT
083500             ', BATCHES REFUSED ' WS-TOT-REFUSED-COUNT
083600             ', FEEDERS REFUSED ' WS-TOT-DAMAGED-COUNT.
083700 5000-EXIT.
083800     EXIT.
083900****************************************************************
084000*  5100-WRITE-SUMMARY-LINE                                       *
084100****************************************************************
084200 5100-WRITE-SUMMARY-LINE.
084300     MOVE SPACES TO RPT-LINE.
084400     MOVE SPACES TO WLA-SUMMARY-LINE.
084500     MOVE WS-FEEDER-NAME (WS-FD-SUB) TO WLA-SUM-FEEDER.
084600     EVALUATE TRUE
084700         WHEN WS-FD-NOT-SUPPLIED (WS-FD-SUB)
084800             MOVE 'NOT SUPPLIED' TO WLA-SUM-STATE
084900         WHEN WS-FD-DAMAGED (WS-FD-SUB)
085000             MOVE 'REFUSED' TO WLA-SUM-STATE
085100         WHEN OTHER
085200             MOVE 'ASSEMBLED' TO WLA-SUM-STATE
085300     END-EVALUATE.
085400     MOVE WS-FD-READ-COUNT (WS-FD-SUB) TO WLA-SUM-READ.
085500     MOVE WS-FD-ACCEPTED-COUNT (WS-FD-SUB) TO WLA-SUM-ACCEPTED.
085600     MOVE WS-FD-REFUSED-COUNT (WS-FD-SUB) TO WLA-SUM-REFUSED.
085700     MOVE WS-FD-DUP-COUNT (WS-FD-SUB) TO WLA-SUM-DUPS.
085800     MOVE WS-FD-WRITTEN-COUNT (WS-FD-SUB) TO WLA-SUM-OUT.
085900     WRITE RPT-LINE FROM WLA-SUMMARY-LINE.
086000     ADD 1 TO WS-LINE-COUNT.
086100 5100-EXIT.
086200     EXIT.
086300****************************************************************
086400*  5500-WRITE-MANIFEST-CONTROL                                   *
086500*  WRITES THE ONE WLMANIF RECORD FACTORIAL VERIFIES WORKIN       *
086600*  AGAINST.  WRITTEN LAST, AFTER WORKIN IS COMPLETE.             *
086700****************************************************************
086800 5500-WRITE-MANIFEST-CONTROL.
086900     MOVE SPACES TO WLM-RECORD.
087000     MOVE WS-RUN-DATE TO WLM-RUN-DATE.
087100     MOVE WS-RUN-TIME TO WLM-RUN-TIME.
087200     MOVE WS-TOT-BATCH-COUNT TO WLM-BATCH-COUNT.
087300     MOVE WS-TOT-DATA-COUNT TO WLM-DATA-COUNT.
087400     MOVE WS-TOT-DUP-COUNT TO WLM-DUP-COUNT.
087500     MOVE WS-TOT-REFUSED-COUNT TO WLM-REFUSED-COUNT.
087600     MOVE WS-TOT-DAMAGED-COUNT TO WLM-DAMAGED-COUNT.
087700     WRITE WLM-RECORD.
087800     IF NOT WS-MANIFEST-OK
087900         DISPLAY 'WLASSEM - WLMANIF WRITE FAILED, STATUS = '
088000                 WS-MANIFEST-STATUS
088100         MOVE 'Y' TO WS-ABORT-SW
088200     END-IF.
088300 5500-EXIT.
088400     EXIT.
088500****************************************************************
088600*  6100-OPEN-FEEDER                                              *
088700*  OPENS THE FEEDER NUMBERED WS-FD-SUB.                          *
088800****************************************************************
088900 6100-OPEN-FEEDER.
089000     EVALUATE WS-FD-SUB
089100         WHEN 1 OPEN INPUT CARRY-FEEDER
089200         WHEN 2 OPEN INPUT MERGE-FEEDER
089300         WHEN 3 OPEN INPUT STANDING-FEEDER
089400         WHEN 4 OPEN INPUT ONLINE-FEEDER
089500         WHEN 5 OPEN INPUT MANUAL-FEEDER
089600     END-EVALUATE.
089700 6100-EXIT.
089800     EXIT.
089900****************************************************************
090000*  6200-READ-FEEDER                                              *
090100*  READS THE NEXT RECORD OF FEEDER WS-FD-SUB INTO WL-RECORD.     *
090200****************************************************************
090300 6200-READ-FEEDER.
090400     EVALUATE WS-FD-SUB
090500         WHEN 1
090600             READ CARRY-FEEDER INTO WL-RECORD
090700                 AT END MOVE 'Y' TO WS-EOF-SW
090800             END-READ
090900         WHEN 2
091000             READ MERGE-FEEDER INTO WL-RECORD
091100                 AT END MOVE 'Y' TO WS-EOF-SW
091200             END-READ
091300         WHEN 3
091400             READ STANDING-FEEDER INTO WL-RECORD
091500                 AT END MOVE 'Y' TO WS-EOF-SW
091600             END-READ
091700         WHEN 4
091800             READ ONLINE-FEEDER INTO WL-RECORD
091900                 AT END MOVE 'Y' TO WS-EOF-SW
092000             END-READ
092100         WHEN 5
092200             READ MANUAL-FEEDER INTO WL-RECORD
092300                 AT END MOVE 'Y' TO WS-EOF-SW
092400             END-READ
092500     END-EVALUATE.
092520*    THE BATCH HEADER AND TRAILER LAYOUTS ARE SEPARATE AREAS
092540*    IN WORKREC, SO BOTH ARE LOADED FROM THE RECORD JUST READ.
092560     MOVE WL-RECORD TO WL-BATCH-HEADER.
092580     MOVE WL-RECORD TO WL-BATCH-TRAILER.
092600 6200-EXIT.
092700     EXIT.
092800****************************************************************
092900*  6300-CLOSE-FEEDER                                             *
093000****************************************************************
093100 6300-CLOSE-FEEDER.
093200     EVALUATE WS-FD-SUB
093300         WHEN 1 CLOSE CARRY-FEEDER
093400         WHEN 2 CLOSE MERGE-FEEDER
093500         WHEN 3 CLOSE STANDING-FEEDER
093600         WHEN 4 CLOSE ONLINE-FEEDER
093700         WHEN 5 CLOSE MANUAL-FEEDER
093800     END-EVALUATE.
093900 6300-EXIT.
094000     EXIT.
094100****************************************************************
094200*  9000-TERMINATE                                               *
094300****************************************************************
094400 9000-TERMINATE.
094500     CLOSE WORKLIST-FILE.
094600     CLOSE MANIFEST-FILE.
094700     CLOSE REPORT-FILE.
094800     CLOSE ASSEMBLY-HISTORY.
094900 9000-EXIT.
095000     EXIT.
095010****************************************************************
095020*  9900-LOG-STEP-STATUS                                         *
095030*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
095040*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
095050*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
095060****************************************************************
095070 9900-LOG-STEP-STATUS.
095080     MOVE SPACES TO SST-RECORD.
095090     MOVE 'WLASSEM' TO SST-PROGRAM.
095100     MOVE WS-RUN-DATE TO SST-RUN-DATE.
095110     MOVE WS-RUN-TIME TO SST-RUN-TIME.
095120     MOVE RETURN-CODE TO SST-RETURN-CODE.
095130     MOVE 'BATCHES' TO SST-COUNT-NAME (1).
095140     MOVE WS-TOT-BATCH-COUNT TO SST-COUNT (1).
095150     MOVE 'RECORDS' TO SST-COUNT-NAME (2).
095160     MOVE WS-TOT-DATA-COUNT TO SST-COUNT (2).
095170     MOVE 'DUPS' TO SST-COUNT-NAME (3).
095180     MOVE WS-TOT-DUP-COUNT TO SST-COUNT (3).
095190     MOVE 'REFUSED' TO SST-COUNT-NAME (4).
095200     MOVE WS-TOT-REFUSED-COUNT TO SST-COUNT (4).
095210     MOVE 'DAMAGED' TO SST-COUNT-NAME (5).
095220     MOVE WS-TOT-DAMAGED-COUNT TO SST-COUNT (5).
095230     IF SST-RETURN-CODE = 04
095240         MOVE 'REFUSED' TO SST-DISPOSITION
095250         MOVE 'BATCHES REFUSED OR DAMAGED' TO SST-REASON
095260     END-IF.
095270     CALL 'STEPLOG' USING SST-RECORD.
095280     MOVE SST-RETURN-CODE TO RETURN-CODE.
095290 9900-EXIT.
095300     EXIT.
