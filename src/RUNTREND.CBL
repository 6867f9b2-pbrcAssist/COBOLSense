001500*  NOTE         :  A HISTORY RECORD WITH A GARBLED DATE OR       *
001600*                  COUNT IS COUNTED AND SKIPPED RATHER THAN      *
001700*                  FOLDED INTO A MONTH'S FIGURES.                *
001710*                  THE BUSCAL BUSINESS CALENDAR GIVES THE        *
001720*                  BUSINESS DAYS EACH MONTH A RUN WAS EXPECTED - *
001730*                  FROM THE FIRST NIGHT IN THE HISTORY UP TO     *
001740*                  YESTERDAY - AND EVERY ONE OF THEM WITH NO RUN *
001750*                  IS FLAGGED AND LISTED UNDER ITS MONTH.        *
001760*                  RERUNS ON ONE NIGHT COUNT AS ONE NIGHT.       *
001770*                  WITHOUT A CALENDAR THE BUSINESS-DAY COLUMNS   *
001780*                  ARE LEFT BLANK.                               *
001785*                  A MONTH WITH NO RUNS AT ALL IS STILL PRINTED, *
001790*                  WITH ITS MISSED NIGHTS, WHEN IT HAD BUSINESS  *
001795*                  DAYS BEFORE TODAY.                            *
001800*                                                                *
001900****************************************************************
002000 IDENTIFICATION DIVISION.
002700*  MODIFICATION HISTORY                                         *
002800*  ------------------------------------------------------------ *
002900*  2026-10-19  DEH  ORIGINAL PROGRAM.                           *
002910*  2027-01-04  DEH  SHOW RUNS AGAINST THE BUSINESS DAYS         *
002920*                   EXPECTED FROM THE BUSCAL CALENDAR, LISTING  *
002930*                   EVERY MISSED NIGHT.                         *
002940*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002950*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002960*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002968*  2027-02-22  DEH  PRINT THE MONTHS WITH BUSINESS DAYS AND NO  *
002976*                   RUNS - BETWEEN RUN MONTHS AND FROM THE LAST *
002984*                   RUN UP TO YESTERDAY - SO EVERY MISSED NIGHT *
002992*                   IS LISTED.                                  *
003000****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            ACCESS MODE IS SEQUENTIAL
004400            FILE STATUS IS WS-REPORT-STATUS.
004410     SELECT CALENDAR-FILE   ASSIGN TO BUSCAL
004420            ORGANIZATION IS INDEXED
004430            ACCESS MODE IS DYNAMIC
004440            RECORD KEY IS CAL-DATE
004450            FILE STATUS IS WS-CALENDAR-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RUN-HISTORY-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 132 CHARACTERS.
005400 01  RPT-LINE                        PIC X(132).
005410 FD  CALENDAR-FILE
005420     LABEL RECORDS ARE STANDARD
005430     RECORD CONTAINS 80 CHARACTERS.
005440 COPY CALREC.
005500 WORKING-STORAGE SECTION.
005600****************************************************************
005700*  STANDALONE SWITCHES AND COUNTERS                              *
006000     88  WS-RUNHIST-OK                       VALUE '00'.
006100 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
006200     88  WS-REPORT-OK                        VALUE '00'.
006210 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
006220     88  WS-CALENDAR-OK                      VALUE '00'.
006230     88  WS-CALENDAR-NOT-FOUND               VALUE '35'.
006240 77  WS-CALENDAR-SW              PIC X(01) VALUE 'N'.
006250     88  WS-CALENDAR-IN-USE                  VALUE 'Y'.
006260 77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
006270     88  WS-END-OF-CALENDAR                  VALUE 'Y'.
006300 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
006400     88  WS-RUN-ABORTED                      VALUE 'Y'.
006500 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009100 77  WS-REJECT-RATE              PIC 9(03)V99 COMP-3 VALUE ZERO.
009200 77  WS-CHG-RECORDS              PIC S9(08) COMP VALUE ZERO.
009300 77  WS-CHG-REJECTS              PIC S9(08) COMP VALUE ZERO.
009301****************************************************************
009302*  BUSINESS-DAY CHECK.  WS-RUN-DAY-SW IS SET FOR EVERY DAY OF    *
009303*  THE HELD MONTH THAT HAD A RUN; THE CALENDAR'S BUSINESS DAYS   *
009304*  WITHOUT ONE ARE GATHERED IN WS-MISSED-DATE FOR PRINTING UNDER *
009305*  THE MONTH LINE.                                               *
009306*  WS-GAP-MONTH WALKS THE MONTHS WITH NO RUNS (SEE 3400).        *
009307****************************************************************
009308 77  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
009309 77  WS-CAL-FROM                 PIC 9(08) VALUE ZERO.
009310 77  WS-CAL-MONTH                PIC 9(06) VALUE ZERO.
009311 77  WS-CUR-CAL-DAYS             PIC 9(04) COMP VALUE ZERO.
009312 77  WS-CUR-EXPECTED             PIC 9(04) COMP VALUE ZERO.
009313 77  WS-CUR-MISSED               PIC 9(04) COMP VALUE ZERO.
009314 77  WS-TOTAL-EXPECTED           PIC 9(08) COMP VALUE ZERO.
009315 77  WS-TOTAL-MISSED             PIC 9(08) COMP VALUE ZERO.
009316 77  WS-MISSED-SUB               PIC 9(04) COMP VALUE ZERO.
009317 01  WS-REC-DATE-AREA.
009318     05  WS-REC-DATE             PIC 9(08) VALUE ZERO.
009319     05  WS-REC-DATE-PARTS REDEFINES WS-REC-DATE.
009320         10  FILLER              PIC 9(06).
009321         10  WS-REC-DAY          PIC 9(02).
009322 01  WS-RUN-DAY-TABLE            VALUE SPACES.
009323     05  WS-RUN-DAY-SW           PIC X(01) OCCURS 31 TIMES.
009324 01  WS-MISSED-TABLE.
009325     05  WS-MISSED-DATE          PIC 9(08) OCCURS 31 TIMES.
009335 01  WS-GAP-MONTH-AREA.
009345     05  WS-GAP-MONTH            PIC 9(06) VALUE ZERO.
009355     05  WS-GAP-MONTH-PARTS REDEFINES WS-GAP-MONTH.
009365         10  FILLER              PIC 9(04).
009375         10  WS-GAP-MM           PIC 9(02).
009385 77  WS-GAP-STOP                 PIC 9(06) VALUE ZERO.
009400****************************************************************
009500*  THE RUN-HISTORY RECORD CARRIES THE SAME LAYOUT RUNSTAT DOES.  *
009600****************************************************************
009700 COPY RSTREC.
009800 COPY TRDRPT.
009820****************************************************************
009840*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
009860****************************************************************
009880 COPY SSTREC.
009900 PROCEDURE DIVISION.
010000****************************************************************
010100*  0000-MAINLINE                                                *
010700                 UNTIL WS-END-OF-HISTORY
010800         IF WS-CUR-MONTH > ZERO
010900             PERFORM 3000-PRINT-MONTH-LINE THRU 3000-EXIT
010920             IF WS-CALENDAR-IN-USE
010940                 PERFORM 3500-CHECK-TRAILING-MONTHS THRU 3500-EXIT
010960             END-IF
011000         END-IF
011100         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
011200     END-IF.
011400     IF WS-RUN-ABORTED
011500         MOVE 12 TO RETURN-CODE
011600     END-IF.
011650     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
011700     STOP RUN.
011800****************************************************************
011900*  1000-INITIALIZE                                              *
013200                 WS-REPORT-STATUS
013300         MOVE 'Y' TO WS-ABORT-SW
013400     END-IF.
013410     PERFORM 1200-OPEN-CALENDAR THRU 1200-EXIT.
013500     IF WS-RUN-ABORTED
013600         GO TO 1000-EXIT
013700     END-IF.
013800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
013900 1000-EXIT.
014000     EXIT.
014001****************************************************************
014002*  1200-OPEN-CALENDAR                                            *
014003*  A MISSING CALENDAR IS NOT AN ERROR - THE REPORT IS PRINTED    *
014004*  WITHOUT THE BUSINESS-DAY COLUMNS.                             *
014005****************************************************************
014006 1200-OPEN-CALENDAR.
014007     OPEN INPUT CALENDAR-FILE.
014008     IF WS-CALENDAR-NOT-FOUND
014009         DISPLAY 'RUNTREND - NO BUSCAL CALENDAR, BUSINESS DAYS '
014010                 'NOT CHECKED'
014011         GO TO 1200-EXIT
014012     END-IF.
014013     IF NOT WS-CALENDAR-OK
014014         DISPLAY 'RUNTREND - UNABLE TO OPEN BUSCAL, STATUS = '
014015                 WS-CALENDAR-STATUS
014016         MOVE 'Y' TO WS-ABORT-SW
014017         GO TO 1200-EXIT
014018     END-IF.
014019     MOVE 'Y' TO WS-CALENDAR-SW.
014020 1200-EXIT.
014021     EXIT.
014100****************************************************************
014200*  2000-ACCUMULATE-RUN                                           *
014300*  FOLDS ONE RUN-HISTORY RECORD INTO ITS MONTH, PRINTING THE     *
015600     IF WS-CUR-MONTH > ZERO
015700             AND WS-REC-MONTH NOT = WS-CUR-MONTH
015800         PERFORM 3000-PRINT-MONTH-LINE THRU 3000-EXIT
015820         IF WS-CALENDAR-IN-USE
015840             MOVE WS-REC-MONTH TO WS-GAP-STOP
015860             PERFORM 3400-CHECK-EMPTY-MONTHS THRU 3400-EXIT
015880         END-IF
015900     END-IF.
016000     MOVE WS-REC-MONTH TO WS-CUR-MONTH.
016010     IF WS-FIRST-DATE = ZERO
016020         MOVE RST-RUN-DATE TO WS-FIRST-DATE
016030     END-IF.
016040     MOVE RST-RUN-DATE TO WS-REC-DATE.
016050     IF WS-REC-DAY > ZERO AND WS-REC-DAY < 32
016060         MOVE 'Y' TO WS-RUN-DAY-SW (WS-REC-DAY)
016070     END-IF.
016100     ADD 1 TO WS-CUR-RUNS.
016200     ADD 1 TO WS-TOTAL-RUNS.
016300     ADD RST-RECORDS-READ TO WS-CUR-RECORDS.
019200             THAN WS-LINES-PER-PAGE
019300         PERFORM 3200-WRITE-HEADING-LINES THRU 3200-EXIT
019400     END-IF.
019410     IF WS-CALENDAR-IN-USE
019420         PERFORM 3100-CHECK-BUSINESS-DAYS THRU 3100-EXIT
019430     END-IF.
019500     MOVE SPACES TO RPT-LINE.
019600     MOVE SPACES TO TRD-MONTH-LINE.
019700     MOVE WS-CUR-MONTH TO TRD-MON-MONTH.
021500         MOVE WS-CHG-RECORDS TO TRD-MON-CHG-RECORDS
021600         MOVE WS-CHG-REJECTS TO TRD-MON-CHG-REJECTS
021700     END-IF.
021710     IF WS-CALENDAR-IN-USE
021720         IF WS-CUR-CAL-DAYS = ZERO
021730             MOVE 'NOT ON CAL' TO TRD-MON-FLAG
021740         ELSE
021750             MOVE WS-CUR-EXPECTED TO TRD-MON-EXPECTED
021760             MOVE WS-CUR-MISSED TO TRD-MON-MISSED
021770             IF WS-CUR-MISSED > ZERO
021780                 MOVE '** MISSED **' TO TRD-MON-FLAG
021790             END-IF
021795         END-IF
021797     END-IF.
021800     WRITE RPT-LINE FROM TRD-MONTH-LINE.
021900     ADD 1 TO WS-LINE-COUNT.
021910     PERFORM 3300-WRITE-MISSED-LINE THRU 3300-EXIT
021920             VARYING WS-MISSED-SUB FROM 1 BY 1
021930             UNTIL WS-MISSED-SUB > WS-CUR-MISSED.
021940     ADD WS-CUR-EXPECTED TO WS-TOTAL-EXPECTED.
021950     ADD WS-CUR-MISSED TO WS-TOTAL-MISSED.
022000     ADD 1 TO WS-MONTH-COUNT.
022100     MOVE WS-CUR-MONTH TO WS-PRI-MONTH.
022200     MOVE WS-CUR-RECORDS TO WS-PRI-RECORDS.
022600     MOVE ZERO TO WS-CUR-REJECTS.
022700     MOVE ZERO TO WS-CUR-OVERFLOWS.
022800     MOVE ZERO TO WS-CUR-DEFERRED.
022810     MOVE ZERO TO WS-CUR-CAL-DAYS.
022820     MOVE ZERO TO WS-CUR-EXPECTED.
022830     MOVE ZERO TO WS-CUR-MISSED.
022840     MOVE SPACES TO WS-RUN-DAY-TABLE.
022900 3000-EXIT.
023000     EXIT.
023001****************************************************************
023002*  3100-CHECK-BUSINESS-DAYS                                      *
023003*  BROWSES THE HELD MONTH ON THE CALENDAR, FROM THE FIRST NIGHT  *
023004*  IN THE HISTORY IF THAT FALLS INSIDE IT, COUNTING THE BUSINESS *
023005*  DAYS BEFORE TODAY AND GATHERING THOSE WITH NO RUN.  A MONTH   *
023006*  THE CALENDAR DOES NOT COVER IS LEFT WITH NO CALENDAR DAYS.    *
023009****************************************************************
023010 3100-CHECK-BUSINESS-DAYS.
023011     MOVE ZERO TO WS-CUR-CAL-DAYS.
023012     MOVE ZERO TO WS-CUR-EXPECTED.
023013     MOVE ZERO TO WS-CUR-MISSED.
023014     MOVE 'N' TO WS-CAL-EOF-SW.
023015     COMPUTE WS-CAL-FROM = WS-CUR-MONTH * 100 + 1.
023016     IF WS-CAL-FROM < WS-FIRST-DATE
023017         MOVE WS-FIRST-DATE TO WS-CAL-FROM
023018     END-IF.
023019     MOVE WS-CAL-FROM TO CAL-DATE.
023020     START CALENDAR-FILE KEY NOT LESS THAN CAL-DATE
023021         INVALID KEY
023022             MOVE 'Y' TO WS-CAL-EOF-SW
023023     END-START.
023024     PERFORM 3110-CHECK-NEXT-DAY THRU 3110-EXIT
023025             UNTIL WS-END-OF-CALENDAR.
023026 3100-EXIT.
023027     EXIT.
023028****************************************************************
023029*  3110-CHECK-NEXT-DAY                                          *
023030****************************************************************
023031 3110-CHECK-NEXT-DAY.
023032     READ CALENDAR-FILE NEXT RECORD
023033         AT END
023034             MOVE 'Y' TO WS-CAL-EOF-SW
023035             GO TO 3110-EXIT
023036     END-READ.
023037     COMPUTE WS-CAL-MONTH = CAL-DATE / 100.
023038     IF WS-CAL-MONTH NOT = WS-CUR-MONTH
023039         MOVE 'Y' TO WS-CAL-EOF-SW
023040         GO TO 3110-EXIT
023041     END-IF.
023042     ADD 1 TO WS-CUR-CAL-DAYS.
023043     IF CAL-DATE NOT < WS-RUN-DATE
023044         GO TO 3110-EXIT
023045     END-IF.
023046     IF NOT CAL-BUSINESS-DAY
023047         GO TO 3110-EXIT
023048     END-IF.
023049     ADD 1 TO WS-CUR-EXPECTED.
023050     IF WS-RUN-DAY-SW (CAL-DAY) = 'Y'
023051         GO TO 3110-EXIT
023052     END-IF.
023053     ADD 1 TO WS-CUR-MISSED.
023054     MOVE CAL-DATE TO WS-MISSED-DATE (WS-CUR-MISSED).
023055 3110-EXIT.
023056     EXIT.
023100****************************************************************
023200*  3200-WRITE-HEADING-LINES                                     *
023300****************************************************************
025200     MOVE 'DEFERRED' TO TRD-COL-DEFER-LIT.
025300     MOVE 'CHG RECORDS' TO TRD-COL-CHGREC-LIT.
025400     MOVE 'CHG REJECTS' TO TRD-COL-CHGREJ-LIT.
025410     IF WS-CALENDAR-IN-USE
025420         MOVE 'EXPECT' TO TRD-COL-EXPECT-LIT
025430         MOVE 'MISSED' TO TRD-COL-MISSED-LIT
025440     END-IF.
025500     WRITE RPT-LINE FROM TRD-COLUMN-LINE.
025600     MOVE 2 TO WS-LINE-COUNT.
025700 3200-EXIT.
025800     EXIT.
025801****************************************************************
025802*  3300-WRITE-MISSED-LINE                                        *
025803*  PRINTS ONE BUSINESS DAY OF THE HELD MONTH THAT HAD NO RUN.    *
025804****************************************************************
025805 3300-WRITE-MISSED-LINE.
025806     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
025807         PERFORM 3200-WRITE-HEADING-LINES THRU 3200-EXIT
025808     END-IF.
025809     MOVE SPACES TO RPT-LINE.
025810     MOVE SPACES TO TRD-MISSED-LINE.
025811     MOVE 'NO RUN ON BUSINESS DAY' TO TRD-MIS-LIT.
025812     MOVE WS-MISSED-DATE (WS-MISSED-SUB) TO TRD-MIS-DATE.
025813     WRITE RPT-LINE FROM TRD-MISSED-LINE.
025814     ADD 1 TO WS-LINE-COUNT.
025815 3300-EXIT.
025816     EXIT.
025817****************************************************************
025818*  3400-CHECK-EMPTY-MONTHS                                       *
025819*  WALKS THE MONTHS AFTER THE ONE JUST PRINTED THAT HAVE NO RUN  *
025820*  HISTORY, UP TO WS-GAP-STOP.  EACH ONE WITH BUSINESS DAYS      *
025821*  BEFORE TODAY IS PRINTED AS A MONTH OF NO RUNS, ITS MISSED     *
025822*  NIGHTS LISTED UNDER IT.                                       *
025823****************************************************************
025824 3400-CHECK-EMPTY-MONTHS.
025825     MOVE WS-PRI-MONTH TO WS-GAP-MONTH.
025826     PERFORM 3420-NEXT-GAP-MONTH THRU 3420-EXIT.
025827     PERFORM 3410-CHECK-EMPTY-MONTH THRU 3410-EXIT
025828             UNTIL WS-GAP-MONTH NOT < WS-GAP-STOP.
025829 3400-EXIT.
025830     EXIT.
025831****************************************************************
025832*  3410-CHECK-EMPTY-MONTH                                        *
025833****************************************************************
025834 3410-CHECK-EMPTY-MONTH.
025835     MOVE WS-GAP-MONTH TO WS-CUR-MONTH.
025836     PERFORM 3100-CHECK-BUSINESS-DAYS THRU 3100-EXIT.
025837     IF WS-CUR-EXPECTED > ZERO
025838         PERFORM 3000-PRINT-MONTH-LINE THRU 3000-EXIT
025839     END-IF.
025840     PERFORM 3420-NEXT-GAP-MONTH THRU 3420-EXIT.
025841 3410-EXIT.
025842     EXIT.
025843****************************************************************
025844*  3420-NEXT-GAP-MONTH                                           *
025845*  STEPS WS-GAP-MONTH (YYYYMM) ON ONE MONTH, DECEMBER TO THE     *
025846*  JANUARY AFTER.                                                *
025847****************************************************************
025848 3420-NEXT-GAP-MONTH.
025849     IF WS-GAP-MM < 12
025850         ADD 1 TO WS-GAP-MONTH
025851     ELSE
025852         ADD 89 TO WS-GAP-MONTH
025853     END-IF.
025854 3420-EXIT.
025855     EXIT.
025856****************************************************************
025857*  3500-CHECK-TRAILING-MONTHS                                    *
025858*  AT THE END OF THE HISTORY, CHECKS EVERY MONTH AFTER THE LAST  *
025859*  ONE PRINTED THROUGH THE CURRENT MONTH, SO THE NIGHTS FROM     *
025860*  THE LAST RUN UP TO YESTERDAY ARE ALL ACCOUNTED FOR.           *
025861****************************************************************
025862 3500-CHECK-TRAILING-MONTHS.
025863     COMPUTE WS-GAP-MONTH = WS-RUN-DATE / 100.
025864     PERFORM 3420-NEXT-GAP-MONTH THRU 3420-EXIT.
025865     MOVE WS-GAP-MONTH TO WS-GAP-STOP.
025866     PERFORM 3400-CHECK-EMPTY-MONTHS THRU 3400-EXIT.
025867 3500-EXIT.
025868     EXIT.
025900****************************************************************
026000*  5000-WRITE-TOTALS                                            *
026100****************************************************************
027200     MOVE ', GARBLED ' TO TRD-TOT-LIT3.
027300     MOVE WS-GARBLED-COUNT TO TRD-TOT-GARBLED.
027400     WRITE RPT-LINE FROM TRD-TOTAL-LINE.
027410     IF WS-CALENDAR-IN-USE
027420         MOVE SPACES TO TRD-TOTAL-LINE
027430         MOVE 'BUS DAYS EXPECTED   ' TO TRD-TOT-LIT1
027440         MOVE WS-TOTAL-EXPECTED TO TRD-TOT-MONTHS
027450         MOVE '  BUS DAYS MISSED   ' TO TRD-TOT-LIT2
027460         MOVE WS-TOTAL-MISSED TO TRD-TOT-RUNS
027470         WRITE RPT-LINE FROM TRD-TOTAL-LINE
027480     END-IF.
027500     DISPLAY 'RUNTREND - READ ' WS-READ-COUNT
027600             ', MONTHS ' WS-MONTH-COUNT
027700             ', GARBLED ' WS-GARBLED-COUNT.
027710     IF WS-CALENDAR-IN-USE
027720         DISPLAY 'RUNTREND - BUSINESS DAYS EXPECTED '
027730                 WS-TOTAL-EXPECTED ', MISSED ' WS-TOTAL-MISSED
027740     END-IF.
027800 5000-EXIT.
027900     EXIT.
028000****************************************************************
028300 9000-TERMINATE.
028400     CLOSE RUN-HISTORY-FILE.
028500     CLOSE REPORT-FILE.
028510     IF WS-CALENDAR-IN-USE
028520         CLOSE CALENDAR-FILE
028530     END-IF.
028600 9000-EXIT.
028700     EXIT.
028710****************************************************************
028720*  9900-LOG-STEP-STATUS                                         *
028730*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
028740*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
028750*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
028760****************************************************************
028770 9900-LOG-STEP-STATUS.
028780     MOVE SPACES TO SST-RECORD.
028790     MOVE 'RUNTREND' TO SST-PROGRAM.
028800     MOVE WS-RUN-DATE TO SST-RUN-DATE.
028810     MOVE RETURN-CODE TO SST-RETURN-CODE.
028820     MOVE 'READ' TO SST-COUNT-NAME (1).
028830     MOVE WS-READ-COUNT TO SST-COUNT (1).
028840     MOVE 'MONTHS' TO SST-COUNT-NAME (2).
028850     MOVE WS-MONTH-COUNT TO SST-COUNT (2).
028860     MOVE 'GARBLED' TO SST-COUNT-NAME (3).
028870     MOVE WS-GARBLED-COUNT TO SST-COUNT (3).
028880     CALL 'STEPLOG' USING SST-RECORD.
028890     MOVE SST-RETURN-CODE TO RETURN-CODE.
028900 9900-EXIT.
028910     EXIT.
