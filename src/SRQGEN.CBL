001400*                  LONGER DEPEND ON A CLERK REMEMBERING TO       *
001500*                  RESUBMIT THEM.                                *
001600*                                                                *
001700*  NOTE         :  THE BUSCAL BUSINESS CALENDAR (SEE CALREC)     *
001720*                  DECIDES WHAT IS DUE.  ON A HOLIDAY OR A       *
001740*                  WEEKEND NOTHING IS GENERATED - THE BATCH IS   *
001760*                  WRITTEN EMPTY.  ON A BUSINESS DAY THE NIGHTLY *
001780*                  ('D') STANDING REQUESTS ARE DUE, AND THE      *
001800*                  WEEKLY ('W'), MONTH-END ('M'), QUARTER-END    *
001820*                  ('Q') AND YEAR-END ('Y') ONES WHEN THE        *
001840*                  CALENDAR FLAGS THE DATE AS THE LAST BUSINESS  *
001860*                  DAY OF THAT PERIOD.  A GENIN 'M' FORCES       *
001880*                  MONTH-END.  WITH NO CALENDAR ON FILE THE      *
001900*                  GENIN FREQUENCY DECIDES AS BEFORE; A          *
001920*                  GENERATION DATE MISSING FROM THE CALENDAR     *
001940*                  ABORTS THE RUN.  A REQUEST IS DUE ONLY WHEN   *
001960*                  THE GENERATION DATE LIES IN ITS               *
001980*                  EFFECTIVE-EXPIRY RANGE (INCLUSIVE ON BOTH     *
002000*                  ENDS).  EACH GENERATED REQUEST IS POSTED AS   *
002020*                  GENERATED ON THE RQSTMST REQUEST STATUS       *
002040*                  MASTER THROUGH RQSPOST.                       *
002300*                                                                *
002400****************************************************************
002500 IDENTIFICATION DIVISION.
003200*  MODIFICATION HISTORY                                         *
003300*  ------------------------------------------------------------ *
003400*  2026-09-14  DEH  ORIGINAL PROGRAM.                           *
003410*  2026-11-30  DEH  POST EACH GENERATED REQUEST TO THE RQSTMST   *
003420*                   REQUEST STATUS MASTER THROUGH RQSPOST.       *
003430*  2026-12-14  DEH  CARRY THE SUCCESS PROBABILITY OF BINOMIAL-  *
003440*                   MODE ENTRIES ONTO THE GENERATED WL-RECORD.  *
003450*  2027-01-04  DEH  DECIDE WHAT IS DUE FROM THE BUSCAL BUSINESS *
003460*                   CALENDAR - NOTHING ON A HOLIDAY OR WEEKEND, *
003470*                   PLUS THE NEW WEEKLY, QUARTER-END AND        *
003480*                   YEAR-END FREQUENCIES.                       *
003485*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003490*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003495*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003500****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            ACCESS MODE IS SEQUENTIAL
005400            FILE STATUS IS WS-GENERATED-STATUS.
005410     SELECT CALENDAR-FILE   ASSIGN TO BUSCAL
005420            ORGANIZATION IS INDEXED
005430            ACCESS MODE IS RANDOM
005440            RECORD KEY IS CAL-DATE
005450            FILE STATUS IS WS-CALENDAR-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  STANDING-MASTER
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  GEN-OUT-RECORD                  PIC X(80).
006810 FD  CALENDAR-FILE
006820     LABEL RECORDS ARE STANDARD
006830     RECORD CONTAINS 80 CHARACTERS.
006840 COPY CALREC.
006900 WORKING-STORAGE SECTION.
007000****************************************************************
007100*  STANDALONE SWITCHES AND COUNTERS                              *
007700     88  WS-CONTROL-OK                       VALUE '00'.
007800 77  WS-GENERATED-STATUS         PIC X(02) VALUE SPACES.
007900     88  WS-GENERATED-OK                     VALUE '00'.
007910 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
007920     88  WS-CALENDAR-OK                      VALUE '00'.
007930     88  WS-CALENDAR-NOT-FOUND               VALUE '35'.
008000 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
008100     88  WS-RUN-ABORTED                      VALUE 'Y'.
008200 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
008500 77  WS-DUE-COUNT                PIC 9(08) COMP VALUE ZERO.
008600 77  WS-SKIP-COUNT               PIC 9(08) COMP VALUE ZERO.
008700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
008710 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
008720 77  WS-JOB-NAME                 PIC X(08) VALUE 'SRQGEN'.
008800 77  WS-GEN-DATE                 PIC 9(08) VALUE ZERO.
008900 77  WS-GEN-FREQ                 PIC X(01) VALUE 'D'.
009000     88  WS-MONTH-END-RUN                    VALUE 'M'.
009010 77  WS-NON-BUSINESS-SW          PIC X(01) VALUE 'N'.
009020     88  WS-NON-BUSINESS-DAY                 VALUE 'Y'.
009030 77  WS-WEEK-END-SW              PIC X(01) VALUE 'N'.
009040     88  WS-WEEK-END-RUN                     VALUE 'Y'.
009050 77  WS-QUARTER-END-SW           PIC X(01) VALUE 'N'.
009060     88  WS-QUARTER-END-RUN                  VALUE 'Y'.
009070 77  WS-YEAR-END-SW              PIC X(01) VALUE 'N'.
009080     88  WS-YEAR-END-RUN                     VALUE 'Y'.
009090 77  WS-DUE-SW                   PIC X(01) VALUE 'N'.
009095     88  WS-REQUEST-DUE                      VALUE 'Y'.
009100 77  WS-BATCH-ID                 PIC X(08) VALUE 'STANDING'.
009200****************************************************************
009300*  WL-RECORD BUILD AREA - THE SAME LAYOUTS FACTORIAL READS       *
009500*  RECORD BY CONSTRUCTION.                                       *
009600****************************************************************
009700 COPY WORKREC.
009710****************************************************************
009720*  REQUEST STATUS EVENT PASSED TO RQSPOST                       *
009730****************************************************************
009740 COPY RQEREC.
009750****************************************************************
009760*  STEP-STATUS RECORD PASSED TO STEPLOG                         *
009770****************************************************************
009780 COPY SSTREC.
009800 PROCEDURE DIVISION.
009900****************************************************************
010000*  0000-MAINLINE                                                *
011300     IF WS-RUN-ABORTED
011400         MOVE 12 TO RETURN-CODE
011500     END-IF.
011550     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
011600     STOP RUN.
011700****************************************************************
011800*  1000-INITIALIZE                                              *
011900****************************************************************
012000 1000-INITIALIZE.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012110     ACCEPT WS-RUN-TIME FROM TIME.
012200     MOVE WS-RUN-DATE TO WS-GEN-DATE.
012300     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
012310     IF NOT WS-RUN-ABORTED
012320         PERFORM 1200-READ-CALENDAR THRU 1200-EXIT
012330     END-IF.
012400     IF WS-RUN-ABORTED
012500         GO TO 1000-EXIT
012600     END-IF.
014000         GO TO 1000-EXIT
014100     END-IF.
014200     PERFORM 2500-WRITE-BATCH-HEADER THRU 2500-EXIT.
014210     MOVE 'O' TO RQE-FUNCTION-X.
014220     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
014230     CALL 'RQSPOST' USING RQE-RECORD.
014240     IF WS-NON-BUSINESS-DAY
014250         MOVE 'Y' TO WS-EOF-SW
014260         GO TO 1000-EXIT
014270     END-IF.
014300     MOVE LOW-VALUES TO SRQ-KEY.
014400     START STANDING-MASTER KEY NOT LESS THAN SRQ-KEY
014500         INVALID KEY
018700     CLOSE CONTROL-FILE.
018800 1100-EXIT.
018900     EXIT.
018901****************************************************************
018902*  1200-READ-CALENDAR                                            *
018903*  LOOKS UP THE GENERATION DATE ON THE BUSCAL CALENDAR AND SETS  *
018904*  WHICH PERIODS IT ENDS.  A HOLIDAY OR WEEKEND GENERATES        *
018905*  NOTHING.  NO CALENDAR AT ALL LEAVES THE GENIN FREQUENCY IN    *
018906*  CHARGE, BUT A CALENDAR THAT DOES NOT REACH THE GENERATION     *
018907*  DATE ABORTS RATHER THAN GUESS.                                *
018910****************************************************************
018911 1200-READ-CALENDAR.
018912     OPEN INPUT CALENDAR-FILE.
018913     IF WS-CALENDAR-NOT-FOUND
018914         DISPLAY 'SRQGEN - NO BUSCAL CALENDAR, GENIN FREQUENCY '
018915                 'DECIDES WHAT IS DUE'
018916         GO TO 1200-EXIT
018917     END-IF.
018918     IF NOT WS-CALENDAR-OK
018919         DISPLAY 'SRQGEN - UNABLE TO OPEN BUSCAL, STATUS = '
018920                 WS-CALENDAR-STATUS
018921         MOVE 'Y' TO WS-ABORT-SW
018922         GO TO 1200-EXIT
018923     END-IF.
018924     MOVE WS-GEN-DATE TO CAL-DATE.
018925     READ CALENDAR-FILE
018926         INVALID KEY
018927             DISPLAY 'SRQGEN - GENERATION DATE ' WS-GEN-DATE
018928                     ' IS NOT ON THE BUSCAL CALENDAR'
018929             MOVE 'Y' TO WS-ABORT-SW
018930             CLOSE CALENDAR-FILE
018931             GO TO 1200-EXIT
018932     END-READ.
018933     IF NOT CAL-BUSINESS-DAY
018934         DISPLAY 'SRQGEN - ' WS-GEN-DATE ' IS NOT A BUSINESS '
018935                 'DAY, NOTHING GENERATED ' CAL-DESCRIPTION
018936         MOVE 'Y' TO WS-NON-BUSINESS-SW
018937     END-IF.
018938     IF CAL-WEEK-END
018939         MOVE 'Y' TO WS-WEEK-END-SW
018940     END-IF.
018941     IF CAL-MONTH-END
018942         MOVE 'M' TO WS-GEN-FREQ
018943     END-IF.
018944     IF CAL-QUARTER-END
018945         MOVE 'Y' TO WS-QUARTER-END-SW
018946     END-IF.
018947     IF CAL-YEAR-END
018948         MOVE 'Y' TO WS-YEAR-END-SW
018949     END-IF.
018950     CLOSE CALENDAR-FILE.
018951 1200-EXIT.
018952     EXIT.
019000****************************************************************
019100*  2000-GENERATE-DUE-REQUEST                                     *
019200*  EMITS ONE WL-RECORD FOR THE CURRENT MASTER ENTRY WHEN IT IS   *
020600         ADD 1 TO WS-SKIP-COUNT
020700         GO TO 2000-READ
020800     END-IF.
020900     PERFORM 2300-CHECK-FREQUENCY-DUE THRU 2300-EXIT.
020950     IF NOT WS-REQUEST-DUE
021000         ADD 1 TO WS-SKIP-COUNT
021100         GO TO 2000-READ
021200     END-IF.
021600     MOVE SRQ-R-X TO WL-R-X.
021700     MOVE SRQ-REQ-DEPT TO WL-REQ-DEPT.
021800     MOVE SRQ-REQ-REF TO WL-REQ-REF.
021810     IF SRQ-BINOMIAL-MODE
021820         MOVE SRQ-PROB-X TO WL-PROB-X
021830     END-IF.
021900     WRITE GEN-OUT-RECORD FROM WL-RECORD.
022000     ADD 1 TO WS-DUE-COUNT.
022010     PERFORM 2200-POST-REQUEST-STATUS THRU 2200-EXIT.
022100 2000-READ.
022200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022300 2000-EXIT.
023400     END-READ.
023500 2100-EXIT.
023600     EXIT.
023602****************************************************************
023604*  2200-POST-REQUEST-STATUS                                     *
023606*  POSTS THE REQUEST JUST WRITTEN TO GENOUT AS GENERATED ON     *
023608*  THE RQSTMST MASTER, DATED FOR THE GENERATION DATE.           *
023610****************************************************************
023612 2200-POST-REQUEST-STATUS.
023614     MOVE 'P' TO RQE-FUNCTION-X.
023616     MOVE WL-REQ-DEPT TO RQE-REQ-DEPT.
023618     MOVE WL-REQ-REF TO RQE-REQ-REF.
023620     MOVE 'G' TO RQE-EVENT-X.
023622     MOVE WS-GEN-DATE TO RQE-DATE.
023624     MOVE WS-RUN-TIME TO RQE-TIME.
023626     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
023628     MOVE SPACES TO RQE-REASON-CODE.
023630     MOVE SPACES TO RQE-DETAIL.
023632     STRING 'STANDING FREQ ' SRQ-FREQUENCY-X
023634            DELIMITED BY SIZE INTO RQE-DETAIL.
023636     CALL 'RQSPOST' USING RQE-RECORD.
023638 2200-EXIT.
023640     EXIT.
023641****************************************************************
023642*  2300-CHECK-FREQUENCY-DUE                                      *
023643*  A NIGHTLY REQUEST IS DUE EVERY BUSINESS DAY; THE OTHERS ONLY  *
023644*  WHEN THE GENERATION DATE ENDS THEIR PERIOD.                   *
023645****************************************************************
023646 2300-CHECK-FREQUENCY-DUE.
023647     MOVE 'N' TO WS-DUE-SW.
023648     IF SRQ-NIGHTLY
023649         MOVE 'Y' TO WS-DUE-SW
023650     END-IF.
023651     IF SRQ-WEEKLY AND WS-WEEK-END-RUN
023652         MOVE 'Y' TO WS-DUE-SW
023653     END-IF.
023654     IF SRQ-MONTH-END AND WS-MONTH-END-RUN
023655         MOVE 'Y' TO WS-DUE-SW
023656     END-IF.
023657     IF SRQ-QUARTER-END AND WS-QUARTER-END-RUN
023658         MOVE 'Y' TO WS-DUE-SW
023659     END-IF.
023660     IF SRQ-YEAR-END AND WS-YEAR-END-RUN
023661         MOVE 'Y' TO WS-DUE-SW
023662     END-IF.
023663 2300-EXIT.
023664     EXIT.
023700****************************************************************
023800*  2500-WRITE-BATCH-HEADER                                       *
023900****************************************************************
026900     IF WS-GENERATED-OK
027000         CLOSE GENERATED-FILE
027100     END-IF.
027110     MOVE 'C' TO RQE-FUNCTION-X.
027120     CALL 'RQSPOST' USING RQE-RECORD.
027200 9000-EXIT.
027300     EXIT.
027310****************************************************************
027320*  9900-LOG-STEP-STATUS                                         *
027330*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
027340*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
027350*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
027360****************************************************************
027370 9900-LOG-STEP-STATUS.
027380     MOVE SPACES TO SST-RECORD.
027390     MOVE 'SRQGEN' TO SST-PROGRAM.
027400     MOVE WS-RUN-DATE TO SST-RUN-DATE.
027410     MOVE WS-RUN-TIME TO SST-RUN-TIME.
027420     MOVE RETURN-CODE TO SST-RETURN-CODE.
027430     MOVE 'READ' TO SST-COUNT-NAME (1).
027440     MOVE WS-READ-COUNT TO SST-COUNT (1).
027450     MOVE 'DUE' TO SST-COUNT-NAME (2).
027460     MOVE WS-DUE-COUNT TO SST-COUNT (2).
027470     MOVE 'SKIPPED' TO SST-COUNT-NAME (3).
027480     MOVE WS-SKIP-COUNT TO SST-COUNT (3).
027490     CALL 'STEPLOG' USING SST-RECORD.
027500     MOVE SST-RETURN-CODE TO RETURN-CODE.
027510 9900-EXIT.
027520     EXIT.
