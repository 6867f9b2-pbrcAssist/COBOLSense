000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  CALMNT                                        *
000400*  DESCRIPTION  :  BUSINESS CALENDAR MAINTENANCE.  APPLIES THE   *
000500*                  CALIN CONTROL CARDS (SEE CALCREC) TO THE      *
000600*                  BUSCAL INDEXED CALENDAR - GENERATING A YEAR   *
000700*                  OF DATES, MARKING HOLIDAYS AND WORKING DAYS - *
000800*                  THEN RECOMPUTES THE BUSINESS-DAY SEQUENCE     *
000900*                  AND THE WEEK, MONTH, QUARTER AND YEAR-END     *
001000*                  FLAGS OVER THE WHOLE FILE.  SRQGEN DECIDES    *
001100*                  WHICH STANDING REQUESTS ARE DUE FROM THESE    *
001200*                  FLAGS, RECYCLE AGES REJECTS IN BUSINESS DAYS  *
001300*                  FROM THE SEQUENCE AND RUNTREND COUNTS THE     *
001400*                  NIGHTS A RUN WAS EXPECTED.                    *
001500*                                                                *
001600*  NOTE         :  A PERIOD-END FLAG MARKS THE LAST BUSINESS     *
001700*                  DAY OF THE PERIOD, SO A HOLIDAY ON THE LAST   *
001800*                  DAY OF A MONTH MOVES MONTH-END TO THE         *
001900*                  BUSINESS DAY BEFORE IT.  THE LAST BUSINESS    *
002000*                  DAY ON FILE IS FLAGGED ONLY FOR THE PERIODS   *
002100*                  THE FILE COVERS TO THEIR END, SO NEXT YEAR    *
002200*                  SHOULD BE GENERATED BEFORE THIS ONE RUNS OUT. *
002300*                  EVERY CARD'S DISPOSITION IS PRINTED ON        *
002400*                  CALRPT, FOLLOWED BY ANY LISTINGS ASKED FOR.   *
002500*                                                                *
002600****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    CALMNT.
002900 AUTHOR.        D. HOLLAND.
003000 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
003100 DATE-WRITTEN.  01/04/2027.
003200 DATE-COMPILED.
003300****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  ------------------------------------------------------------ *
003600*  2027-01-04  DEH  ORIGINAL PROGRAM.                           *
003620*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003640*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003660*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003700****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CALENDAR-FILE   ASSIGN TO BUSCAL
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS CAL-DATE
004800            FILE STATUS IS WS-CALENDAR-STATUS.
004900     SELECT CONTROL-FILE    ASSIGN TO CALIN
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            ACCESS MODE IS SEQUENTIAL
005200            FILE STATUS IS WS-CONTROL-STATUS.
005300     SELECT REPORT-FILE     ASSIGN TO CALRPT
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            ACCESS MODE IS SEQUENTIAL
005600            FILE STATUS IS WS-REPORT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CALENDAR-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 COPY CALREC.
006300 FD  CONTROL-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 COPY CALCREC.
006700 FD  REPORT-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  RPT-LINE                        PIC X(132).
007100 WORKING-STORAGE SECTION.
007200****************************************************************
007300*  STANDALONE SWITCHES AND COUNTERS                              *
007400****************************************************************
007500 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
007600     88  WS-CALENDAR-OK                      VALUE '00'.
007700     88  WS-CALENDAR-DUPLICATE               VALUE '22'.
007800     88  WS-CALENDAR-NOT-FOUND               VALUE '35'.
007900 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
008000     88  WS-CONTROL-OK                       VALUE '00'.
008100 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008200     88  WS-REPORT-OK                        VALUE '00'.
008300 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
008400     88  WS-RUN-ABORTED                      VALUE 'Y'.
008500 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
008600     88  WS-END-OF-CARDS                     VALUE 'Y'.
008700 77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
008800     88  WS-END-OF-CALENDAR                  VALUE 'Y'.
008900 77  WS-HELD-SW                  PIC X(01) VALUE 'N'.
009000     88  WS-HOLDING-BUSINESS-DAY             VALUE 'Y'.
009100 77  WS-CARD-REJECT-SW           PIC X(01) VALUE 'N'.
009200     88  WS-CARD-REJECTED                    VALUE 'Y'.
009300 77  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
009400 77  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
009500 77  WS-CHANGED-COUNT            PIC 9(08) COMP VALUE ZERO.
009600 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
009700 77  WS-LIST-CARD-COUNT          PIC 9(08) COMP VALUE ZERO.
009800 77  WS-LISTED-COUNT             PIC 9(08) COMP VALUE ZERO.
009900 77  WS-DATES-ON-FILE            PIC 9(08) COMP VALUE ZERO.
010000 77  WS-BUS-SEQ                  PIC 9(07) COMP VALUE ZERO.
010100 77  WS-GEN-ADDED                PIC 9(03) COMP VALUE ZERO.
010200 77  WS-GEN-KEPT                 PIC 9(03) COMP VALUE ZERO.
010300 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
010400 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
010500 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
010600 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
010700 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
010800 77  WS-DETAIL-DESC              PIC X(30) VALUE SPACES.
010900 77  WS-SECTION-TITLE            PIC X(60) VALUE SPACES.
011000****************************************************************
011100*  DATE ARITHMETIC.  DAYS ARE COUNTED AS INTEGER DATES; DAY 1    *
011200*  (01/01/1601) WAS A MONDAY, SO (DAY - 1) / 7 NUMBERS THE WEEK  *
011300*  AND THE REMAINDER GIVES THE DAY OF THE WEEK FROM MONDAY.      *
011400****************************************************************
011500 77  WS-DAY-INT                  PIC 9(07) COMP VALUE ZERO.
011600 77  WS-END-INT                  PIC 9(07) COMP VALUE ZERO.
011700 77  WS-DAY-WORK                 PIC 9(07) COMP VALUE ZERO.
011800 77  WS-WEEK-QUOT                PIC 9(07) COMP VALUE ZERO.
011900 77  WS-WEEK-REM                 PIC 9(01) COMP VALUE ZERO.
012000 77  WS-GEN-YEAR                 PIC 9(04) VALUE ZERO.
012100 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
012200 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
012300 77  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
012400 77  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
012500 01  WS-HELD-DATE-AREA.
012600     05  WS-HELD-DATE            PIC 9(08) VALUE ZERO.
012700     05  WS-HELD-PARTS REDEFINES WS-HELD-DATE.
012800         10  WS-HELD-YEAR        PIC 9(04).
012900         10  WS-HELD-MONTH       PIC 9(02).
013000         10  FILLER              PIC 9(02).
013100     05  WS-HELD-QUARTER         PIC 9(01) VALUE ZERO.
013200     05  WS-HELD-WEEK            PIC 9(07) VALUE ZERO.
013300 01  WS-NEXT-DATE-AREA.
013400     05  WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
013500     05  WS-NEXT-PARTS REDEFINES WS-NEXT-DATE.
013600         10  WS-NEXT-YEAR        PIC 9(04).
013700         10  WS-NEXT-MONTH       PIC 9(02).
013800         10  FILLER              PIC 9(02).
013900     05  WS-NEXT-QUARTER         PIC 9(01) VALUE ZERO.
014000     05  WS-NEXT-WEEK            PIC 9(07) VALUE ZERO.
014100****************************************************************
014200*  RECOMPUTE HOLD AREAS.  A BUSINESS DAY IS HELD UNTIL THE NEXT  *
014300*  BUSINESS DAY IS READ, BECAUSE ONLY THEN IS IT KNOWN WHICH     *
014400*  PERIODS IT ENDS.                                              *
014500****************************************************************
014600 01  WS-HELD-RECORD              PIC X(80) VALUE SPACES.
014700 01  WS-CURRENT-RECORD           PIC X(80) VALUE SPACES.
014800 01  WS-DAY-NAME-TABLE.
014900     05  FILLER                  PIC X(21)
015000             VALUE 'MONTUEWEDTHUFRISATSUN'.
015100 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
015200     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
015300 01  WS-GEN-MESSAGE.
015400     05  WS-GEN-MSG-ADDED        PIC ZZ9.
015500     05  FILLER                  PIC X(08) VALUE ' ADDED, '.
015600     05  WS-GEN-MSG-KEPT         PIC ZZ9.
015700     05  FILLER                  PIC X(16)
015800             VALUE ' ALREADY ON FILE'.
015900 COPY CALRPT.
015920****************************************************************
015940*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
015960****************************************************************
015980 COPY SSTREC.
016000 PROCEDURE DIVISION.
016100****************************************************************
016200*  0000-MAINLINE                                                *
016300****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF NOT WS-RUN-ABORTED
016700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
016800                 UNTIL WS-END-OF-CARDS
016900         PERFORM 4000-RECOMPUTE-CALENDAR THRU 4000-EXIT
017000         PERFORM 5000-LIST-REQUESTED-DATES THRU 5000-EXIT
017100         PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
017200     END-IF.
017300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017400     IF WS-RUN-ABORTED
017500         MOVE 12 TO RETURN-CODE
017600     END-IF.
017650     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
017700     STOP RUN.
017800****************************************************************
017900*  1000-INITIALIZE                                              *
018000*  OPENS THE CALENDAR FOR UPDATE, CREATING IT EMPTY ON FIRST     *
018100*  USE SO THE FIRST GENERATE CARD NEEDS NO PRIMING STEP.         *
018200****************************************************************
018300 1000-INITIALIZE.
018400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018500     OPEN I-O CALENDAR-FILE.
018600     IF WS-CALENDAR-NOT-FOUND
018700         OPEN OUTPUT CALENDAR-FILE
018800         CLOSE CALENDAR-FILE
018900         OPEN I-O CALENDAR-FILE
019000     END-IF.
019100     IF NOT WS-CALENDAR-OK
019200         DISPLAY 'CALMNT - UNABLE TO OPEN BUSCAL, STATUS = '
019300                 WS-CALENDAR-STATUS
019400         MOVE 'Y' TO WS-ABORT-SW
019500     END-IF.
019600     OPEN OUTPUT REPORT-FILE.
019700     IF NOT WS-REPORT-OK
019800         DISPLAY 'CALMNT - UNABLE TO OPEN CALRPT, STATUS = '
019900                 WS-REPORT-STATUS
020000         MOVE 'Y' TO WS-ABORT-SW
020100     END-IF.
020200     OPEN INPUT CONTROL-FILE.
020300     IF NOT WS-CONTROL-OK
020400         DISPLAY 'CALMNT - UNABLE TO OPEN CALIN, STATUS = '
020500                 WS-CONTROL-STATUS
020600         MOVE 'Y' TO WS-ABORT-SW
020700     END-IF.
020800     IF WS-RUN-ABORTED
020900         GO TO 1000-EXIT
021000     END-IF.
021100     MOVE 'CALENDAR CARD DISPOSITION' TO WS-SECTION-TITLE.
021200     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
021300     PERFORM 2900-READ-CARD THRU 2900-EXIT.
021400     IF WS-END-OF-CARDS
021500         DISPLAY 'CALMNT - CALIN HAS NO CONTROL CARDS'
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900****************************************************************
022000*  2000-PROCESS-CARD                                            *
022100*  EDITS ONE CALIN CARD AND APPLIES IT.  A LIST CARD IS ONLY     *
022200*  EDITED HERE - THE LISTING ITSELF IS PRINTED BY 5000 AFTER     *
022300*  THE FLAGS HAVE BEEN RECOMPUTED.                               *
022400****************************************************************
022500 2000-PROCESS-CARD.
022600     ADD 1 TO WS-CARD-COUNT.
022700     MOVE CALC-DESCRIPTION TO WS-DETAIL-DESC.
022800     IF CALC-GENERATE-FUNCTION
022900         PERFORM 2100-GENERATE-YEAR THRU 2100-EXIT
023000         GO TO 2000-NEXT
023100     END-IF.
023200     IF CALC-LIST-FUNCTION
023300         PERFORM 2600-EDIT-LIST-CARD THRU 2600-EXIT
023400         IF NOT WS-CARD-REJECTED
023500             ADD 1 TO WS-LIST-CARD-COUNT
023600             MOVE 'LISTING FOLLOWS' TO WS-ACTION-TEXT
023700         ELSE
023800             ADD 1 TO WS-ERROR-COUNT
023900         END-IF
024000         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
024100         GO TO 2000-NEXT
024200     END-IF.
024300     IF NOT CALC-HOLIDAY-FUNCTION AND NOT CALC-BUSINESS-FUNCTION
024400             AND NOT CALC-RESET-FUNCTION
024500         MOVE 'INVALID FUNCTION' TO WS-ACTION-TEXT
024600         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
024700         ADD 1 TO WS-ERROR-COUNT
024800         GO TO 2000-NEXT
024900     END-IF.
025000     IF CALC-DATE-X NOT NUMERIC
025100         MOVE 'DATE IS NOT NUMERIC' TO WS-ACTION-TEXT
025200         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
025300         ADD 1 TO WS-ERROR-COUNT
025400         GO TO 2000-NEXT
025500     END-IF.
025600     IF CALC-HOLIDAY-FUNCTION AND CALC-DESCRIPTION = SPACES
025700         MOVE 'HOLIDAY NAME MISSING' TO WS-ACTION-TEXT
025800         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
025900         ADD 1 TO WS-ERROR-COUNT
026000         GO TO 2000-NEXT
026100     END-IF.
026200     MOVE CALC-DATE-X TO CAL-DATE.
026300     READ CALENDAR-FILE
026400         INVALID KEY
026500             MOVE 'DATE NOT ON CALENDAR' TO WS-ACTION-TEXT
026600             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
026700             ADD 1 TO WS-ERROR-COUNT
026800             GO TO 2000-NEXT
026900     END-READ.
027000     PERFORM 2300-CHANGE-DAY-TYPE THRU 2300-EXIT.
027100 2000-NEXT.
027200     PERFORM 2900-READ-CARD THRU 2900-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500****************************************************************
027600*  2100-GENERATE-YEAR                                           *
027700*  WRITES ONE CALENDAR RECORD FOR EVERY DATE OF THE CARD'S       *
027800*  YEAR.  A DATE ALREADY ON FILE KEEPS ITS DAY TYPE, SO A        *
027900*  YEAR CAN BE GENERATED AGAIN WITHOUT LOSING ITS HOLIDAYS.      *
028000****************************************************************
028100 2100-GENERATE-YEAR.
028200     IF CALC-YEAR-X NOT NUMERIC OR CALC-YEAR-X < '1601'
028300         MOVE 'YEAR IS INVALID' TO WS-ACTION-TEXT
028400         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
028500         ADD 1 TO WS-ERROR-COUNT
028600         GO TO 2100-EXIT
028700     END-IF.
028800     MOVE ZERO TO WS-GEN-ADDED.
028900     MOVE ZERO TO WS-GEN-KEPT.
029000     MOVE CALC-YEAR-X TO WS-GEN-YEAR.
029100     COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + 0101.
029200     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
029300     COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + 1231.
029400     COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
029500     PERFORM 2200-GENERATE-DATE THRU 2200-EXIT
029600             UNTIL WS-DAY-INT > WS-END-INT.
029700     ADD WS-GEN-ADDED TO WS-ADDED-COUNT.
029800     MOVE WS-GEN-ADDED TO WS-GEN-MSG-ADDED.
029900     MOVE WS-GEN-KEPT TO WS-GEN-MSG-KEPT.
030000     MOVE WS-GEN-MESSAGE TO WS-DETAIL-DESC.
030100     MOVE 'YEAR GENERATED' TO WS-ACTION-TEXT.
030200     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
030300 2100-EXIT.
030400     EXIT.
030500****************************************************************
030600*  2200-GENERATE-DATE                                           *
030700****************************************************************
030800 2200-GENERATE-DATE.
030900     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
031000     COMPUTE WS-DAY-WORK = WS-DAY-INT - 1.
031100     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-QUOT
031200             REMAINDER WS-WEEK-REM.
031300     MOVE SPACES TO CAL-RECORD.
031400     MOVE WS-WORK-DATE TO CAL-DATE.
031500     COMPUTE CAL-DAY-OF-WEEK = WS-WEEK-REM + 1.
031600     IF CAL-SATURDAY-OR-SUNDAY
031700         MOVE 'W' TO CAL-DAY-TYPE-X
031800     ELSE
031900         MOVE 'B' TO CAL-DAY-TYPE-X
032000     END-IF.
032100     MOVE ZERO TO CAL-BUS-DAY-SEQ.
032200     MOVE WS-RUN-DATE TO CAL-CHANGED-DATE.
032300     WRITE CAL-RECORD
032400         INVALID KEY
032500             IF WS-CALENDAR-DUPLICATE
032600                 ADD 1 TO WS-GEN-KEPT
032700             ELSE
032800                 DISPLAY 'CALMNT - WRITE FAILED FOR DATE '
032900                         WS-WORK-DATE ', STATUS = '
033000                         WS-CALENDAR-STATUS
033100                 MOVE 'Y' TO WS-ABORT-SW
033200                 MOVE WS-END-INT TO WS-DAY-INT
033300             END-IF
033400         NOT INVALID KEY
033500             ADD 1 TO WS-GEN-ADDED
033600     END-WRITE.
033700     ADD 1 TO WS-DAY-INT.
033800 2200-EXIT.
033900     EXIT.
034000****************************************************************
034100*  2300-CHANGE-DAY-TYPE                                         *
034200*  APPLIES A HOLIDAY, BUSINESS-DAY OR RESET CARD TO THE DATE     *
034300*  JUST READ.  THE PERIOD-END FLAGS ARE CLEARED HERE AND SET     *
034400*  AGAIN BY THE RECOMPUTE AT THE END OF THE RUN.                 *
034500****************************************************************
034600 2300-CHANGE-DAY-TYPE.
034700     IF CALC-HOLIDAY-FUNCTION
034800         MOVE 'H' TO CAL-DAY-TYPE-X
034900         MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
035000         MOVE 'HOLIDAY SET' TO WS-ACTION-TEXT
035100     END-IF.
035200     IF CALC-BUSINESS-FUNCTION
035300         MOVE 'B' TO CAL-DAY-TYPE-X
035400         MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
035500         MOVE 'BUSINESS DAY SET' TO WS-ACTION-TEXT
035600     END-IF.
035700     IF CALC-RESET-FUNCTION
035800         IF CAL-SATURDAY-OR-SUNDAY
035900             MOVE 'W' TO CAL-DAY-TYPE-X
036000         ELSE
036100             MOVE 'B' TO CAL-DAY-TYPE-X
036200         END-IF
036300         MOVE SPACES TO CAL-DESCRIPTION
036400         MOVE 'RESET TO GENERATED' TO WS-ACTION-TEXT
036500     END-IF.
036600     MOVE SPACES TO CAL-WEEK-END-X.
036700     MOVE SPACES TO CAL-MONTH-END-X.
036800     MOVE SPACES TO CAL-QUARTER-END-X.
036900     MOVE SPACES TO CAL-YEAR-END-X.
037000     MOVE WS-RUN-DATE TO CAL-CHANGED-DATE.
037100     REWRITE CAL-RECORD
037200         INVALID KEY
037300             MOVE 'REWRITE FAILED' TO WS-ACTION-TEXT
037400             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
037500             ADD 1 TO WS-ERROR-COUNT
037600             GO TO 2300-EXIT
037700     END-REWRITE.
037800     ADD 1 TO WS-CHANGED-COUNT.
037900     PERFORM 3100-WRITE-CALENDAR-LINE THRU 3100-EXIT.
038000 2300-EXIT.
038100     EXIT.
038200****************************************************************
038300*  2600-EDIT-LIST-CARD                                          *
038400*  EDITS A LIST CARD AND SETS THE DATE RANGE TO LIST.  A BLANK   *
038500*  TO-DATE LISTS TO THE END OF THE FROM-DATE'S YEAR.             *
038600****************************************************************
038700 2600-EDIT-LIST-CARD.
038800     MOVE 'N' TO WS-CARD-REJECT-SW.
038900     IF CALC-DATE-X NOT NUMERIC
039000         MOVE 'DATE IS NOT NUMERIC' TO WS-ACTION-TEXT
039100         MOVE 'Y' TO WS-CARD-REJECT-SW
039200         GO TO 2600-EXIT
039300     END-IF.
039400     MOVE CALC-DATE-X TO WS-FROM-DATE.
039500     IF CALC-TO-DATE-X = SPACES
039600         COMPUTE WS-TO-DATE = (WS-FROM-DATE / 10000) * 10000
039700                              + 1231
039800         GO TO 2600-EXIT
039900     END-IF.
040000     IF CALC-TO-DATE-X NOT NUMERIC
040100         MOVE 'TO-DATE IS NOT NUMERIC' TO WS-ACTION-TEXT
040200         MOVE 'Y' TO WS-CARD-REJECT-SW
040300         GO TO 2600-EXIT
040400     END-IF.
040500     MOVE CALC-TO-DATE-X TO WS-TO-DATE.
040600     IF WS-TO-DATE < WS-FROM-DATE
040700         MOVE 'TO-DATE BEFORE DATE' TO WS-ACTION-TEXT
040800         MOVE 'Y' TO WS-CARD-REJECT-SW
040900     END-IF.
041000 2600-EXIT.
041100     EXIT.
041200****************************************************************
041300*  2900-READ-CARD                                               *
041400****************************************************************
041500 2900-READ-CARD.
041600     MOVE SPACES TO WS-ACTION-TEXT.
041700     READ CONTROL-FILE
041800         AT END
041900             MOVE 'Y' TO WS-CARD-EOF-SW
042000     END-READ.
042100 2900-EXIT.
042200     EXIT.
042300****************************************************************
042400*  3000-WRITE-HEADING-LINES                                     *
042500*  PAGE HEADING, THE CURRENT SECTION TITLE AND THE COLUMN        *
042600*  HEADING.                                                      *
042700****************************************************************
042800 3000-WRITE-HEADING-LINES.
042900     ADD 1 TO WS-PAGE-COUNT.
043000     MOVE SPACES TO RPT-LINE.
043100     MOVE SPACES TO CLR-HEADING-LINE.
043200     MOVE 'BUSINESS CALENDAR MAINTENANCE REPORT'
043300             TO CLR-HDG-TITLE.
043400     MOVE 'RUN DATE ' TO CLR-HDG-DATE-LIT.
043500     MOVE WS-RUN-DATE TO CLR-HDG-DATE.
043600     MOVE 'PAGE ' TO CLR-HDG-PAGE-LIT.
043700     MOVE WS-PAGE-COUNT TO CLR-HDG-PAGE.
043800     WRITE RPT-LINE FROM CLR-HEADING-LINE.
043900     MOVE SPACES TO RPT-LINE.
044000     MOVE SPACES TO CLR-SECTION-LINE.
044100     MOVE WS-SECTION-TITLE TO CLR-SEC-TITLE.
044200     WRITE RPT-LINE FROM CLR-SECTION-LINE.
044300     MOVE SPACES TO RPT-LINE.
044400     MOVE SPACES TO CLR-COLUMN-LINE.
044500     MOVE 'DATE' TO CLR-COL-DATE-LIT.
044600     MOVE 'DAY' TO CLR-COL-DAY-LIT.
044700     MOVE 'TYPE' TO CLR-COL-TYPE-LIT.
044800     MOVE 'BUS SEQ' TO CLR-COL-SEQ-LIT.
044900     MOVE 'WK' TO CLR-COL-WEEK-LIT.
045000     MOVE 'MO' TO CLR-COL-MONTH-LIT.
045100     MOVE 'QT' TO CLR-COL-QUARTER-LIT.
045200     MOVE 'YR' TO CLR-COL-YEAR-LIT.
045300     MOVE 'DESCRIPTION' TO CLR-COL-DESC-LIT.
045400     MOVE 'CHANGED' TO CLR-COL-CHANGED-LIT.
045500     MOVE 'ACTION' TO CLR-COL-ACTION-LIT.
045600     WRITE RPT-LINE FROM CLR-COLUMN-LINE.
045700     MOVE 3 TO WS-LINE-COUNT.
045800 3000-EXIT.
045900     EXIT.
046000****************************************************************
046100*  3100-WRITE-CALENDAR-LINE                                     *
046200*  PRINTS ONE DETAIL LINE FROM THE CURRENT CALENDAR RECORD AND   *
046300*  THE STAGED ACTION TEXT.                                       *
046400****************************************************************
046500 3100-WRITE-CALENDAR-LINE.
046600     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
046700             THAN WS-LINES-PER-PAGE
046800         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
046900     END-IF.
047000     MOVE SPACES TO RPT-LINE.
047100     MOVE SPACES TO CLR-DETAIL-LINE.
047200     MOVE CAL-DATE TO CLR-DET-DATE.
047300     IF CAL-DAY-OF-WEEK > ZERO AND CAL-DAY-OF-WEEK < 8
047400         MOVE WS-DAY-NAME (CAL-DAY-OF-WEEK) TO CLR-DET-DAY
047500     END-IF.
047600     MOVE CAL-DAY-TYPE-X TO CLR-DET-TYPE.
047700     IF CAL-BUSINESS-DAY
047800         MOVE 'BUSINESS' TO CLR-DET-TYPE
047900     END-IF.
048000     IF CAL-HOLIDAY
048100         MOVE 'HOLIDAY' TO CLR-DET-TYPE
048200     END-IF.
048300     IF CAL-WEEKEND
048400         MOVE 'WEEKEND' TO CLR-DET-TYPE
048500     END-IF.
048600     MOVE CAL-BUS-DAY-SEQ TO CLR-DET-SEQ.
048700     MOVE CAL-WEEK-END-X TO CLR-DET-WEEK.
048800     MOVE CAL-MONTH-END-X TO CLR-DET-MONTH.
048900     MOVE CAL-QUARTER-END-X TO CLR-DET-QUARTER.
049000     MOVE CAL-YEAR-END-X TO CLR-DET-YEAR.
049100     MOVE CAL-DESCRIPTION TO CLR-DET-DESC.
049200     MOVE CAL-CHANGED-DATE TO CLR-DET-CHANGED.
049300     MOVE WS-ACTION-TEXT TO CLR-DET-ACTION.
049400     WRITE RPT-LINE FROM CLR-DETAIL-LINE.
049500     ADD 1 TO WS-LINE-COUNT.
049600 3100-EXIT.
049700     EXIT.
049800****************************************************************
049900*  3200-WRITE-CARD-LINE                                         *
050000*  PRINTS ONE DETAIL LINE FROM THE CALIN CARD ITSELF, USED FOR   *
050100*  A REJECTED CARD AND FOR GENERATE AND LIST CARDS.              *
050200****************************************************************
050300 3200-WRITE-CARD-LINE.
050400     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
050500             THAN WS-LINES-PER-PAGE
050600         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
050700     END-IF.
050800     MOVE SPACES TO RPT-LINE.
050900     MOVE SPACES TO CLR-DETAIL-LINE.
051000     MOVE CALC-DATE-X TO CLR-DET-DATE.
051100     MOVE CALC-FUNCTION-X TO CLR-DET-TYPE.
051200     MOVE WS-DETAIL-DESC TO CLR-DET-DESC.
051300     MOVE WS-ACTION-TEXT TO CLR-DET-ACTION.
051400     WRITE RPT-LINE FROM CLR-DETAIL-LINE.
051500     ADD 1 TO WS-LINE-COUNT.
051600 3200-EXIT.
051700     EXIT.
051800****************************************************************
051900*  4000-RECOMPUTE-CALENDAR                                      *
052000*  BROWSES THE WHOLE CALENDAR IN DATE ORDER, NUMBERING THE       *
052100*  BUSINESS DAYS AND SETTING THE PERIOD-END FLAGS.  THE LAST     *
052200*  BUSINESS DAY ON FILE IS JUDGED AGAINST THE DAY AFTER THE      *
052300*  LAST DATE ON FILE.                                            *
052400****************************************************************
052500 4000-RECOMPUTE-CALENDAR.
052600     MOVE ZERO TO WS-BUS-SEQ.
052700     MOVE ZERO TO WS-DATES-ON-FILE.
052800     MOVE 'N' TO WS-HELD-SW.
052900     MOVE 'N' TO WS-CAL-EOF-SW.
053000     MOVE ZERO TO CAL-DATE.
053100     START CALENDAR-FILE KEY NOT LESS THAN CAL-DATE
053200         INVALID KEY
053300             MOVE 'Y' TO WS-CAL-EOF-SW
053400     END-START.
053500     PERFORM 4100-RECOMPUTE-NEXT-DATE THRU 4100-EXIT
053600             UNTIL WS-END-OF-CALENDAR.
053700     IF WS-HOLDING-BUSINESS-DAY
053800         COMPUTE WS-DAY-INT =
053900             FUNCTION INTEGER-OF-DATE(WS-LAST-DATE) + 1
054000         COMPUTE WS-NEXT-DATE =
054100             FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
054200         PERFORM 4200-CLOSE-HELD-DAY THRU 4200-EXIT
054300     END-IF.
054400     DISPLAY 'CALMNT - DATES ON FILE ' WS-DATES-ON-FILE
054500             ', BUSINESS DAYS ' WS-BUS-SEQ.
054600 4000-EXIT.
054700     EXIT.
054800****************************************************************
054900*  4100-RECOMPUTE-NEXT-DATE                                     *
055000*  A NON-BUSINESS DAY TAKES THE SEQUENCE OF THE BUSINESS DAY     *
055100*  BEFORE IT AND IS REWRITTEN AT ONCE.  A BUSINESS DAY CLOSES    *
055200*  THE ONE HELD BEFORE IT AND IS HELD IN ITS TURN.               *
055300****************************************************************
055400 4100-RECOMPUTE-NEXT-DATE.
055500     READ CALENDAR-FILE NEXT RECORD
055600         AT END
055700             MOVE 'Y' TO WS-CAL-EOF-SW
055800             GO TO 4100-EXIT
055900     END-READ.
056000     ADD 1 TO WS-DATES-ON-FILE.
056100     MOVE CAL-DATE TO WS-LAST-DATE.
056200     IF NOT CAL-BUSINESS-DAY
056300         MOVE SPACES TO CAL-WEEK-END-X
056400         MOVE SPACES TO CAL-MONTH-END-X
056500         MOVE SPACES TO CAL-QUARTER-END-X
056600         MOVE SPACES TO CAL-YEAR-END-X
056700         MOVE WS-BUS-SEQ TO CAL-BUS-DAY-SEQ
056800         PERFORM 4300-REWRITE-DATE THRU 4300-EXIT
056900         GO TO 4100-EXIT
057000     END-IF.
057100     ADD 1 TO WS-BUS-SEQ.
057200     MOVE WS-BUS-SEQ TO CAL-BUS-DAY-SEQ.
057300     MOVE CAL-RECORD TO WS-CURRENT-RECORD.
057400     IF WS-HOLDING-BUSINESS-DAY
057500         MOVE CAL-DATE TO WS-NEXT-DATE
057600         PERFORM 4200-CLOSE-HELD-DAY THRU 4200-EXIT
057700     END-IF.
057800     MOVE WS-CURRENT-RECORD TO WS-HELD-RECORD.
057900     MOVE 'Y' TO WS-HELD-SW.
058000 4100-EXIT.
058100     EXIT.
058200****************************************************************
058300*  4200-CLOSE-HELD-DAY                                          *
058400*  SETS THE HELD BUSINESS DAY'S PERIOD-END FLAGS BY COMPARING    *
058500*  IT WITH THE NEXT BUSINESS DAY (WS-NEXT-DATE) - IT ENDS EVERY  *
058600*  PERIOD THE NEXT BUSINESS DAY DOES NOT SHARE - AND REWRITES    *
058700*  IT.                                                           *
058800****************************************************************
058900 4200-CLOSE-HELD-DAY.
059000     MOVE WS-HELD-RECORD TO CAL-RECORD.
059100     MOVE CAL-DATE TO WS-HELD-DATE.
059200     COMPUTE WS-HELD-QUARTER = (WS-HELD-MONTH + 2) / 3.
059300     COMPUTE WS-NEXT-QUARTER = (WS-NEXT-MONTH + 2) / 3.
059400     COMPUTE WS-HELD-WEEK =
059500         (FUNCTION INTEGER-OF-DATE(WS-HELD-DATE) - 1) / 7.
059600     COMPUTE WS-NEXT-WEEK =
059700         (FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1) / 7.
059800     MOVE SPACES TO CAL-WEEK-END-X.
059900     MOVE SPACES TO CAL-MONTH-END-X.
060000     MOVE SPACES TO CAL-QUARTER-END-X.
060100     MOVE SPACES TO CAL-YEAR-END-X.
060200     IF WS-HELD-WEEK NOT = WS-NEXT-WEEK
060300         MOVE 'Y' TO CAL-WEEK-END-X
060400     END-IF.
060500     IF WS-HELD-YEAR NOT = WS-NEXT-YEAR
060600         MOVE 'Y' TO CAL-MONTH-END-X
060700         MOVE 'Y' TO CAL-QUARTER-END-X
060800         MOVE 'Y' TO CAL-YEAR-END-X
060900     END-IF.
061000     IF WS-HELD-MONTH NOT = WS-NEXT-MONTH
061100         MOVE 'Y' TO CAL-MONTH-END-X
061200     END-IF.
061300     IF WS-HELD-QUARTER NOT = WS-NEXT-QUARTER
061400         MOVE 'Y' TO CAL-QUARTER-END-X
061500     END-IF.
061600     PERFORM 4300-REWRITE-DATE THRU 4300-EXIT.
061700     MOVE 'N' TO WS-HELD-SW.
061800 4200-EXIT.
061900     EXIT.
062000****************************************************************
062100*  4300-REWRITE-DATE                                            *
062200****************************************************************
062300 4300-REWRITE-DATE.
062400     REWRITE CAL-RECORD
062500         INVALID KEY
062600             DISPLAY 'CALMNT - REWRITE FAILED FOR DATE '
062700                     CAL-DATE ', STATUS = ' WS-CALENDAR-STATUS
062800             MOVE 'Y' TO WS-ABORT-SW
062900     END-REWRITE.
063000 4300-EXIT.
063100     EXIT.
063200****************************************************************
063300*  5000-LIST-REQUESTED-DATES                                    *
063400*  READS CALIN A SECOND TIME AND PRINTS THE RANGE OF EVERY       *
063500*  GOOD LIST CARD, EACH ON A NEW PAGE, NOW THAT THE FLAGS AND    *
063600*  SEQUENCE REFLECT THIS RUN'S CHANGES.                          *
063700****************************************************************
063800 5000-LIST-REQUESTED-DATES.
063900     IF WS-LIST-CARD-COUNT = ZERO
064000         GO TO 5000-EXIT
064100     END-IF.
064200     CLOSE CONTROL-FILE.
064300     OPEN INPUT CONTROL-FILE.
064400     IF NOT WS-CONTROL-OK
064500         DISPLAY 'CALMNT - UNABLE TO REOPEN CALIN, STATUS = '
064600                 WS-CONTROL-STATUS
064700         MOVE 'Y' TO WS-ABORT-SW
064800         GO TO 5000-EXIT
064900     END-IF.
065000     MOVE 'N' TO WS-CARD-EOF-SW.
065100     PERFORM 2900-READ-CARD THRU 2900-EXIT.
065200     PERFORM 5100-LIST-CARD-RANGE THRU 5100-EXIT
065300             UNTIL WS-END-OF-CARDS.
065400 5000-EXIT.
065500     EXIT.
065600****************************************************************
065700*  5100-LIST-CARD-RANGE                                         *
065800****************************************************************
065900 5100-LIST-CARD-RANGE.
066000     IF NOT CALC-LIST-FUNCTION
066100         GO TO 5100-NEXT
066200     END-IF.
066300     PERFORM 2600-EDIT-LIST-CARD THRU 2600-EXIT.
066400     IF WS-CARD-REJECTED
066500         GO TO 5100-NEXT
066600     END-IF.
066700     MOVE SPACES TO WS-SECTION-TITLE.
066800     STRING 'CALENDAR LISTING ' WS-FROM-DATE ' TO ' WS-TO-DATE
066900            DELIMITED BY SIZE INTO WS-SECTION-TITLE.
067000     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
067100     MOVE 'N' TO WS-CAL-EOF-SW.
067200     MOVE WS-FROM-DATE TO CAL-DATE.
067300     START CALENDAR-FILE KEY NOT LESS THAN CAL-DATE
067400         INVALID KEY
067500             MOVE 'Y' TO WS-CAL-EOF-SW
067600     END-START.
067700     PERFORM 5200-LIST-NEXT-DATE THRU 5200-EXIT
067800             UNTIL WS-END-OF-CALENDAR.
067900 5100-NEXT.
068000     PERFORM 2900-READ-CARD THRU 2900-EXIT.
068100 5100-EXIT.
068200     EXIT.
068300****************************************************************
068400*  5200-LIST-NEXT-DATE                                          *
068500****************************************************************
068600 5200-LIST-NEXT-DATE.
068700     READ CALENDAR-FILE NEXT RECORD
068800         AT END
068900             MOVE 'Y' TO WS-CAL-EOF-SW
069000             GO TO 5200-EXIT
069100     END-READ.
069200     IF CAL-DATE > WS-TO-DATE
069300         MOVE 'Y' TO WS-CAL-EOF-SW
069400         GO TO 5200-EXIT
069500     END-IF.
069600     MOVE SPACES TO WS-ACTION-TEXT.
069700     PERFORM 3100-WRITE-CALENDAR-LINE THRU 3100-EXIT.
069800     ADD 1 TO WS-LISTED-COUNT.
069900 5200-EXIT.
070000     EXIT.
070100****************************************************************
070200*  7000-WRITE-TOTALS                                            *
070300****************************************************************
070400 7000-WRITE-TOTALS.
070500     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
070600         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
070700     END-IF.
070800     MOVE SPACES TO RPT-LINE.
070900     WRITE RPT-LINE.
071000     MOVE SPACES TO CLR-TOTAL-LINE.
071100     MOVE 'CALENDAR CARDS      ' TO CLR-TOT-LIT1.
071200     MOVE WS-CARD-COUNT TO CLR-TOT-COUNT1.
071300     MOVE '  CARDS IN ERROR    ' TO CLR-TOT-LIT2.
071400     MOVE WS-ERROR-COUNT TO CLR-TOT-COUNT2.
071500     MOVE '  DATES CHANGED     ' TO CLR-TOT-LIT3.
071600     MOVE WS-CHANGED-COUNT TO CLR-TOT-COUNT3.
071700     WRITE RPT-LINE FROM CLR-TOTAL-LINE.
071800     MOVE SPACES TO CLR-TOTAL-LINE.
071900     MOVE 'DATES GENERATED     ' TO CLR-TOT-LIT1.
072000     MOVE WS-ADDED-COUNT TO CLR-TOT-COUNT1.
072100     MOVE '  DATES ON FILE     ' TO CLR-TOT-LIT2.
072200     MOVE WS-DATES-ON-FILE TO CLR-TOT-COUNT2.
072300     MOVE '  BUSINESS DAYS     ' TO CLR-TOT-LIT3.
072400     MOVE WS-BUS-SEQ TO CLR-TOT-COUNT3.
072500     WRITE RPT-LINE FROM CLR-TOTAL-LINE.
072600     DISPLAY 'CALMNT - CARDS ' WS-CARD-COUNT
072700             ', CHANGED ' WS-CHANGED-COUNT
072800             ', GENERATED ' WS-ADDED-COUNT
072900             ', LISTED ' WS-LISTED-COUNT
073000             ', IN ERROR ' WS-ERROR-COUNT.
073100 7000-EXIT.
073200     EXIT.
073300****************************************************************
073400*  9000-TERMINATE                                               *
073500****************************************************************
073600 9000-TERMINATE.
073700     CLOSE CALENDAR-FILE.
073800     CLOSE CONTROL-FILE.
073900     CLOSE REPORT-FILE.
074000 9000-EXIT.
074100     EXIT.
074110****************************************************************
074120*  9900-LOG-STEP-STATUS                                         *
074130*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
074140*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
074150*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
074160****************************************************************
074170 9900-LOG-STEP-STATUS.
074180     MOVE SPACES TO SST-RECORD.
074190     MOVE 'CALMNT' TO SST-PROGRAM.
074200     MOVE WS-RUN-DATE TO SST-RUN-DATE.
074210     MOVE RETURN-CODE TO SST-RETURN-CODE.
074220     MOVE 'CARDS' TO SST-COUNT-NAME (1).
074230     MOVE WS-CARD-COUNT TO SST-COUNT (1).
074240     MOVE 'ERRORS' TO SST-COUNT-NAME (2).
074250     MOVE WS-ERROR-COUNT TO SST-COUNT (2).
074260     MOVE 'ADDED' TO SST-COUNT-NAME (3).
074270     MOVE WS-ADDED-COUNT TO SST-COUNT (3).
074280     MOVE 'CHANGED' TO SST-COUNT-NAME (4).
074290     MOVE WS-CHANGED-COUNT TO SST-COUNT (4).
074300     MOVE 'LISTED' TO SST-COUNT-NAME (5).
074310     MOVE WS-LISTED-COUNT TO SST-COUNT (5).
074320     CALL 'STEPLOG' USING SST-RECORD.
074330     MOVE SST-RETURN-CODE TO RETURN-CODE.
074340 9900-EXIT.
074350     EXIT.
