000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  CHGSTMT                                       *
000400*  DESCRIPTION  :  CHARGEBACK LEDGER STATEMENT.  READS THE       *
000500*                  WHOLE CHGLDG BILLING LEDGER IN KEY SEQUENCE   *
000600*                  (DEPARTMENT, PERIOD, ENTRY SEQUENCE) AND      *
000700*                  PRINTS, FOR EVERY DEPARTMENT AND EVERY        *
000800*                  CLOSED PERIOD, THE AMOUNT BILLED, THE         *
000900*                  CREDITS AND DEBITS POSTED SINCE BY CHGADJ     *
001000*                  AND THE NET, WITH DEPARTMENT AND GRAND        *
001100*                  TOTALS, SO FINANCE CAN RECONCILE THE GENERAL  *
001200*                  LEDGER TO WHAT WE BILLED FROM OUR SIDE.       *
001300*                  EACH ADJUSTMENT IS LISTED ABOVE ITS PERIOD    *
001400*                  LINE WITH ITS REASON AND APPROVER.            *
001500*                                                                *
001600*  NOTE         :  THE PERIOD ENTRIES (DEPARTMENT SPACES) ARE    *
001700*                  COUNTED BUT NOT PRINTED - THEIR TOTALS ARE    *
001800*                  THE SUM OF THE DEPARTMENT BILLED ENTRIES.     *
001900*                                                                *
002000****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    CHGSTMT.
002300 AUTHOR.        D. HOLLAND.
002400 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002500 DATE-WRITTEN.  12/21/2026.
002600 DATE-COMPILED.
002700****************************************************************
002800*  MODIFICATION HISTORY                                         *
002900*  ------------------------------------------------------------ *
003000*  2026-12-21  DEH  ORIGINAL PROGRAM.                           *
003020*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003040*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003060*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003100****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LEDGER-FILE     ASSIGN TO CHGLDG
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS CHL-KEY
004200            FILE STATUS IS WS-LEDGER-STATUS.
004300     SELECT REPORT-FILE     ASSIGN TO STMTRPT
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            ACCESS MODE IS SEQUENTIAL
004600            FILE STATUS IS WS-REPORT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LEDGER-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 120 CHARACTERS.
005200 COPY CHLREC.
005300 FD  REPORT-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  RPT-LINE                        PIC X(132).
005700 WORKING-STORAGE SECTION.
005800****************************************************************
005900*  STANDALONE SWITCHES AND COUNTERS                              *
006000****************************************************************
006100 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
006200     88  WS-LEDGER-OK                        VALUE '00'.
006300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
006400     88  WS-REPORT-OK                        VALUE '00'.
006500 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
006600     88  WS-RUN-ABORTED                      VALUE 'Y'.
006700 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006800     88  WS-END-OF-LEDGER                    VALUE 'Y'.
006900 77  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
007000 77  WS-PERIOD-COUNT             PIC 9(08) COMP VALUE ZERO.
007100 77  WS-DEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
007200 77  WS-ADJUST-COUNT             PIC 9(08) COMP VALUE ZERO.
007300 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
007400 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
007500 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
007600 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
007700****************************************************************
007800*  CONTROL-BREAK KEYS.  WS-PREV-DEPT STAYS SPACES UNTIL THE      *
007900*  FIRST DEPARTMENT ENTRY IS READ, SO NO BREAK FIRES BEFORE IT.  *
008000****************************************************************
008100 77  WS-PREV-DEPT                PIC X(04) VALUE SPACES.
008200 77  WS-PREV-FROM                PIC 9(08) VALUE ZERO.
008300 77  WS-PREV-TO                  PIC 9(08) VALUE ZERO.
008400****************************************************************
008500*  ACCUMULATORS - PERIOD, DEPARTMENT AND GRAND TOTAL LEVELS      *
008600****************************************************************
008700 77  WS-PER-COUNT                PIC 9(08) COMP VALUE ZERO.
008800 77  WS-PER-BILLED               PIC 9(13)V99 COMP-3 VALUE ZERO.
008900 77  WS-PER-CREDITS              PIC 9(13)V99 COMP-3 VALUE ZERO.
009000 77  WS-PER-DEBITS               PIC 9(13)V99 COMP-3 VALUE ZERO.
009100 77  WS-DEPT-TOT-COUNT           PIC 9(08) COMP VALUE ZERO.
009200 77  WS-DEPT-BILLED              PIC 9(13)V99 COMP-3 VALUE ZERO.
009300 77  WS-DEPT-CREDITS             PIC 9(13)V99 COMP-3 VALUE ZERO.
009400 77  WS-DEPT-DEBITS              PIC 9(13)V99 COMP-3 VALUE ZERO.
009500 77  WS-GRAND-COUNT              PIC 9(08) COMP VALUE ZERO.
009600 77  WS-GRAND-BILLED             PIC 9(13)V99 COMP-3 VALUE ZERO.
009700 77  WS-GRAND-CREDITS            PIC 9(13)V99 COMP-3 VALUE ZERO.
009800 77  WS-GRAND-DEBITS             PIC 9(13)V99 COMP-3 VALUE ZERO.
009900 77  WS-NET-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
010000 COPY CSTRPT.
010020****************************************************************
010040*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
010060****************************************************************
010080 COPY SSTREC.
010100 PROCEDURE DIVISION.
010200****************************************************************
010300*  0000-MAINLINE                                                *
010400****************************************************************
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     IF NOT WS-RUN-ABORTED
010800         PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
010900                 UNTIL WS-END-OF-LEDGER
011000         IF WS-PREV-DEPT NOT = SPACES
011100             PERFORM 3300-PERIOD-BREAK THRU 3300-EXIT
011200             PERFORM 3400-DEPT-BREAK THRU 3400-EXIT
011300         END-IF
011400         PERFORM 3500-WRITE-GRAND-TOTAL THRU 3500-EXIT
011500     END-IF.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     IF WS-RUN-ABORTED
011800         MOVE 12 TO RETURN-CODE
011900     END-IF.
011950     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
012000     STOP RUN.
012100****************************************************************
012200*  1000-INITIALIZE                                              *
012300****************************************************************
012400 1000-INITIALIZE.
012500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012600     OPEN INPUT LEDGER-FILE.
012700     IF NOT WS-LEDGER-OK
012800         DISPLAY 'CHGSTMT - UNABLE TO OPEN CHGLDG, STATUS = '
012900                 WS-LEDGER-STATUS
013000         MOVE 'Y' TO WS-ABORT-SW
013100     END-IF.
013200     OPEN OUTPUT REPORT-FILE.
013300     IF NOT WS-REPORT-OK
013400         DISPLAY 'CHGSTMT - UNABLE TO OPEN STMTRPT, STATUS = '
013500                 WS-REPORT-STATUS
013600         MOVE 'Y' TO WS-ABORT-SW
013700     END-IF.
013800     IF WS-RUN-ABORTED
013900         GO TO 1000-EXIT
014000     END-IF.
014100     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
014200     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500****************************************************************
014600*  2000-PROCESS-ENTRY                                           *
014700*  A CHANGE OF DEPARTMENT CLOSES OFF BOTH THE PERIOD AND THE     *
014800*  DEPARTMENT IN PROGRESS; A CHANGE OF PERIOD WITHIN THE SAME    *
014900*  DEPARTMENT CLOSES OFF THE PERIOD ONLY.                        *
015000****************************************************************
015100 2000-PROCESS-ENTRY.
015200     IF CHL-PERIOD-ENTRY
015300         ADD 1 TO WS-PERIOD-COUNT
015400         GO TO 2000-READ
015500     END-IF.
015600     IF WS-PREV-DEPT NOT = SPACES
015700         IF CHL-DEPT NOT = WS-PREV-DEPT
015800             PERFORM 3300-PERIOD-BREAK THRU 3300-EXIT
015900             PERFORM 3400-DEPT-BREAK THRU 3400-EXIT
016000         ELSE
016100             IF CHL-PERIOD-FROM NOT = WS-PREV-FROM
016200                     OR CHL-PERIOD-TO NOT = WS-PREV-TO
016300                 PERFORM 3300-PERIOD-BREAK THRU 3300-EXIT
016400             END-IF
016500         END-IF
016600     END-IF.
016700     IF CHL-DEPT NOT = WS-PREV-DEPT
016800         ADD 1 TO WS-DEPT-COUNT
016900     END-IF.
017000     MOVE CHL-DEPT TO WS-PREV-DEPT.
017100     MOVE CHL-PERIOD-FROM TO WS-PREV-FROM.
017200     MOVE CHL-PERIOD-TO TO WS-PREV-TO.
017300     IF CHL-BILLED-ENTRY
017400         ADD CHL-CALC-COUNT TO WS-PER-COUNT
017500         ADD CHL-AMOUNT TO WS-PER-BILLED
017600         GO TO 2000-READ
017700     END-IF.
017800     IF CHL-CREDIT-ENTRY
017900         ADD CHL-AMOUNT TO WS-PER-CREDITS
018000     ELSE
018100         ADD CHL-AMOUNT TO WS-PER-DEBITS
018200     END-IF.
018300     ADD 1 TO WS-ADJUST-COUNT.
018400     PERFORM 3200-WRITE-ADJUST-LINE THRU 3200-EXIT.
018500 2000-READ.
018600     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
018700 2000-EXIT.
018800     EXIT.
018900****************************************************************
019000*  2100-READ-LEDGER                                             *
019100****************************************************************
019200 2100-READ-LEDGER.
019300     READ LEDGER-FILE NEXT RECORD
019400         AT END
019500             MOVE 'Y' TO WS-EOF-SW
019600         NOT AT END
019700             ADD 1 TO WS-READ-COUNT
019800     END-READ.
019900 2100-EXIT.
020000     EXIT.
020100****************************************************************
020200*  3000-WRITE-HEADING-LINES                                     *
020300****************************************************************
020400 3000-WRITE-HEADING-LINES.
020500     ADD 1 TO WS-PAGE-COUNT.
020600     MOVE SPACES TO RPT-LINE.
020700     MOVE SPACES TO CST-HEADING-LINE.
020800     MOVE 'CHARGEBACK LEDGER STATEMENT' TO CST-HDG-TITLE.
020900     MOVE 'RUN DATE ' TO CST-HDG-DATE-LIT.
021000     MOVE WS-RUN-DATE TO CST-HDG-DATE.
021100     MOVE 'PAGE ' TO CST-HDG-PAGE-LIT.
021200     MOVE WS-PAGE-COUNT TO CST-HDG-PAGE.
021300     WRITE RPT-LINE FROM CST-HEADING-LINE.
021400     MOVE SPACES TO RPT-LINE.
021500     MOVE SPACES TO CST-COLUMN-LINE.
021600     MOVE 'DEPT' TO CST-COL-DEPT-LIT.
021700     MOVE 'BILLING PERIOD' TO CST-COL-PERIOD-LIT.
021800     MOVE 'CALCULATIONS' TO CST-COL-COUNT-LIT.
021900     MOVE 'BILLED' TO CST-COL-BILLED-LIT.
022000     MOVE 'CREDITS' TO CST-COL-CREDIT-LIT.
022100     MOVE 'DEBITS' TO CST-COL-DEBIT-LIT.
022200     MOVE 'NET' TO CST-COL-NET-LIT.
022300     WRITE RPT-LINE FROM CST-COLUMN-LINE.
022400     MOVE 2 TO WS-LINE-COUNT.
022500 3000-EXIT.
022600     EXIT.
022700****************************************************************
022800*  3100-CHECK-PAGE-OVERFLOW                                      *
022900****************************************************************
023000 3100-CHECK-PAGE-OVERFLOW.
023100     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
023200         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
023300     END-IF.
023400 3100-EXIT.
023500     EXIT.
023600****************************************************************
023700*  3200-WRITE-ADJUST-LINE                                        *
023800****************************************************************
023900 3200-WRITE-ADJUST-LINE.
024000     PERFORM 3100-CHECK-PAGE-OVERFLOW THRU 3100-EXIT.
024100     MOVE SPACES TO RPT-LINE.
024200     MOVE SPACES TO CST-ADJUST-LINE.
024300     IF CHL-CREDIT-ENTRY
024400         MOVE 'CREDIT' TO CST-ADJ-TYPE
024500     ELSE
024600         MOVE 'DEBIT' TO CST-ADJ-TYPE
024700     END-IF.
024800     MOVE CHL-ENTRY-SEQ TO CST-ADJ-SEQ.
024900     MOVE CHL-POST-DATE TO CST-ADJ-POST-DATE.
025000     MOVE CHL-APPROVER TO CST-ADJ-APPROVER.
025100     MOVE CHL-REASON TO CST-ADJ-REASON.
025200     MOVE CHL-AMOUNT TO CST-ADJ-AMOUNT.
025300     WRITE RPT-LINE FROM CST-ADJUST-LINE.
025400     ADD 1 TO WS-LINE-COUNT.
025500 3200-EXIT.
025600     EXIT.
025700****************************************************************
025800*  3300-PERIOD-BREAK                                             *
025900*  PRINTS THE PERIOD LINE FOR THE PERIOD JUST FINISHED AND ROLLS *
026000*  ITS AMOUNTS INTO THE DEPARTMENT TOTAL.                        *
026100****************************************************************
026200 3300-PERIOD-BREAK.
026300     PERFORM 3100-CHECK-PAGE-OVERFLOW THRU 3100-EXIT.
026400     COMPUTE WS-NET-AMOUNT =
026500         WS-PER-BILLED - WS-PER-CREDITS + WS-PER-DEBITS.
026600     MOVE SPACES TO RPT-LINE.
026700     MOVE SPACES TO CST-PERIOD-LINE.
026800     MOVE WS-PREV-DEPT TO CST-PER-DEPT.
026900     MOVE WS-PREV-FROM TO CST-PER-FROM.
027000     MOVE ' - ' TO CST-PER-DASH.
027100     MOVE WS-PREV-TO TO CST-PER-TO.
027200     MOVE WS-PER-COUNT TO CST-PER-COUNT.
027300     MOVE WS-PER-BILLED TO CST-PER-BILLED.
027400     MOVE WS-PER-CREDITS TO CST-PER-CREDITS.
027500     MOVE WS-PER-DEBITS TO CST-PER-DEBITS.
027600     MOVE WS-NET-AMOUNT TO CST-PER-NET.
027700     WRITE RPT-LINE FROM CST-PERIOD-LINE.
027800     ADD 1 TO WS-LINE-COUNT.
027900     ADD WS-PER-COUNT TO WS-DEPT-TOT-COUNT.
028000     ADD WS-PER-BILLED TO WS-DEPT-BILLED.
028100     ADD WS-PER-CREDITS TO WS-DEPT-CREDITS.
028200     ADD WS-PER-DEBITS TO WS-DEPT-DEBITS.
028300     MOVE ZERO TO WS-PER-COUNT.
028400     MOVE ZERO TO WS-PER-BILLED.
028500     MOVE ZERO TO WS-PER-CREDITS.
028600     MOVE ZERO TO WS-PER-DEBITS.
028700 3300-EXIT.
028800     EXIT.
028900****************************************************************
029000*  3400-DEPT-BREAK                                               *
029100*  PRINTS THE DEPARTMENT TOTAL, FOLLOWED BY A BLANK LINE, AND    *
029200*  ROLLS IT INTO THE GRAND TOTAL.                                *
029300****************************************************************
029400 3400-DEPT-BREAK.
029500     PERFORM 3100-CHECK-PAGE-OVERFLOW THRU 3100-EXIT.
029600     COMPUTE WS-NET-AMOUNT =
029700         WS-DEPT-BILLED - WS-DEPT-CREDITS + WS-DEPT-DEBITS.
029800     MOVE SPACES TO RPT-LINE.
029900     MOVE SPACES TO CST-TOTAL-LINE.
030000     MOVE 'DEPARTMENT TOTAL' TO CST-TOT-LIT.
030100     MOVE WS-DEPT-TOT-COUNT TO CST-TOT-COUNT.
030200     MOVE WS-DEPT-BILLED TO CST-TOT-BILLED.
030300     MOVE WS-DEPT-CREDITS TO CST-TOT-CREDITS.
030400     MOVE WS-DEPT-DEBITS TO CST-TOT-DEBITS.
030500     MOVE WS-NET-AMOUNT TO CST-TOT-NET.
030600     WRITE RPT-LINE FROM CST-TOTAL-LINE.
030700     MOVE SPACES TO RPT-LINE.
030800     WRITE RPT-LINE.
030900     ADD 2 TO WS-LINE-COUNT.
031000     ADD WS-DEPT-TOT-COUNT TO WS-GRAND-COUNT.
031100     ADD WS-DEPT-BILLED TO WS-GRAND-BILLED.
031200     ADD WS-DEPT-CREDITS TO WS-GRAND-CREDITS.
031300     ADD WS-DEPT-DEBITS TO WS-GRAND-DEBITS.
031400     MOVE ZERO TO WS-DEPT-TOT-COUNT.
031500     MOVE ZERO TO WS-DEPT-BILLED.
031600     MOVE ZERO TO WS-DEPT-CREDITS.
031700     MOVE ZERO TO WS-DEPT-DEBITS.
031800 3400-EXIT.
031900     EXIT.
032000****************************************************************
032100*  3500-WRITE-GRAND-TOTAL                                        *
032200****************************************************************
032300 3500-WRITE-GRAND-TOTAL.
032400     PERFORM 3100-CHECK-PAGE-OVERFLOW THRU 3100-EXIT.
032500     COMPUTE WS-NET-AMOUNT =
032600         WS-GRAND-BILLED - WS-GRAND-CREDITS + WS-GRAND-DEBITS.
032700     MOVE SPACES TO RPT-LINE.
032800     MOVE SPACES TO CST-TOTAL-LINE.
032900     MOVE 'TOTAL ALL DEPARTMENTS' TO CST-TOT-LIT.
033000     MOVE WS-GRAND-COUNT TO CST-TOT-COUNT.
033100     MOVE WS-GRAND-BILLED TO CST-TOT-BILLED.
033200     MOVE WS-GRAND-CREDITS TO CST-TOT-CREDITS.
033300     MOVE WS-GRAND-DEBITS TO CST-TOT-DEBITS.
033400     MOVE WS-NET-AMOUNT TO CST-TOT-NET.
033500     WRITE RPT-LINE FROM CST-TOTAL-LINE.
033600     DISPLAY 'CHGSTMT - READ ' WS-READ-COUNT
033700             ', CLOSED PERIODS ' WS-PERIOD-COUNT
033800             ', DEPARTMENTS ' WS-DEPT-COUNT
033900             ', ADJUSTMENTS ' WS-ADJUST-COUNT.
034000 3500-EXIT.
034100     EXIT.
034200****************************************************************
034300*  9000-TERMINATE                                               *
034400****************************************************************
034500 9000-TERMINATE.
034600     CLOSE LEDGER-FILE.
034700     CLOSE REPORT-FILE.
034800 9000-EXIT.
034900     EXIT.
034910****************************************************************
034920*  9900-LOG-STEP-STATUS                                         *
034930*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
034940*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
034950*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
034960****************************************************************
034970 9900-LOG-STEP-STATUS.
034980     MOVE SPACES TO SST-RECORD.
034990     MOVE 'CHGSTMT' TO SST-PROGRAM.
035000     MOVE WS-RUN-DATE TO SST-RUN-DATE.
035010     MOVE RETURN-CODE TO SST-RETURN-CODE.
035020     MOVE 'READ' TO SST-COUNT-NAME (1).
035030     MOVE WS-READ-COUNT TO SST-COUNT (1).
035040     MOVE 'DEPTS' TO SST-COUNT-NAME (2).
035050     MOVE WS-DEPT-COUNT TO SST-COUNT (2).
035060     MOVE 'PERIODS' TO SST-COUNT-NAME (3).
035070     MOVE WS-PERIOD-COUNT TO SST-COUNT (3).
035080     MOVE 'ADJUSTS' TO SST-COUNT-NAME (4).
035090     MOVE WS-ADJUST-COUNT TO SST-COUNT (4).
035100     CALL 'STEPLOG' USING SST-RECORD.
035110     MOVE SST-RETURN-CODE TO RETURN-CODE.
035120 9900-EXIT.
035130     EXIT.
