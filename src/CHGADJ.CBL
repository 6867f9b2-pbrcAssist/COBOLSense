000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  CHGADJ                                        *
000400*  DESCRIPTION  :  CHARGEBACK CREDIT AND DEBIT ADJUSTMENTS.      *
000500*                  POSTS THE ADJIN ADJUSTMENT CARDS (SEE         *
000600*                  CADJREC) TO THE CHGLDG BILLING LEDGER         *
000700*                  AGAINST PERIODS ALREADY CLOSED BY CHGBACK -   *
000800*                  A CREDIT FOR A DISPUTED CHARGE SUCH AS A      *
000900*                  RERUN CAUSED BY OUR OWN ERROR, OR A DEBIT     *
001000*                  FOR WORK THAT WENT UNBILLED.  EACH POSTED     *
001100*                  ADJUSTMENT IS A LEDGER ENTRY OF ITS OWN,      *
001200*                  NUMBERED FROM THE PERIOD ENTRY'S LAST         *
001300*                  SEQUENCE AND CARRYING THE REASON AND THE      *
001400*                  APPROVER, SO THE BILLED ENTRY ITSELF IS       *
001500*                  NEVER ALTERED.  EVERY CARD'S DISPOSITION -    *
001600*                  INCLUDING A REJECTED CARD - IS SHOWN ON THE   *
001700*                  ADJRPT REPORT.                                *
001800*                                                                *
001900*  NOTE         :  AN ADJUSTMENT TO A PERIOD NOT YET CLOSED IS   *
002000*                  REJECTED - UNTIL THE CLOSE, CHGBACK CAN       *
002100*                  SIMPLY BE RERUN FROM CORRECTED INPUT.         *
002200*                                                                *
002300****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    CHGADJ.
002600 AUTHOR.        D. HOLLAND.
002700 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002800 DATE-WRITTEN.  12/21/2026.
002900 DATE-COMPILED.
003000****************************************************************
003100*  MODIFICATION HISTORY                                         *
003200*  ------------------------------------------------------------ *
003300*  2026-12-21  DEH  ORIGINAL PROGRAM.                           *
003320*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003340*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003360*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LEDGER-FILE     ASSIGN TO CHGLDG
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS CHL-KEY
004500            FILE STATUS IS WS-LEDGER-STATUS.
004600     SELECT CONTROL-FILE    ASSIGN TO ADJIN
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            ACCESS MODE IS SEQUENTIAL
004900            FILE STATUS IS WS-CONTROL-STATUS.
005000     SELECT REPORT-FILE     ASSIGN TO ADJRPT
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            ACCESS MODE IS SEQUENTIAL
005300            FILE STATUS IS WS-REPORT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LEDGER-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 120 CHARACTERS.
005900 COPY CHLREC.
006000 FD  CONTROL-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300 COPY CADJREC.
006400 FD  REPORT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  RPT-LINE                        PIC X(132).
006800 WORKING-STORAGE SECTION.
006900****************************************************************
007000*  STANDALONE SWITCHES AND COUNTERS                              *
007100****************************************************************
007200 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
007300     88  WS-LEDGER-OK                        VALUE '00'.
007400 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
007500     88  WS-CONTROL-OK                       VALUE '00'.
007600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007700     88  WS-REPORT-OK                        VALUE '00'.
007800 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007900     88  WS-RUN-ABORTED                      VALUE 'Y'.
008000 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
008100     88  WS-END-OF-CARDS                     VALUE 'Y'.
008200 77  WS-CARD-REJECT-SW           PIC X(01) VALUE 'N'.
008300     88  WS-CARD-REJECTED                    VALUE 'Y'.
008400 77  WS-ACTION-COUNT             PIC 9(08) COMP VALUE ZERO.
008500 77  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
008600 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
008700 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
008800 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
008900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
009000 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
009100 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
009200 77  WS-NEXT-SEQ                 PIC 9(04) VALUE ZERO.
009300 77  WS-CREDIT-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
009400 77  WS-DEBIT-TOTAL              PIC 9(13)V99 COMP-3 VALUE ZERO.
009500 COPY CADJRPT.
009520****************************************************************
009540*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
009560****************************************************************
009580 COPY SSTREC.
009600 PROCEDURE DIVISION.
009700****************************************************************
009800*  0000-MAINLINE                                                *
009900****************************************************************
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     IF NOT WS-RUN-ABORTED
010300         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
010400                 UNTIL WS-END-OF-CARDS
010500     END-IF.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     IF WS-RUN-ABORTED
010800         MOVE 12 TO RETURN-CODE
011300     END-IF.
011350     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
011400     STOP RUN.
011500****************************************************************
011600*  1000-INITIALIZE                                              *
011700*  THE LEDGER MUST ALREADY EXIST - IT IS CREATED BY THE FIRST    *
011800*  CHGBACK RUN, AND WITHOUT A CLOSED PERIOD THERE IS NOTHING TO  *
011900*  ADJUST.                                                       *
012000****************************************************************
012100 1000-INITIALIZE.
012200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012300     ACCEPT WS-RUN-TIME FROM TIME.
012400     OPEN I-O LEDGER-FILE.
012500     IF NOT WS-LEDGER-OK
012600         DISPLAY 'CHGADJ - UNABLE TO OPEN CHGLDG, STATUS = '
012700                 WS-LEDGER-STATUS
012800         MOVE 'Y' TO WS-ABORT-SW
012900     END-IF.
013000     OPEN OUTPUT REPORT-FILE.
013100     IF NOT WS-REPORT-OK
013200         DISPLAY 'CHGADJ - UNABLE TO OPEN ADJRPT, STATUS = '
013300                 WS-REPORT-STATUS
013400         MOVE 'Y' TO WS-ABORT-SW
013500     END-IF.
013600     OPEN INPUT CONTROL-FILE.
013700     IF NOT WS-CONTROL-OK
013800         DISPLAY 'CHGADJ - UNABLE TO OPEN ADJIN, STATUS = '
013900                 WS-CONTROL-STATUS
014000         MOVE 'Y' TO WS-ABORT-SW
014100     END-IF.
014200     IF WS-RUN-ABORTED
014300         GO TO 1000-EXIT
014400     END-IF.
014500     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
014600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
014700     IF WS-END-OF-CARDS
014800         DISPLAY 'CHGADJ - ADJIN HAS NO ADJUSTMENT CARDS'
014900     END-IF.
015000 1000-EXIT.
015100     EXIT.
015200****************************************************************
015300*  2000-PROCESS-CARD                                            *
015400****************************************************************
015500 2000-PROCESS-CARD.
015600     MOVE 'N' TO WS-CARD-REJECT-SW.
015700     PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
015800     IF WS-CARD-REJECTED
015900         PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
016000         ADD 1 TO WS-ERROR-COUNT
016100         GO TO 2000-NEXT
016200     END-IF.
016300     PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT.
016400 2000-NEXT.
016500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
016600 2000-EXIT.
016700     EXIT.
016800****************************************************************
016900*  2100-READ-CARD                                               *
017000****************************************************************
017100 2100-READ-CARD.
017200     READ CONTROL-FILE
017300         AT END
017400             MOVE 'Y' TO WS-CARD-EOF-SW
017500     END-READ.
017600 2100-EXIT.
017700     EXIT.
017800****************************************************************
017900*  2200-VALIDATE-CARD                                           *
018000*  EDITS THE CARD FIELDS.  THE FIRST FAILURE STAGES ITS          *
018100*  MESSAGE AS THE ACTION TEXT AND REJECTS THE CARD.  A ZERO      *
018200*  AMOUNT IS REJECTED AS WELL - IT WOULD ONLY CLUTTER THE        *
018300*  LEDGER.                                                       *
018400****************************************************************
018500 2200-VALIDATE-CARD.
018600     IF NOT CADJ-CREDIT AND NOT CADJ-DEBIT
018700         MOVE 'TYPE IS NOT C OR D' TO WS-ACTION-TEXT
018800         MOVE 'Y' TO WS-CARD-REJECT-SW
018900         GO TO 2200-EXIT
019000     END-IF.
019100     IF CADJ-DEPT = SPACES
019200         MOVE 'DEPARTMENT CODE MISSING' TO WS-ACTION-TEXT
019300         MOVE 'Y' TO WS-CARD-REJECT-SW
019400         GO TO 2200-EXIT
019500     END-IF.
019600     IF CADJ-PERIOD-FROM-X NOT NUMERIC
019700             OR CADJ-PERIOD-TO-X NOT NUMERIC
019800         MOVE 'PERIOD IS NOT NUMERIC' TO WS-ACTION-TEXT
019900         MOVE 'Y' TO WS-CARD-REJECT-SW
020000         GO TO 2200-EXIT
020100     END-IF.
020200     IF CADJ-AMOUNT-X NOT NUMERIC
020300         MOVE 'AMOUNT IS NOT NUMERIC' TO WS-ACTION-TEXT
020400         MOVE 'Y' TO WS-CARD-REJECT-SW
020500         GO TO 2200-EXIT
020600     END-IF.
020700     IF CADJ-AMOUNT = ZERO
020800         MOVE 'AMOUNT IS ZERO' TO WS-ACTION-TEXT
020900         MOVE 'Y' TO WS-CARD-REJECT-SW
021000         GO TO 2200-EXIT
021100     END-IF.
021200     IF CADJ-APPROVER = SPACES
021300         MOVE 'APPROVER MISSING' TO WS-ACTION-TEXT
021400         MOVE 'Y' TO WS-CARD-REJECT-SW
021500         GO TO 2200-EXIT
021600     END-IF.
021700     IF CADJ-REASON = SPACES
021800         MOVE 'REASON MISSING' TO WS-ACTION-TEXT
021900         MOVE 'Y' TO WS-CARD-REJECT-SW
022000     END-IF.
022100 2200-EXIT.
022200     EXIT.
022300****************************************************************
022400*  3000-WRITE-HEADING-LINES                                     *
022500****************************************************************
022600 3000-WRITE-HEADING-LINES.
022700     ADD 1 TO WS-PAGE-COUNT.
022800     MOVE SPACES TO RPT-LINE.
022900     MOVE SPACES TO CAR-HEADING-LINE.
023000     MOVE 'CHARGEBACK ADJUSTMENT REPORT' TO CAR-HDG-TITLE.
023100     MOVE 'RUN DATE ' TO CAR-HDG-DATE-LIT.
023200     MOVE WS-RUN-DATE TO CAR-HDG-DATE.
023300     MOVE 'PAGE ' TO CAR-HDG-PAGE-LIT.
023400     MOVE WS-PAGE-COUNT TO CAR-HDG-PAGE.
023500     WRITE RPT-LINE FROM CAR-HEADING-LINE.
023600     MOVE SPACES TO RPT-LINE.
023700     MOVE SPACES TO CAR-COLUMN-LINE.
023800     MOVE 'TYPE' TO CAR-COL-TYPE-LIT.
023900     MOVE 'DEPT' TO CAR-COL-DEPT-LIT.
024000     MOVE 'BILLING PERIOD' TO CAR-COL-PERIOD-LIT.
024100     MOVE 'AMOUNT' TO CAR-COL-AMOUNT-LIT.
024200     MOVE 'APPROVER' TO CAR-COL-APPROVER-LIT.
024300     MOVE 'REASON' TO CAR-COL-REASON-LIT.
024400     MOVE 'ACTION' TO CAR-COL-ACTION-LIT.
024500     WRITE RPT-LINE FROM CAR-COLUMN-LINE.
024600     MOVE 2 TO WS-LINE-COUNT.
024700 3000-EXIT.
024800     EXIT.
024900****************************************************************
025000*  3100-WRITE-CARD-LINE                                          *
025100*  PRINTS ONE DETAIL LINE FROM THE ADJUSTMENT CARD AND THE       *
025200*  STAGED ACTION TEXT.  A NON-NUMERIC PERIOD DATE OR AMOUNT      *
025300*  PRINTS AS ZERO RATHER THAN ABEND THE EDITED MOVE.             *
025400****************************************************************
025500 3100-WRITE-CARD-LINE.
025600     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
025700             THAN WS-LINES-PER-PAGE
025800         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
025900     END-IF.
026000     MOVE SPACES TO RPT-LINE.
026100     MOVE SPACES TO CAR-DETAIL-LINE.
026200     MOVE CADJ-TYPE-X TO CAR-DET-TYPE.
026300     MOVE CADJ-DEPT TO CAR-DET-DEPT.
026400     IF CADJ-PERIOD-FROM-X NUMERIC
026500         MOVE CADJ-PERIOD-FROM-X TO CAR-DET-PERIOD-FROM
026600     ELSE
026700         MOVE ZERO TO CAR-DET-PERIOD-FROM
026800     END-IF.
026900     MOVE ' - ' TO CAR-DET-DASH.
027000     IF CADJ-PERIOD-TO-X NUMERIC
027100         MOVE CADJ-PERIOD-TO-X TO CAR-DET-PERIOD-TO
027200     ELSE
027300         MOVE ZERO TO CAR-DET-PERIOD-TO
027400     END-IF.
027500     IF CADJ-AMOUNT-X NUMERIC
027600         MOVE CADJ-AMOUNT TO CAR-DET-AMOUNT
027700     ELSE
027800         MOVE ZERO TO CAR-DET-AMOUNT
027900     END-IF.
028000     MOVE CADJ-APPROVER TO CAR-DET-APPROVER.
028100     MOVE CADJ-REASON TO CAR-DET-REASON.
028200     MOVE WS-ACTION-TEXT TO CAR-DET-ACTION.
028300     WRITE RPT-LINE FROM CAR-DETAIL-LINE.
028400     ADD 1 TO WS-LINE-COUNT.
028500 3100-EXIT.
028600     EXIT.
028700****************************************************************
028800*  4000-POST-ADJUSTMENT                                         *
028900*  READS THE PERIOD ENTRY FOR THE CARD'S PERIOD - ITS ABSENCE    *
029000*  MEANS THE PERIOD WAS NEVER CLOSED - TAKES THE NEXT SEQUENCE   *
029100*  FROM IT AND REWRITES IT BEFORE WRITING THE ADJUSTMENT ENTRY,  *
029200*  SO A SEQUENCE IS NEVER HANDED OUT TWICE.                      *
029300****************************************************************
029400 4000-POST-ADJUSTMENT.
029500     MOVE SPACES TO CHL-RECORD.
029600     MOVE CADJ-PERIOD-FROM-X TO CHL-PERIOD-FROM.
029700     MOVE CADJ-PERIOD-TO-X TO CHL-PERIOD-TO.
029800     MOVE ZERO TO CHL-ENTRY-SEQ.
029900     READ LEDGER-FILE
030000         INVALID KEY
030100             MOVE 'PERIOD NOT CLOSED' TO WS-ACTION-TEXT
030200             PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
030300             ADD 1 TO WS-ERROR-COUNT
030400             GO TO 4000-EXIT
030500     END-READ.
030600     IF CHL-LAST-SEQ NOT < 9999
030700         MOVE 'PERIOD ADJUSTMENTS FULL' TO WS-ACTION-TEXT
030800         PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
030900         ADD 1 TO WS-ERROR-COUNT
031000         GO TO 4000-EXIT
031100     END-IF.
031200     ADD 1 TO CHL-LAST-SEQ.
031300     MOVE CHL-LAST-SEQ TO WS-NEXT-SEQ.
031400     REWRITE CHL-RECORD
031500         INVALID KEY
031600             DISPLAY 'CHGADJ - PERIOD ENTRY REWRITE FAILED, '
031700                     'STATUS = ' WS-LEDGER-STATUS
031800             MOVE 'LEDGER REWRITE FAILED' TO WS-ACTION-TEXT
031900             PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
032000             ADD 1 TO WS-ERROR-COUNT
032100             GO TO 4000-EXIT
032200     END-REWRITE.
032300     MOVE SPACES TO CHL-RECORD.
032400     MOVE CADJ-DEPT TO CHL-DEPT.
032500     MOVE CADJ-PERIOD-FROM-X TO CHL-PERIOD-FROM.
032600     MOVE CADJ-PERIOD-TO-X TO CHL-PERIOD-TO.
032700     MOVE WS-NEXT-SEQ TO CHL-ENTRY-SEQ.
032800     MOVE CADJ-TYPE-X TO CHL-ENTRY-TYPE-X.
032900     MOVE WS-RUN-DATE TO CHL-POST-DATE.
033000     MOVE WS-RUN-TIME TO CHL-POST-TIME.
033100     MOVE ZERO TO CHL-CALC-COUNT.
033200     MOVE CADJ-AMOUNT TO CHL-AMOUNT.
033300     MOVE ZERO TO CHL-LAST-SEQ.
033400     MOVE CADJ-APPROVER TO CHL-APPROVER.
033500     MOVE CADJ-REASON TO CHL-REASON.
033600     WRITE CHL-RECORD
033700         INVALID KEY
033800             DISPLAY 'CHGADJ - ADJUSTMENT WRITE FAILED FOR '
033900                     CADJ-DEPT ', STATUS = ' WS-LEDGER-STATUS
034000             MOVE 'LEDGER WRITE FAILED' TO WS-ACTION-TEXT
034100             PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
034200             ADD 1 TO WS-ERROR-COUNT
034300             GO TO 4000-EXIT
034400     END-WRITE.
034500     IF CADJ-CREDIT
034600         MOVE 'CREDIT POSTED' TO WS-ACTION-TEXT
034700         ADD CADJ-AMOUNT TO WS-CREDIT-TOTAL
034800     ELSE
034900         MOVE 'DEBIT POSTED' TO WS-ACTION-TEXT
035000         ADD CADJ-AMOUNT TO WS-DEBIT-TOTAL
035100     END-IF.
035200     PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT.
035300     ADD 1 TO WS-ACTION-COUNT.
035400 4000-EXIT.
035500     EXIT.
035600****************************************************************
035700*  9000-TERMINATE                                               *
035800****************************************************************
035900 9000-TERMINATE.
036000     IF NOT WS-RUN-ABORTED
036100         MOVE SPACES TO RPT-LINE
036200         MOVE SPACES TO CAR-TOTAL-LINE
036300         MOVE 'ADJUSTMENTS POSTED  ' TO CAR-TOT-LIT1
036400         MOVE WS-ACTION-COUNT TO CAR-TOT-COUNT
036500         MOVE '  CARDS IN ERROR    ' TO CAR-TOT-LIT2
036600         MOVE WS-ERROR-COUNT TO CAR-TOT-ERRORS
036700         WRITE RPT-LINE FROM CAR-TOTAL-LINE
036800         MOVE SPACES TO RPT-LINE
036900         MOVE SPACES TO CAR-AMOUNT-LINE
037000         MOVE 'CREDITS POSTED      ' TO CAR-AMT-LIT1
037100         MOVE WS-CREDIT-TOTAL TO CAR-AMT-CREDITS
037200         MOVE '  DEBITS POSTED     ' TO CAR-AMT-LIT2
037300         MOVE WS-DEBIT-TOTAL TO CAR-AMT-DEBITS
037400         WRITE RPT-LINE FROM CAR-AMOUNT-LINE
037500     END-IF.
037600     CLOSE LEDGER-FILE.
037700     CLOSE REPORT-FILE.
037800     CLOSE CONTROL-FILE.
037900 9000-EXIT.
038000     EXIT.
038010****************************************************************
038020*  9900-LOG-STEP-STATUS                                         *
038030*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
038040*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
038050*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
038060****************************************************************
038070 9900-LOG-STEP-STATUS.
038080     MOVE SPACES TO SST-RECORD.
038090     MOVE 'CHGADJ' TO SST-PROGRAM.
038100     MOVE WS-RUN-DATE TO SST-RUN-DATE.
038110     MOVE WS-RUN-TIME TO SST-RUN-TIME.
038120     MOVE RETURN-CODE TO SST-RETURN-CODE.
038130     MOVE 'CARDS' TO SST-COUNT-NAME (1).
038140     MOVE WS-ACTION-COUNT TO SST-COUNT (1).
038150     MOVE 'ERRORS' TO SST-COUNT-NAME (2).
038160     MOVE WS-ERROR-COUNT TO SST-COUNT (2).
038170     CALL 'STEPLOG' USING SST-RECORD.
038180     MOVE SST-RETURN-CODE TO RETURN-CODE.
038190 9900-EXIT.
038200     EXIT.
