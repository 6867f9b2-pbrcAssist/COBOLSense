000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  SRQJPRT                                       *
000400*  DESCRIPTION  :  ONLINE STANDING-REQUEST JOURNAL PRINT.        *
000500*                  READS THE SRQM TRANSACTION'S MAINTENANCE      *
000600*                  JOURNAL FROM SRQJIN (THE DATASET OPERATIONS   *
000700*                  ROUTES THE SRQJ TD QUEUE TO - SEE SJNLREC)    *
000800*                  AND PRINTS IT ON SRQJRPT IN THE SMNTRPT       *
000900*                  LAYOUT, ONE LINE PER ADD OR CHANGE KEYED      *
001000*                  ONLINE WITH ITS DISPOSITION, USER,            *
001100*                  TERMINAL, DATE AND TIME.  A CHANGE IS         *
001200*                  PRECEDED BY A LINE SHOWING THE ENTRY AS IT    *
001300*                  STOOD BEFORE, SO AN ONLINE CHANGE LEAVES      *
001400*                  THE SAME PRINTED RECORD AS AN SMNTIN CARD.    *
001500*                                                                *
001600****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    SRQJPRT.
001900 AUTHOR.        D. HOLLAND.
002000 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002100 DATE-WRITTEN.  01/11/2027.
002200 DATE-COMPILED.
002300****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  ------------------------------------------------------------ *
002600*  2027-01-11  DEH  ORIGINAL PROGRAM.                           *
002620*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002640*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002660*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002700****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT JOURNAL-FILE    ASSIGN TO SRQJIN
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            ACCESS MODE IS SEQUENTIAL
003700            FILE STATUS IS WS-JOURNAL-STATUS.
003800     SELECT REPORT-FILE     ASSIGN TO SRQJRPT
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            ACCESS MODE IS SEQUENTIAL
004100            FILE STATUS IS WS-REPORT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  JOURNAL-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 250 CHARACTERS.
004700 COPY SJNLREC.
004800 FD  REPORT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 132 CHARACTERS.
005100 01  RPT-LINE                        PIC X(132).
005200 WORKING-STORAGE SECTION.
005300****************************************************************
005400*  STANDALONE SWITCHES AND COUNTERS                              *
005500****************************************************************
005600 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
005700     88  WS-JOURNAL-OK                       VALUE '00'.
005800     88  WS-JOURNAL-NOT-FOUND                VALUE '35'.
005900 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
006000     88  WS-REPORT-OK                        VALUE '00'.
006100 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
006200     88  WS-RUN-ABORTED                      VALUE 'Y'.
006300 77  WS-JOURNAL-OPEN-SW          PIC X(01) VALUE 'N'.
006400     88  WS-JOURNAL-OPEN                     VALUE 'Y'.
006500 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006600     88  WS-END-OF-JOURNAL                   VALUE 'Y'.
006700 77  WS-QUEUED-COUNT             PIC 9(08) COMP VALUE ZERO.
006800 77  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
006900 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
007000 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
007100 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
007200 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
007300 77  WS-CHECK-PROB               PIC 9V9(05) VALUE ZERO.
007400 77  WS-TIME-HHMMSS              PIC 9(06) VALUE ZERO.
007500****************************************************************
007600*  THE JOURNALED CARD AND BEFORE-IMAGE ARE PRINTED THROUGH THE   *
007700*  SAME CARD AND MASTER LAYOUTS SRQMNT PRINTS FROM.              *
007800****************************************************************
007900 COPY SMNTREC.
008000 COPY SRQREC.
008100 COPY SMNTRPT.
008120****************************************************************
008140*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
008160****************************************************************
008180 COPY SSTREC.
008200 PROCEDURE DIVISION.
008300****************************************************************
008400*  0000-MAINLINE                                                 *
008500****************************************************************
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008800     IF NOT WS-RUN-ABORTED
008900         PERFORM 2000-PRINT-JOURNAL-ENTRY THRU 2000-EXIT
009000                 UNTIL WS-END-OF-JOURNAL
009100     END-IF.
009200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009300     IF WS-RUN-ABORTED
009400         MOVE 12 TO RETURN-CODE
009500     END-IF.
009550     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
009600     STOP RUN.
009700****************************************************************
009800*  1000-INITIALIZE                                               *
009900*  A DAY WITH NO ONLINE MAINTENANCE IS LEGITIMATE - A MISSING    *
010000*  OR EMPTY SRQJIN STILL PRINTS THE HEADING AND ZERO TOTALS,     *
010100*  WHICH SHOWS THE PRINT RAN AND FOUND NOTHING.                  *
010200****************************************************************
010300 1000-INITIALIZE.
010400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010500     OPEN INPUT JOURNAL-FILE.
010600     IF WS-JOURNAL-NOT-FOUND
010700         DISPLAY 'SRQJPRT - NO SRQJIN SUPPLIED, NO ONLINE '
010800                 'MAINTENANCE TODAY'
010900         MOVE 'Y' TO WS-EOF-SW
011000     ELSE
011100         IF NOT WS-JOURNAL-OK
011200             DISPLAY 'SRQJPRT - UNABLE TO OPEN SRQJIN, STATUS = '
011300                     WS-JOURNAL-STATUS
011400             MOVE 'Y' TO WS-ABORT-SW
011500         ELSE
011600             MOVE 'Y' TO WS-JOURNAL-OPEN-SW
011700         END-IF
011800     END-IF.
011900     OPEN OUTPUT REPORT-FILE.
012000     IF NOT WS-REPORT-OK
012100         DISPLAY 'SRQJPRT - UNABLE TO OPEN SRQJRPT, STATUS = '
012200                 WS-REPORT-STATUS
012300         MOVE 'Y' TO WS-ABORT-SW
012400     END-IF.
012500     IF WS-RUN-ABORTED
012600         GO TO 1000-EXIT
012700     END-IF.
012800     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
012900     IF NOT WS-END-OF-JOURNAL
013000         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
013100     END-IF.
013200 1000-EXIT.
013300     EXIT.
013400****************************************************************
013500*  2000-PRINT-JOURNAL-ENTRY                                      *
013600*  A CHANGE PRINTS THE ENTRY AS IT STOOD, THEN THE CHANGE AS     *
013700*  KEYED WITH ITS DISPOSITION - THE SAME ACTION TEXT SRQMNT      *
013800*  PRINTS FOR A CARD, 'QUEUED FOR APPROVAL' OR THE REASON IT     *
013900*  WAS REFUSED.  THE PENDING CHANGE ID OF A QUEUED CHANGE IS     *
014000*  DISPLAYED, AS SRQMNT DISPLAYS IT, FOR THE APPROVER.           *
014100****************************************************************
014200 2000-PRINT-JOURNAL-ENTRY.
014300     MOVE SJN-CARD-IMAGE TO SMNT-RECORD.
014400     COMPUTE WS-TIME-HHMMSS = SJN-TIME / 100.
014500     IF SJN-HAS-BEFORE-IMAGE
014600         MOVE SJN-BEFORE-IMAGE TO SRQ-RECORD
014700         PERFORM 3100-WRITE-BEFORE-LINE THRU 3100-EXIT
014800     END-IF.
014900     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
015000     IF SJN-QUEUED
015100         ADD 1 TO WS-QUEUED-COUNT
015200         DISPLAY 'SRQJPRT - ' SMNT-FUNCTION-X ' ' SMNT-REQ-DEPT
015300                 ' ' SMNT-REQ-REF ' QUEUED FOR APPROVAL AS '
015400                 SJN-PEND-MASTER-X ' ' SJN-PEND-DATE ' '
015500                 SJN-PEND-TIME ' ' SJN-PEND-SEQ ' BY '
015600                 SJN-USERID
015700     ELSE
015800         ADD 1 TO WS-REJECTED-COUNT
015900     END-IF.
016000     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
016100 2000-EXIT.
016200     EXIT.
016300****************************************************************
016400*  2100-READ-JOURNAL                                             *
016500****************************************************************
016600 2100-READ-JOURNAL.
016700     READ JOURNAL-FILE
016800         AT END
016900             MOVE 'Y' TO WS-EOF-SW
017000     END-READ.
017100 2100-EXIT.
017200     EXIT.
017300****************************************************************
017400*  3000-WRITE-HEADING-LINES                                      *
017500****************************************************************
017600 3000-WRITE-HEADING-LINES.
017700     ADD 1 TO WS-PAGE-COUNT.
017800     MOVE SPACES TO RPT-LINE.
017900     MOVE SPACES TO SMR-HEADING-LINE.
018000     MOVE 'STANDING-REQUEST ONLINE JOURNAL'
018100             TO SMR-HDG-TITLE.
018200     MOVE 'RUN DATE ' TO SMR-HDG-DATE-LIT.
018300     MOVE WS-RUN-DATE TO SMR-HDG-DATE.
018400     MOVE 'PAGE ' TO SMR-HDG-PAGE-LIT.
018500     MOVE WS-PAGE-COUNT TO SMR-HDG-PAGE.
018600     WRITE RPT-LINE FROM SMR-HEADING-LINE.
018700     MOVE SPACES TO RPT-LINE.
018800     MOVE SPACES TO SMR-COLUMN-LINE.
018900     MOVE 'DEPT' TO SMR-COL-DEPT-LIT.
019000     MOVE 'REFERENCE' TO SMR-COL-REF-LIT.
019100     MOVE 'MODE' TO SMR-COL-MODE-LIT.
019200     MOVE 'N' TO SMR-COL-N-LIT.
019300     MOVE 'R' TO SMR-COL-R-LIT.
019400     MOVE 'P' TO SMR-COL-PROB-LIT.
019500     MOVE 'FREQ' TO SMR-COL-FREQ-LIT.
019600     MOVE 'EFFECTIVE' TO SMR-COL-EFF-LIT.
019700     MOVE 'EXPIRY' TO SMR-COL-EXP-LIT.
019800     MOVE 'ACTION' TO SMR-COL-ACTION-LIT.
019900     MOVE 'USER' TO SMR-COL-USER-LIT.
020000     MOVE 'TERM' TO SMR-COL-TERM-LIT.
020100     MOVE 'DATE' TO SMR-COL-DATE-LIT.
020200     MOVE 'TIME' TO SMR-COL-TIME-LIT.
020300     WRITE RPT-LINE FROM SMR-COLUMN-LINE.
020400     MOVE 2 TO WS-LINE-COUNT.
020500 3000-EXIT.
020600     EXIT.
020700****************************************************************
020800*  3100-WRITE-BEFORE-LINE                                        *
020900*  PRINTS THE JOURNALED BEFORE-IMAGE OF A CHANGED ENTRY.         *
021000****************************************************************
021100 3100-WRITE-BEFORE-LINE.
021200     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
021300         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
021400     END-IF.
021500     MOVE SPACES TO RPT-LINE.
021600     MOVE SPACES TO SMR-DETAIL-LINE.
021700     MOVE SRQ-REQ-DEPT TO SMR-DET-DEPT.
021800     MOVE SRQ-REQ-REF TO SMR-DET-REF.
021900     MOVE SRQ-MODE-X TO SMR-DET-MODE.
022000     MOVE SRQ-N-X TO SMR-DET-N.
022100     MOVE SRQ-R-X TO SMR-DET-R.
022200     IF SRQ-BINOMIAL-MODE AND SRQ-PROB-X NUMERIC
022300         MOVE SRQ-PROB-X TO WS-CHECK-PROB
022400         MOVE WS-CHECK-PROB TO SMR-DET-PROB
022500     END-IF.
022600     MOVE SRQ-FREQUENCY-X TO SMR-DET-FREQ.
022700     MOVE SRQ-EFFECTIVE-DATE TO SMR-DET-EFF-DATE.
022800     MOVE SRQ-EXPIRY-DATE TO SMR-DET-EXP-DATE.
022900     MOVE 'BEFORE CHANGE' TO SMR-DET-ACTION.
023000     PERFORM 3300-MOVE-SOURCE-FIELDS THRU 3300-EXIT.
023100     WRITE RPT-LINE FROM SMR-DETAIL-LINE.
023200     ADD 1 TO WS-LINE-COUNT.
023300 3100-EXIT.
023400     EXIT.
023500****************************************************************
023600*  3200-WRITE-CARD-LINE                                          *
023700*  PRINTS THE CHANGE AS KEYED.  A NON-NUMERIC DATE (A REJECTED   *
023800*  ENTRY) PRINTS AS ZERO RATHER THAN ABEND THE EDITED MOVE.      *
023900****************************************************************
024000 3200-WRITE-CARD-LINE.
024100     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
024200         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
024300     END-IF.
024400     MOVE SPACES TO RPT-LINE.
024500     MOVE SPACES TO SMR-DETAIL-LINE.
024600     MOVE SMNT-REQ-DEPT TO SMR-DET-DEPT.
024700     MOVE SMNT-REQ-REF TO SMR-DET-REF.
024800     MOVE SMNT-MODE-X TO SMR-DET-MODE.
024900     MOVE SMNT-N-X TO SMR-DET-N.
025000     MOVE SMNT-R-X TO SMR-DET-R.
025100     IF SMNT-MODE-X = 'B' AND SMNT-PROB-X NUMERIC
025200         MOVE SMNT-PROB-X TO WS-CHECK-PROB
025300         MOVE WS-CHECK-PROB TO SMR-DET-PROB
025400     END-IF.
025500     MOVE SMNT-FREQUENCY-X TO SMR-DET-FREQ.
025600     IF SMNT-EFFECTIVE-X NUMERIC
025700         MOVE SMNT-EFFECTIVE-X TO SMR-DET-EFF-DATE
025800     ELSE
025900         MOVE ZERO TO SMR-DET-EFF-DATE
026000     END-IF.
026100     IF SMNT-EXPIRY-X NUMERIC
026200         MOVE SMNT-EXPIRY-X TO SMR-DET-EXP-DATE
026300     ELSE
026400         MOVE ZERO TO SMR-DET-EXP-DATE
026500     END-IF.
026600     MOVE SJN-ACTION-TEXT TO SMR-DET-ACTION.
026700     PERFORM 3300-MOVE-SOURCE-FIELDS THRU 3300-EXIT.
026800     WRITE RPT-LINE FROM SMR-DETAIL-LINE.
026900     ADD 1 TO WS-LINE-COUNT.
027000 3200-EXIT.
027100     EXIT.
027200****************************************************************
027300*  3300-MOVE-SOURCE-FIELDS                                       *
027400*  WHO KEYED THE ENTRY, WHERE AND WHEN.                          *
027500****************************************************************
027600 3300-MOVE-SOURCE-FIELDS.
027700     MOVE SJN-USERID TO SMR-DET-USER.
027800     MOVE SJN-TERMID TO SMR-DET-TERM.
027900     MOVE SJN-DATE TO SMR-DET-DATE.
028000     MOVE WS-TIME-HHMMSS TO SMR-DET-TIME.
028100 3300-EXIT.
028200     EXIT.
028300****************************************************************
028400*  9000-TERMINATE                                                *
028500****************************************************************
028600 9000-TERMINATE.
028700     IF NOT WS-RUN-ABORTED
028800         MOVE SPACES TO RPT-LINE
028900         MOVE SPACES TO SMR-TOTAL-LINE
029000         MOVE 'CHANGES QUEUED      ' TO SMR-TOT-LIT1
029100         MOVE WS-QUEUED-COUNT TO SMR-TOT-COUNT
029200         MOVE '  CHANGES REJECTED  ' TO SMR-TOT-LIT2
029300         MOVE WS-REJECTED-COUNT TO SMR-TOT-ERRORS
029400         WRITE RPT-LINE FROM SMR-TOTAL-LINE
029500         DISPLAY 'SRQJPRT - ONLINE CHANGES QUEUED '
029600                 WS-QUEUED-COUNT ', REJECTED '
029700                 WS-REJECTED-COUNT
029800     END-IF.
029900     IF WS-JOURNAL-OPEN
030000         CLOSE JOURNAL-FILE
030100     END-IF.
030200     IF WS-REPORT-OK
030300         CLOSE REPORT-FILE
030400     END-IF.
030500 9000-EXIT.
030600     EXIT.
030610****************************************************************
030620*  9900-LOG-STEP-STATUS                                          *
030630*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM   *
030640*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE      *
030650*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.       *
030660****************************************************************
030670 9900-LOG-STEP-STATUS.
030680     MOVE SPACES TO SST-RECORD.
030690     MOVE 'SRQJPRT' TO SST-PROGRAM.
030700     MOVE WS-RUN-DATE TO SST-RUN-DATE.
030710     MOVE RETURN-CODE TO SST-RETURN-CODE.
030720     MOVE 'QUEUED' TO SST-COUNT-NAME (1).
030730     MOVE WS-QUEUED-COUNT TO SST-COUNT (1).
030740     MOVE 'REJECTED' TO SST-COUNT-NAME (2).
030750     MOVE WS-REJECTED-COUNT TO SST-COUNT (2).
030760     CALL 'STEPLOG' USING SST-RECORD.
030770     MOVE SST-RETURN-CODE TO RETURN-CODE.
030780 9900-EXIT.
030790     EXIT.
