000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  MNTAPPR                                       *
000400*  DESCRIPTION  :  MAINTENANCE CHANGE APPROVAL RUN.  FACTMNT,    *
000500*                  DEPTMNT AND SRQMNT NO LONGER APPLY A CHANGE   *
000600*                  CARD DIRECTLY - THEY QUEUE IT ON THE PENDMST  *
000700*                  PENDING-CHANGE FILE WITH THE SUBMITTER'S      *
000800*                  USER ID.  THIS PROGRAM READS THE APPRIN       *
000900*                  APPROVAL CARDS (SEE APRREC) AND APPROVES OR   *
001000*                  REJECTS EACH NAMED PENDING CHANGE, OR         *
001100*                  APPROVES EVERYTHING PENDING FOR A MASTER,     *
001200*                  BUT NEVER RELEASES A CHANGE TO THE USER WHO   *
001300*                  SUBMITTED IT.  A CHANGE LEFT PENDING LONGER   *
001400*                  THAN THE APRCTL EXPIRY IS EXPIRED.  THE NEXT  *
001500*                  RUN OF THE OWNING MAINTENANCE PROGRAM APPLIES *
001600*                  WHAT WAS APPROVED.                            *
001700*                                                                *
001800*  NOTE         :  THE APPRRPT REPORT SHOWS THE DISPOSITION OF   *
001900*                  EVERY APPROVAL CARD, THEN EVERY PENDMST ENTRY *
002000*                  FOR ALL THREE MASTERS WITH ITS STATUS -       *
002100*                  PENDING, APPROVED, REJECTED, EXPIRED OR       *
002200*                  APPLIED - SO IT DOUBLES AS THE WORKLIST FOR   *
002300*                  THE APPROVERS.  RUN WITH NO APPRIN IT ONLY    *
002400*                  EXPIRES AND LISTS.                            *
002500*                                                                *
002600****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    MNTAPPR.
002900 AUTHOR.        D. HOLLAND.
003000 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
003100 DATE-WRITTEN.  12/28/2026.
003200 DATE-COMPILED.
003300****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  ------------------------------------------------------------ *
003600*  2026-12-28  DEH  ORIGINAL PROGRAM.                           *
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
004400     SELECT PENDING-FILE    ASSIGN TO PENDMST
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS PND-KEY
004800            FILE STATUS IS WS-PENDING-STATUS.
004900     SELECT APPROVAL-FILE   ASSIGN TO APPRIN
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            ACCESS MODE IS SEQUENTIAL
005200            FILE STATUS IS WS-APPROVAL-STATUS.
005300     SELECT CONTROL-FILE    ASSIGN TO APRCTL
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            ACCESS MODE IS SEQUENTIAL
005600            FILE STATUS IS WS-CONTROL-STATUS.
005700     SELECT REPORT-FILE     ASSIGN TO APPRRPT
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            ACCESS MODE IS SEQUENTIAL
006000            FILE STATUS IS WS-REPORT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PENDING-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 200 CHARACTERS.
006600 COPY PNDREC.
006700 FD  APPROVAL-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000 COPY APRREC.
007100 FD  CONTROL-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 COPY APRCTL.
007500 FD  REPORT-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  RPT-LINE                        PIC X(132).
007900 WORKING-STORAGE SECTION.
008000****************************************************************
008100*  STANDALONE SWITCHES AND COUNTERS                              *
008200****************************************************************
008300 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
008400     88  WS-PENDING-OK                       VALUE '00'.
008500     88  WS-PENDING-NOT-FOUND                VALUE '35'.
008600 77  WS-APPROVAL-STATUS          PIC X(02) VALUE SPACES.
008700     88  WS-APPROVAL-OK                      VALUE '00'.
008800     88  WS-APPROVAL-NOT-FOUND               VALUE '35'.
008900 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
009000     88  WS-CONTROL-OK                       VALUE '00'.
009100 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009200     88  WS-REPORT-OK                        VALUE '00'.
009300 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
009400     88  WS-RUN-ABORTED                      VALUE 'Y'.
009500 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
009600     88  WS-END-OF-CARDS                     VALUE 'Y'.
009700 77  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
009800     88  WS-END-OF-PENDING                   VALUE 'Y'.
009900 77  WS-EXPIRED-SW               PIC X(01) VALUE 'N'.
010000     88  WS-ENTRY-EXPIRED                    VALUE 'Y'.
010100 77  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
010200 77  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
010300 77  WS-APPROVED-COUNT           PIC 9(08) COMP VALUE ZERO.
010400 77  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
010500 77  WS-EXPIRED-COUNT            PIC 9(08) COMP VALUE ZERO.
010600 77  WS-BULK-COUNT               PIC 9(08) COMP VALUE ZERO.
010700 77  WS-LIST-PENDING             PIC 9(08) COMP VALUE ZERO.
010800 77  WS-LIST-APPROVED            PIC 9(08) COMP VALUE ZERO.
010900 77  WS-LIST-REJECTED            PIC 9(08) COMP VALUE ZERO.
011000 77  WS-LIST-EXPIRED             PIC 9(08) COMP VALUE ZERO.
011100 77  WS-LIST-APPLIED             PIC 9(08) COMP VALUE ZERO.
011200 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
011300 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
011400 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
011500 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
011600 77  WS-EXPIRY-DAYS              PIC 9(03) VALUE 7.
011700 77  WS-AGE-DAYS                 PIC S9(05) COMP-3 VALUE ZERO.
011800 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
011900 77  WS-SECTION-TITLE            PIC X(60) VALUE SPACES.
012000 77  WS-MASTER-CODE              PIC X(01) VALUE SPACE.
012100 77  WS-MASTER-NAME              PIC X(07) VALUE SPACES.
012200 COPY PNDRPT.
012220****************************************************************
012240*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
012260****************************************************************
012280 COPY SSTREC.
012300 PROCEDURE DIVISION.
012400****************************************************************
012500*  0000-MAINLINE                                                *
012600****************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     IF NOT WS-RUN-ABORTED
013000         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
013100                 UNTIL WS-END-OF-CARDS
013200         PERFORM 5000-EXPIRE-PENDING THRU 5000-EXIT
013300         PERFORM 6000-LIST-PENDING-FILE THRU 6000-EXIT
013400         PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
013500     END-IF.
013600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700     IF WS-RUN-ABORTED
013800         MOVE 12 TO RETURN-CODE
013900     END-IF.
013950     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
014000     STOP RUN.
014100****************************************************************
014200*  1000-INITIALIZE                                              *
014300*  OPENS THE PENDING-CHANGE FILE FOR UPDATE, CREATING IT EMPTY   *
014400*  ON FIRST USE.  A MISSING APPRIN IS NOT AN ERROR - THE RUN     *
014500*  STILL EXPIRES STALE CHANGES AND LISTS THE FILE.               *
014600****************************************************************
014700 1000-INITIALIZE.
014800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
015000     OPEN I-O PENDING-FILE.
015100     IF WS-PENDING-NOT-FOUND
015200         OPEN OUTPUT PENDING-FILE
015300         CLOSE PENDING-FILE
015400         OPEN I-O PENDING-FILE
015500     END-IF.
015600     IF NOT WS-PENDING-OK
015700         DISPLAY 'MNTAPPR - UNABLE TO OPEN PENDMST, STATUS = '
015800                 WS-PENDING-STATUS
015900         MOVE 'Y' TO WS-ABORT-SW
016000     END-IF.
016100     OPEN OUTPUT REPORT-FILE.
016200     IF NOT WS-REPORT-OK
016300         DISPLAY 'MNTAPPR - UNABLE TO OPEN APPRRPT, STATUS = '
016400                 WS-REPORT-STATUS
016500         MOVE 'Y' TO WS-ABORT-SW
016600     END-IF.
016700     OPEN INPUT APPROVAL-FILE.
016800     IF WS-APPROVAL-NOT-FOUND
016900         DISPLAY 'MNTAPPR - NO APPRIN SUPPLIED, EXPIRY AND '
017000                 'LISTING ONLY'
017100         MOVE 'Y' TO WS-CARD-EOF-SW
017200     ELSE
017300         IF NOT WS-APPROVAL-OK
017400             DISPLAY 'MNTAPPR - UNABLE TO OPEN APPRIN, '
017500                     'STATUS = ' WS-APPROVAL-STATUS
017600             MOVE 'Y' TO WS-ABORT-SW
017700         END-IF
017800     END-IF.
017900     IF WS-RUN-ABORTED
018000         GO TO 1000-EXIT
018100     END-IF.
018200     MOVE 'APPROVAL CARD DISPOSITION' TO WS-SECTION-TITLE.
018300     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
018400     IF NOT WS-END-OF-CARDS
018500         PERFORM 2100-READ-CARD THRU 2100-EXIT
018600         IF WS-END-OF-CARDS
018700             DISPLAY 'MNTAPPR - APPRIN HAS NO APPROVAL CARDS'
018800         END-IF
018900     END-IF.
019000 1000-EXIT.
019100     EXIT.
019200****************************************************************
019300*  1100-READ-CONTROL-CARD                                        *
019400*  READS THE APRCTL EXPIRY.  LIKE RCYIN, A MISSING OR EMPTY      *
019500*  CARD FALLS BACK TO THE BUILT-IN DEFAULT, BUT A GARBLED        *
019600*  EXPIRY ABORTS RATHER THAN EXPIRE AGAINST A GUESS.             *
019700****************************************************************
019800 1100-READ-CONTROL-CARD.
019900     OPEN INPUT CONTROL-FILE.
020000     IF NOT WS-CONTROL-OK
020100         GO TO 1100-EXIT
020200     END-IF.
020300     READ CONTROL-FILE
020400         AT END
020500             CLOSE CONTROL-FILE
020600             GO TO 1100-EXIT
020700     END-READ.
020800     IF APRC-EXPIRY-DAYS-X = SPACES
020900         CONTINUE
021000     ELSE
021100         IF APRC-EXPIRY-DAYS-X NUMERIC
021200             MOVE APRC-EXPIRY-DAYS-X TO WS-EXPIRY-DAYS
021300         ELSE
021400             DISPLAY 'MNTAPPR - EXPIRY DAYS ON APRCTL IS NOT '
021500                     'NUMERIC'
021600             MOVE 'Y' TO WS-ABORT-SW
021700         END-IF
021800     END-IF.
021900     CLOSE CONTROL-FILE.
022000 1100-EXIT.
022100     EXIT.
022200****************************************************************
022300*  2000-PROCESS-CARD                                            *
022400*  EDITS ONE APPROVAL CARD.  A CARD WITH NO CHANGE ID IS A BULK  *
022500*  APPROVAL FOR ITS MASTER; A REJECTION MUST ALWAYS NAME THE     *
022600*  CHANGE AND GIVE A REASON.                                     *
022700****************************************************************
022800 2000-PROCESS-CARD.
022900     ADD 1 TO WS-CARD-COUNT.
023000     IF NOT APR-APPROVE-FUNCTION AND NOT APR-REJECT-FUNCTION
023100         MOVE 'INVALID FUNCTION' TO WS-ACTION-TEXT
023200         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023300         ADD 1 TO WS-ERROR-COUNT
023400         GO TO 2000-NEXT
023500     END-IF.
023600     IF NOT APR-VALID-MASTER
023700         MOVE 'INVALID MASTER' TO WS-ACTION-TEXT
023800         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023900         ADD 1 TO WS-ERROR-COUNT
024000         GO TO 2000-NEXT
024100     END-IF.
024200     IF APR-APPROVER = SPACES
024300         MOVE 'APPROVER ID MISSING' TO WS-ACTION-TEXT
024400         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
024500         ADD 1 TO WS-ERROR-COUNT
024600         GO TO 2000-NEXT
024700     END-IF.
024800     IF APR-REJECT-FUNCTION AND APR-NOTE = SPACES
024900         MOVE 'REJECT REASON MISSING' TO WS-ACTION-TEXT
025000         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
025100         ADD 1 TO WS-ERROR-COUNT
025200         GO TO 2000-NEXT
025300     END-IF.
025400     IF APR-SUBMIT-DATE-X = SPACES AND APR-SUBMIT-TIME-X = SPACES
025500             AND APR-SEQ-X = SPACES
025600         IF APR-REJECT-FUNCTION
025700             MOVE 'REJECT NEEDS CHANGE ID' TO WS-ACTION-TEXT
025800             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
025900             ADD 1 TO WS-ERROR-COUNT
026000         ELSE
026100             PERFORM 2400-APPROVE-ALL-PENDING THRU 2400-EXIT
026200         END-IF
026300         GO TO 2000-NEXT
026400     END-IF.
026500     IF APR-SUBMIT-DATE-X NOT NUMERIC
026600             OR APR-SUBMIT-TIME-X NOT NUMERIC
026700             OR APR-SEQ-X NOT NUMERIC
026800         MOVE 'CHANGE ID NOT NUMERIC' TO WS-ACTION-TEXT
026900         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
027000         ADD 1 TO WS-ERROR-COUNT
027100         GO TO 2000-NEXT
027200     END-IF.
027300     PERFORM 2300-DECIDE-ONE-CHANGE THRU 2300-EXIT.
027400 2000-NEXT.
027500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800****************************************************************
027900*  2100-READ-CARD                                               *
028000****************************************************************
028100 2100-READ-CARD.
028200     READ APPROVAL-FILE
028300         AT END
028400             MOVE 'Y' TO WS-CARD-EOF-SW
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800****************************************************************
028900*  2300-DECIDE-ONE-CHANGE                                        *
029000*  APPROVES OR REJECTS THE ONE PENDING CHANGE NAMED ON THE       *
029100*  CARD.  ONLY A CHANGE STILL PENDING CAN BE DECIDED; ONE THAT   *
029200*  HAS OUTLIVED THE EXPIRY IS EXPIRED INSTEAD, AND THE           *
029300*  SUBMITTER CAN NEVER DECIDE THEIR OWN CHANGE.                  *
029400****************************************************************
029500 2300-DECIDE-ONE-CHANGE.
029600     MOVE APR-MASTER-X TO PND-MASTER-X.
029700     MOVE APR-SUBMIT-DATE-X TO PND-SUBMIT-DATE.
029800     MOVE APR-SUBMIT-TIME-X TO PND-SUBMIT-TIME.
029900     MOVE APR-SEQ-X TO PND-SEQ.
030000     READ PENDING-FILE
030100         INVALID KEY
030200             MOVE 'CHANGE NOT FOUND' TO WS-ACTION-TEXT
030300             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
030400             ADD 1 TO WS-ERROR-COUNT
030500             GO TO 2300-EXIT
030600     END-READ.
030700     IF NOT PND-PENDING
030800         MOVE 'ALREADY DECIDED' TO WS-ACTION-TEXT
030900         PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
031000         ADD 1 TO WS-ERROR-COUNT
031100         GO TO 2300-EXIT
031200     END-IF.
031300     PERFORM 2500-EXPIRE-IF-AGED THRU 2500-EXIT.
031400     IF WS-ENTRY-EXPIRED
031500         MOVE 'EXPIRED, NOT RELEASED' TO WS-ACTION-TEXT
031600         PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
031700         ADD 1 TO WS-ERROR-COUNT
031800         GO TO 2300-EXIT
031900     END-IF.
032000     IF PND-SUBMITTER = APR-APPROVER
032100         MOVE 'APPROVER IS SUBMITTER' TO WS-ACTION-TEXT
032200         PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
032300         ADD 1 TO WS-ERROR-COUNT
032400         GO TO 2300-EXIT
032500     END-IF.
032600     PERFORM 2600-RECORD-DECISION THRU 2600-EXIT.
032700 2300-EXIT.
032800     EXIT.
032900****************************************************************
033000*  2400-APPROVE-ALL-PENDING                                      *
033100*  BULK APPROVAL - RELEASES EVERY CHANGE STILL PENDING FOR THE   *
033200*  CARD'S MASTER EXCEPT THE APPROVER'S OWN, WHICH STAY PENDING   *
033300*  FOR SOMEONE ELSE.                                             *
033400****************************************************************
033500 2400-APPROVE-ALL-PENDING.
033600     MOVE ZERO TO WS-BULK-COUNT.
033700     MOVE 'N' TO WS-PEND-EOF-SW.
033800     MOVE APR-MASTER-X TO PND-MASTER-X.
033900     MOVE ZERO TO PND-SUBMIT-DATE.
034000     MOVE ZERO TO PND-SUBMIT-TIME.
034100     MOVE ZERO TO PND-SEQ.
034200     START PENDING-FILE KEY NOT LESS THAN PND-KEY
034300         INVALID KEY
034400             MOVE 'Y' TO WS-PEND-EOF-SW
034500     END-START.
034600     PERFORM 2410-APPROVE-NEXT-PENDING THRU 2410-EXIT
034700             UNTIL WS-END-OF-PENDING.
034800     IF WS-BULK-COUNT = ZERO
034900         MOVE 'NOTHING PENDING' TO WS-ACTION-TEXT
035000         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
035100     END-IF.
035200 2400-EXIT.
035300     EXIT.
035400****************************************************************
035500*  2410-APPROVE-NEXT-PENDING                                     *
035600****************************************************************
035700 2410-APPROVE-NEXT-PENDING.
035800     READ PENDING-FILE NEXT RECORD
035900         AT END
036000             MOVE 'Y' TO WS-PEND-EOF-SW
036100             GO TO 2410-EXIT
036200     END-READ.
036300     IF PND-MASTER-X NOT = APR-MASTER-X
036400         MOVE 'Y' TO WS-PEND-EOF-SW
036500         GO TO 2410-EXIT
036600     END-IF.
036700     IF NOT PND-PENDING
036800         GO TO 2410-EXIT
036900     END-IF.
037000     ADD 1 TO WS-BULK-COUNT.
037100     PERFORM 2500-EXPIRE-IF-AGED THRU 2500-EXIT.
037200     IF WS-ENTRY-EXPIRED
037300         MOVE 'EXPIRED, NOT RELEASED' TO WS-ACTION-TEXT
037400         PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
037500         GO TO 2410-EXIT
037600     END-IF.
037700     IF PND-SUBMITTER = APR-APPROVER
037800         MOVE 'OWN CHANGE, LEFT PENDING' TO WS-ACTION-TEXT
037900         PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
038000         GO TO 2410-EXIT
038100     END-IF.
038200     PERFORM 2600-RECORD-DECISION THRU 2600-EXIT.
038300 2410-EXIT.
038400     EXIT.
038500****************************************************************
038600*  2500-EXPIRE-IF-AGED                                           *
038700*  AGES THE CURRENT PENDING CHANGE BY CALENDAR DAYS SINCE IT     *
038800*  WAS SUBMITTED.  PAST THE EXPIRY IT IS MARKED EXPIRED AND CAN  *
038900*  NO LONGER BE RELEASED.                                        *
039000****************************************************************
039100 2500-EXPIRE-IF-AGED.
039200     MOVE 'N' TO WS-EXPIRED-SW.
039300     COMPUTE WS-AGE-DAYS =
039400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
039500         - FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE).
039600     IF WS-AGE-DAYS NOT > WS-EXPIRY-DAYS
039700         GO TO 2500-EXIT
039800     END-IF.
039900     MOVE 'X' TO PND-STATUS-X.
040000     MOVE WS-RUN-DATE TO PND-DECISION-DATE.
040100     REWRITE PND-RECORD
040200         INVALID KEY
040300             DISPLAY 'MNTAPPR - REWRITE FAILED FOR PENDING '
040400                     'CHANGE ' PND-KEY ', STATUS = '
040500                     WS-PENDING-STATUS
040600             GO TO 2500-EXIT
040700     END-REWRITE.
040800     MOVE 'Y' TO WS-EXPIRED-SW.
040900     ADD 1 TO WS-EXPIRED-COUNT.
041000 2500-EXIT.
041100     EXIT.
041200****************************************************************
041300*  2600-RECORD-DECISION                                          *
041400*  STAMPS THE APPROVER, DATE AND NOTE ON THE PENDING CHANGE AND  *
041500*  SETS IT APPROVED OR REJECTED.                                 *
041600****************************************************************
041700 2600-RECORD-DECISION.
041800     MOVE APR-APPROVER TO PND-APPROVER.
041900     MOVE WS-RUN-DATE TO PND-DECISION-DATE.
042000     MOVE APR-NOTE TO PND-NOTE.
042100     IF APR-APPROVE-FUNCTION
042200         MOVE 'A' TO PND-STATUS-X
042300         MOVE 'APPROVED' TO WS-ACTION-TEXT
042400     ELSE
042500         MOVE 'R' TO PND-STATUS-X
042600         MOVE 'REJECTED' TO WS-ACTION-TEXT
042700     END-IF.
042800     REWRITE PND-RECORD
042900         INVALID KEY
043000             DISPLAY 'MNTAPPR - REWRITE FAILED FOR PENDING '
043100                     'CHANGE ' PND-KEY ', STATUS = '
043200                     WS-PENDING-STATUS
043300             ADD 1 TO WS-ERROR-COUNT
043400             GO TO 2600-EXIT
043500     END-REWRITE.
043600     IF PND-APPROVED
043700         ADD 1 TO WS-APPROVED-COUNT
043800     ELSE
043900         ADD 1 TO WS-REJECTED-COUNT
044000     END-IF.
044100     PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT.
044200 2600-EXIT.
044300     EXIT.
044400****************************************************************
044500*  3000-WRITE-HEADING-LINES                                     *
044600*  PAGE HEADING, THE CURRENT SECTION TITLE AND THE COLUMN        *
044700*  HEADING.                                                      *
044800****************************************************************
044900 3000-WRITE-HEADING-LINES.
045000     ADD 1 TO WS-PAGE-COUNT.
045100     MOVE SPACES TO RPT-LINE.
045200     MOVE SPACES TO PNR-HEADING-LINE.
045300     MOVE 'MAINTENANCE CHANGE APPROVAL REPORT'
045400             TO PNR-HDG-TITLE.
045500     MOVE 'RUN DATE ' TO PNR-HDG-DATE-LIT.
045600     MOVE WS-RUN-DATE TO PNR-HDG-DATE.
045700     MOVE 'PAGE ' TO PNR-HDG-PAGE-LIT.
045800     MOVE WS-PAGE-COUNT TO PNR-HDG-PAGE.
045900     WRITE RPT-LINE FROM PNR-HEADING-LINE.
046000     MOVE SPACES TO RPT-LINE.
046100     MOVE SPACES TO PNR-SECTION-LINE.
046200     MOVE WS-SECTION-TITLE TO PNR-SEC-TITLE.
046300     WRITE RPT-LINE FROM PNR-SECTION-LINE.
046400     MOVE SPACES TO RPT-LINE.
046500     MOVE SPACES TO PNR-COLUMN-LINE.
046600     MOVE 'MASTER' TO PNR-COL-MASTER-LIT.
046700     MOVE 'CHANGE ID' TO PNR-COL-ID-LIT.
046800     MOVE 'SUBMITTER' TO PNR-COL-SUBMITTER-LIT.
046900     MOVE 'STATUS' TO PNR-COL-STATUS-LIT.
047000     MOVE 'APPROVER' TO PNR-COL-APPROVER-LIT.
047100     MOVE 'DECIDED' TO PNR-COL-DECIDED-LIT.
047200     MOVE 'CARD IMAGE / NOTE' TO PNR-COL-CARD-LIT.
047300     MOVE 'ACTION' TO PNR-COL-ACTION-LIT.
047400     WRITE RPT-LINE FROM PNR-COLUMN-LINE.
047500     MOVE 3 TO WS-LINE-COUNT.
047600 3000-EXIT.
047700     EXIT.
047800****************************************************************
047900*  3100-WRITE-PENDING-LINE                                       *
048000*  PRINTS ONE DETAIL LINE FROM THE CURRENT PENDING CHANGE AND    *
048100*  THE STAGED ACTION TEXT.                                       *
048200****************************************************************
048300 3100-WRITE-PENDING-LINE.
048400     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
048500             THAN WS-LINES-PER-PAGE
048600         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
048700     END-IF.
048800     MOVE SPACES TO RPT-LINE.
048900     MOVE SPACES TO PNR-DETAIL-LINE.
049000     MOVE PND-MASTER-X TO WS-MASTER-CODE.
049100     PERFORM 3300-NAME-MASTER THRU 3300-EXIT.
049200     MOVE WS-MASTER-NAME TO PNR-DET-MASTER.
049300     MOVE PND-SUBMIT-DATE TO PNR-DET-DATE.
049400     MOVE PND-SUBMIT-TIME TO PNR-DET-TIME.
049500     MOVE PND-SEQ TO PNR-DET-SEQ.
049600     MOVE PND-SUBMITTER TO PNR-DET-SUBMITTER.
049700     IF PND-PENDING
049800         MOVE 'PENDING' TO PNR-DET-STATUS
049900     END-IF.
050000     IF PND-APPROVED
050100         MOVE 'APPROVED' TO PNR-DET-STATUS
050200     END-IF.
050300     IF PND-REJECTED
050400         MOVE 'REJECTED' TO PNR-DET-STATUS
050500     END-IF.
050600     IF PND-EXPIRED
050700         MOVE 'EXPIRED' TO PNR-DET-STATUS
050800     END-IF.
050900     IF PND-APPLIED
051000         MOVE 'APPLIED' TO PNR-DET-STATUS
051100     END-IF.
051200     MOVE PND-APPROVER TO PNR-DET-APPROVER.
051300     IF PND-DECISION-DATE NOT = ZERO
051400         MOVE PND-DECISION-DATE TO PNR-DET-DECIDED
051500     END-IF.
051600     MOVE PND-CARD-IMAGE TO PNR-DET-CARD.
051700     MOVE WS-ACTION-TEXT TO PNR-DET-ACTION.
051800     WRITE RPT-LINE FROM PNR-DETAIL-LINE.
051900     ADD 1 TO WS-LINE-COUNT.
052000 3100-EXIT.
052100     EXIT.
052200****************************************************************
052300*  3200-WRITE-CARD-LINE                                          *
052400*  PRINTS ONE DETAIL LINE FROM THE APPROVAL CARD ITSELF, USED    *
052500*  WHEN THE CARD WAS REJECTED OR NAMED NO PENDING CHANGE.        *
052600****************************************************************
052700 3200-WRITE-CARD-LINE.
052800     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
052900             THAN WS-LINES-PER-PAGE
053000         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
053100     END-IF.
053200     MOVE SPACES TO RPT-LINE.
053300     MOVE SPACES TO PNR-DETAIL-LINE.
053400     MOVE APR-MASTER-X TO WS-MASTER-CODE.
053500     PERFORM 3300-NAME-MASTER THRU 3300-EXIT.
053600     MOVE WS-MASTER-NAME TO PNR-DET-MASTER.
053700     MOVE APR-SUBMIT-DATE-X TO PNR-DET-DATE.
053800     MOVE APR-SUBMIT-TIME-X TO PNR-DET-TIME.
053900     MOVE APR-SEQ-X TO PNR-DET-SEQ.
054000     MOVE APR-APPROVER TO PNR-DET-APPROVER.
054100     MOVE APR-NOTE TO PNR-DET-CARD.
054200     MOVE WS-ACTION-TEXT TO PNR-DET-ACTION.
054300     WRITE RPT-LINE FROM PNR-DETAIL-LINE.
054400     ADD 1 TO WS-LINE-COUNT.
054500 3200-EXIT.
054600     EXIT.
054700****************************************************************
054800*  3300-NAME-MASTER                                              *
054900*  TURNS A ONE-BYTE MASTER CODE INTO THE MASTER'S FILE NAME FOR  *
055000*  PRINTING.  AN UNKNOWN CODE PRINTS AS IT STANDS.               *
055100****************************************************************
055200 3300-NAME-MASTER.
055300     MOVE WS-MASTER-CODE TO WS-MASTER-NAME.
055400     IF WS-MASTER-CODE = 'F'
055500         MOVE 'FACTMST' TO WS-MASTER-NAME
055600     END-IF.
055700     IF WS-MASTER-CODE = 'D'
055800         MOVE 'DEPTMST' TO WS-MASTER-NAME
055900     END-IF.
056000     IF WS-MASTER-CODE = 'S'
056100         MOVE 'SRQMST' TO WS-MASTER-NAME
056200     END-IF.
056300 3300-EXIT.
056400     EXIT.
056500****************************************************************
056600*  5000-EXPIRE-PENDING                                           *
056700*  SWEEPS THE WHOLE FILE AND EXPIRES EVERY CHANGE STILL PENDING  *
056800*  PAST THE EXPIRY, WHETHER OR NOT ANY CARD NAMED IT.            *
056900****************************************************************
057000 5000-EXPIRE-PENDING.
057100     MOVE 'N' TO WS-PEND-EOF-SW.
057200     MOVE LOW-VALUES TO PND-KEY.
057300     START PENDING-FILE KEY NOT LESS THAN PND-KEY
057400         INVALID KEY
057500             MOVE 'Y' TO WS-PEND-EOF-SW
057600     END-START.
057700     PERFORM 5100-EXPIRE-NEXT-PENDING THRU 5100-EXIT
057800             UNTIL WS-END-OF-PENDING.
057900 5000-EXIT.
058000     EXIT.
058100****************************************************************
058200*  5100-EXPIRE-NEXT-PENDING                                      *
058300****************************************************************
058400 5100-EXPIRE-NEXT-PENDING.
058500     READ PENDING-FILE NEXT RECORD
058600         AT END
058700             MOVE 'Y' TO WS-PEND-EOF-SW
058800             GO TO 5100-EXIT
058900     END-READ.
059000     IF PND-PENDING
059100         PERFORM 2500-EXPIRE-IF-AGED THRU 2500-EXIT
059200     END-IF.
059300 5100-EXIT.
059400     EXIT.
059500****************************************************************
059600*  6000-LIST-PENDING-FILE                                        *
059700*  PRINTS EVERY PENDING-CHANGE ENTRY FOR ALL THREE MASTERS, IN   *
059800*  KEY SEQUENCE, ON A NEW PAGE, COUNTING THEM BY STATUS.  THE    *
059900*  ACTION COLUMN CARRIES THE RESULT OF AN APPLIED CHANGE OR THE  *
060000*  REASON FOR A REJECTED ONE.                                    *
060100****************************************************************
060200 6000-LIST-PENDING-FILE.
060300     MOVE 'PENDING CHANGE FILE - ALL MASTERS' TO WS-SECTION-TITLE.
060400     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
060500     MOVE 'N' TO WS-PEND-EOF-SW.
060600     MOVE LOW-VALUES TO PND-KEY.
060700     START PENDING-FILE KEY NOT LESS THAN PND-KEY
060800         INVALID KEY
060900             MOVE 'Y' TO WS-PEND-EOF-SW
061000     END-START.
061100     PERFORM 6100-LIST-NEXT-PENDING THRU 6100-EXIT
061200             UNTIL WS-END-OF-PENDING.
061300 6000-EXIT.
061400     EXIT.
061500****************************************************************
061600*  6100-LIST-NEXT-PENDING                                        *
061700****************************************************************
061800 6100-LIST-NEXT-PENDING.
061900     READ PENDING-FILE NEXT RECORD
062000         AT END
062100             MOVE 'Y' TO WS-PEND-EOF-SW
062200             GO TO 6100-EXIT
062300     END-READ.
062400     MOVE SPACES TO WS-ACTION-TEXT.
062500     IF PND-PENDING
062600         ADD 1 TO WS-LIST-PENDING
062700     END-IF.
062800     IF PND-APPROVED
062900         ADD 1 TO WS-LIST-APPROVED
063000     END-IF.
063100     IF PND-REJECTED
063200         ADD 1 TO WS-LIST-REJECTED
063300         MOVE PND-NOTE TO WS-ACTION-TEXT
063400     END-IF.
063500     IF PND-EXPIRED
063600         ADD 1 TO WS-LIST-EXPIRED
063700     END-IF.
063800     IF PND-APPLIED
063900         ADD 1 TO WS-LIST-APPLIED
064000         MOVE PND-RESULT TO WS-ACTION-TEXT
064100     END-IF.
064200     PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT.
064300 6100-EXIT.
064400     EXIT.
064500****************************************************************
064600*  7000-WRITE-TOTALS                                            *
064700****************************************************************
064800 7000-WRITE-TOTALS.
064900     MOVE SPACES TO RPT-LINE.
065000     WRITE RPT-LINE.
065100     MOVE SPACES TO PNR-TOTAL-LINE.
065200     MOVE 'APPROVAL CARDS      ' TO PNR-TOT-LIT1.
065300     MOVE WS-CARD-COUNT TO PNR-TOT-COUNT1.
065400     MOVE '  CARDS IN ERROR    ' TO PNR-TOT-LIT2.
065500     MOVE WS-ERROR-COUNT TO PNR-TOT-COUNT2.
065600     MOVE '  EXPIRED THIS RUN  ' TO PNR-TOT-LIT3.
065700     MOVE WS-EXPIRED-COUNT TO PNR-TOT-COUNT3.
065800     WRITE RPT-LINE FROM PNR-TOTAL-LINE.
065900     MOVE SPACES TO PNR-TOTAL-LINE.
066000     MOVE 'NOW PENDING         ' TO PNR-TOT-LIT1.
066100     MOVE WS-LIST-PENDING TO PNR-TOT-COUNT1.
066200     MOVE '  AWAITING APPLY    ' TO PNR-TOT-LIT2.
066300     MOVE WS-LIST-APPROVED TO PNR-TOT-COUNT2.
066400     MOVE '  REJECTED          ' TO PNR-TOT-LIT3.
066500     MOVE WS-LIST-REJECTED TO PNR-TOT-COUNT3.
066600     WRITE RPT-LINE FROM PNR-TOTAL-LINE.
066700     MOVE SPACES TO PNR-TOTAL-LINE.
066800     MOVE 'EXPIRED             ' TO PNR-TOT-LIT1.
066900     MOVE WS-LIST-EXPIRED TO PNR-TOT-COUNT1.
067000     MOVE '  APPLIED           ' TO PNR-TOT-LIT2.
067100     MOVE WS-LIST-APPLIED TO PNR-TOT-COUNT2.
067200     WRITE RPT-LINE FROM PNR-TOTAL-LINE.
067300     DISPLAY 'MNTAPPR - CARDS ' WS-CARD-COUNT
067400             ', APPROVED ' WS-APPROVED-COUNT
067500             ', REJECTED ' WS-REJECTED-COUNT
067600             ', EXPIRED ' WS-EXPIRED-COUNT
067700             ', IN ERROR ' WS-ERROR-COUNT.
067800 7000-EXIT.
067900     EXIT.
068000****************************************************************
068100*  9000-TERMINATE                                               *
068200****************************************************************
068300 9000-TERMINATE.
068400     IF NOT WS-APPROVAL-NOT-FOUND
068500         CLOSE APPROVAL-FILE
068600     END-IF.
068700     CLOSE PENDING-FILE.
068800     CLOSE REPORT-FILE.
068900 9000-EXIT.
069000     EXIT.
069010****************************************************************
069020*  9900-LOG-STEP-STATUS                                         *
069030*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
069040*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
069050*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
069060****************************************************************
069070 9900-LOG-STEP-STATUS.
069080     MOVE SPACES TO SST-RECORD.
069090     MOVE 'MNTAPPR' TO SST-PROGRAM.
069100     MOVE WS-RUN-DATE TO SST-RUN-DATE.
069110     MOVE RETURN-CODE TO SST-RETURN-CODE.
069120     MOVE 'CARDS' TO SST-COUNT-NAME (1).
069130     MOVE WS-CARD-COUNT TO SST-COUNT (1).
069140     MOVE 'ERRORS' TO SST-COUNT-NAME (2).
069150     MOVE WS-ERROR-COUNT TO SST-COUNT (2).
069160     MOVE 'APPROVED' TO SST-COUNT-NAME (3).
069170     MOVE WS-APPROVED-COUNT TO SST-COUNT (3).
069180     MOVE 'REJECTED' TO SST-COUNT-NAME (4).
069190     MOVE WS-REJECTED-COUNT TO SST-COUNT (4).
069200     MOVE 'EXPIRED' TO SST-COUNT-NAME (5).
069210     MOVE WS-EXPIRED-COUNT TO SST-COUNT (5).
069220     CALL 'STEPLOG' USING SST-RECORD.
069230     MOVE SST-RETURN-CODE TO RETURN-CODE.
069240 9900-EXIT.
069250     EXIT.
