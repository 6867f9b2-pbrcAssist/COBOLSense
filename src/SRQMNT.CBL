001100*                  REJECTED CARD - IS SHOWN ON THE SMNTRPT       *
001200*                  REPORT SO A PURGE OR A BAD CARD LEAVES A      *
001300*                  PRINTED RECORD.                               *
001310*                                                                *
001320*  NOTE         :  AN ADD, CHANGE OR PURGE CARD IS NOT APPLIED   *
001330*                  AT ONCE.  IT IS QUEUED ON THE PENDMST         *
001340*                  PENDING-CHANGE FILE UNDER THE SUBMITTER'S     *
001350*                  USER ID AND APPLIED BY A LATER RUN ONCE       *
001360*                  ANOTHER USER HAS APPROVED IT THROUGH MNTAPPR. *
001370*                  EVERY RUN FIRST APPLIES THE APPROVED CHANGES. *
001400*                                                                *
001500****************************************************************
001600 IDENTIFICATION DIVISION.
002300*  MODIFICATION HISTORY                                         *
002400*  ------------------------------------------------------------ *
002500*  2026-09-14  DEH  ORIGINAL PROGRAM.                           *
002510*  2026-12-14  DEH  ACCEPT MODE 'B' (BINOMIAL DISTRIBUTION),    *
002520*                   EDITING THE SUCCESS PROBABILITY AS 0 TO 1;  *
002530*                   PROBABILITY SHOWN ON THE REPORT.            *
002540*  2026-12-28  DEH  DUAL CONTROL - ADD, CHANGE AND PURGE CARDS  *
002550*                   ARE QUEUED ON PENDMST FOR APPROVAL BY       *
002560*                   ANOTHER USER, AND APPROVED CHANGES ARE      *
002570*                   APPLIED AT THE START OF EVERY RUN.          *
002580*  2027-01-04  DEH  ACCEPT THE WEEKLY ('W'), QUARTER-END ('Q')  *
002585*                   AND YEAR-END ('Y') FREQUENCIES.             *
002588*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002591*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002594*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002600****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            ACCESS MODE IS SEQUENTIAL
004500            FILE STATUS IS WS-REPORT-STATUS.
004510     SELECT PENDING-FILE    ASSIGN TO PENDMST
004520            ORGANIZATION IS INDEXED
004530            ACCESS MODE IS DYNAMIC
004540            RECORD KEY IS PND-KEY
004550            FILE STATUS IS WS-PENDING-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STANDING-MASTER
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 132 CHARACTERS.
005900 01  RPT-LINE                        PIC X(132).
005910 FD  PENDING-FILE
005920     LABEL RECORDS ARE STANDARD
005930     RECORD CONTAINS 200 CHARACTERS.
005940 COPY PNDREC.
006000 WORKING-STORAGE SECTION.
006100****************************************************************
006200*  STANDALONE SWITCHES AND COUNTERS                              *
007100     88  WS-CONTROL-OK                       VALUE '00'.
007200 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007300     88  WS-REPORT-OK                        VALUE '00'.
007310 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
007320     88  WS-PENDING-OK                       VALUE '00'.
007330     88  WS-PENDING-NOT-FOUND                VALUE '35'.
007400 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007500     88  WS-RUN-ABORTED                      VALUE 'Y'.
007600 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
007700     88  WS-END-OF-CARDS                     VALUE 'Y'.
007800 77  WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
007900     88  WS-END-OF-MASTER                    VALUE 'Y'.
007910 77  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
007920     88  WS-END-OF-PENDING                   VALUE 'Y'.
008000 77  WS-ACTION-COUNT             PIC 9(08) COMP VALUE ZERO.
008100 77  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
008110 77  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
008120 77  WS-QUEUED-COUNT             PIC 9(08) COMP VALUE ZERO.
008200 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
008300 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
008400 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
008500 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
008510 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
008520 77  WS-PEND-SEQ                 PIC 9(04) VALUE ZERO.
008600 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
008700 77  WS-CARD-REJECT-SW           PIC X(01) VALUE 'N'.
008800     88  WS-CARD-REJECTED                    VALUE 'Y'.
008900 77  WS-CHECK-N                  PIC 9(02) VALUE ZERO.
009000 77  WS-CHECK-R                  PIC 9(02) VALUE ZERO.
009010 77  WS-CHECK-PROB               PIC 9V9(05) VALUE ZERO.
009100 COPY SMNTRPT.
009120****************************************************************
009140*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
009160****************************************************************
009180 COPY SSTREC.
009200 PROCEDURE DIVISION.
009300****************************************************************
009400*  0000-MAINLINE                                                *
010300     IF WS-RUN-ABORTED
010400         MOVE 12 TO RETURN-CODE
010500     END-IF.
010550     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
010600     STOP RUN.
010700****************************************************************
010800*  1000-INITIALIZE                                              *
010900*  OPENS THE MASTER FOR UPDATE, CREATING IT EMPTY ON FIRST USE   *
011000*  SO THE VERY FIRST ADD DOES NOT NEED A PRIMING STEP.           *
011010*  THE PENDING-CHANGE FILE IS OPENED THE SAME WAY, AND THE       *
011020*  CHANGES APPROVED SINCE THE LAST RUN ARE APPLIED BEFORE THE    *
011030*  FIRST CARD IS READ.                                           *
011100****************************************************************
011200 1000-INITIALIZE.
011300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011310     ACCEPT WS-RUN-TIME FROM TIME.
011400     OPEN I-O STANDING-MASTER.
011500     IF WS-MASTER-NOT-FOUND
011600         OPEN OUTPUT STANDING-MASTER
012200                 WS-MASTER-STATUS
012300         MOVE 'Y' TO WS-ABORT-SW
012400     END-IF.
012410     OPEN I-O PENDING-FILE.
012420     IF WS-PENDING-NOT-FOUND
012430         OPEN OUTPUT PENDING-FILE
012440         CLOSE PENDING-FILE
012450         OPEN I-O PENDING-FILE
012460     END-IF.
012470     IF NOT WS-PENDING-OK
012480         DISPLAY 'SRQMNT - UNABLE TO OPEN PENDMST, STATUS = '
012490                 WS-PENDING-STATUS
012491         MOVE 'Y' TO WS-ABORT-SW
012492     END-IF.
012500     OPEN OUTPUT REPORT-FILE.
012600     IF NOT WS-REPORT-OK
012700         DISPLAY 'SRQMNT - UNABLE TO OPEN SMNTRPT, STATUS = '
013800         GO TO 1000-EXIT
013900     END-IF.
014000     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
014010     PERFORM 1500-APPLY-APPROVED-CHANGES THRU 1500-EXIT.
014100     PERFORM 2100-READ-CARD THRU 2100-EXIT.
014200     IF WS-END-OF-CARDS
014300         DISPLAY 'SRQMNT - SMNTIN HAS NO CONTROL CARDS'
014400     END-IF.
014500 1000-EXIT.
014600     EXIT.
014610****************************************************************
014620*  1500-APPLY-APPROVED-CHANGES                                   *
014630*  BROWSES THE SRQMST ENTRIES OF THE PENDING-CHANGE FILE AND     *
014640*  APPLIES EVERY ONE APPROVED THROUGH MNTAPPR, MARKING IT        *
014650*  APPLIED WITH THE OUTCOME SO IT IS NEVER APPLIED TWICE.  THE   *
014660*  QUEUED CARD IMAGE IS PUT BACK IN THE CARD RECORD, SO THE      *
014670*  CHANGE GOES THROUGH EXACTLY THE PARAGRAPHS A CARD ALWAYS DID, *
014680*  EDITS INCLUDED.                                               *
014690****************************************************************
014700 1500-APPLY-APPROVED-CHANGES.
014705     MOVE SPACES TO PND-RECORD.
014710     MOVE 'S' TO PND-MASTER-X.
014715     MOVE ZERO TO PND-SUBMIT-DATE.
014720     MOVE ZERO TO PND-SUBMIT-TIME.
014725     MOVE ZERO TO PND-SEQ.
014730     START PENDING-FILE KEY NOT LESS THAN PND-KEY
014735         INVALID KEY
014740             MOVE 'Y' TO WS-PEND-EOF-SW
014745     END-START.
014750     PERFORM 1510-APPLY-NEXT-CHANGE THRU 1510-EXIT
014755             UNTIL WS-END-OF-PENDING.
014760 1500-EXIT.
014765     EXIT.
014770****************************************************************
014775*  1510-APPLY-NEXT-CHANGE                                        *
014780****************************************************************
014785 1510-APPLY-NEXT-CHANGE.
014790     READ PENDING-FILE NEXT RECORD
014795         AT END
014800             MOVE 'Y' TO WS-PEND-EOF-SW
014805             GO TO 1510-EXIT
014810     END-READ.
014815     IF NOT PND-SRQMST
014820         MOVE 'Y' TO WS-PEND-EOF-SW
014825         GO TO 1510-EXIT
014830     END-IF.
014835     IF NOT PND-APPROVED
014840         GO TO 1510-EXIT
014845     END-IF.
014850     MOVE PND-CARD-IMAGE TO SMNT-RECORD.
014855     MOVE SPACES TO WS-ACTION-TEXT.
014860     IF SMNT-ADD-FUNCTION OR SMNT-CHANGE-FUNCTION
014865         PERFORM 6000-ADD-OR-CHANGE-ENTRY THRU 6000-EXIT
014870     ELSE
014875         PERFORM 7000-PURGE-ENTRY THRU 7000-EXIT
014880     END-IF.
014885     ADD 1 TO WS-APPLIED-COUNT.
014890     MOVE 'D' TO PND-STATUS-X.
014895     MOVE WS-RUN-DATE TO PND-APPLIED-DATE.
014900     MOVE WS-ACTION-TEXT TO PND-RESULT.
014905     REWRITE PND-RECORD
014910         INVALID KEY
014915             DISPLAY 'SRQMNT - UNABLE TO MARK PENDING CHANGE '
014920                     PND-KEY ' APPLIED, STATUS = '
014925                     WS-PENDING-STATUS
014930             MOVE 'Y' TO WS-ABORT-SW
014935             MOVE 'Y' TO WS-PEND-EOF-SW
014940     END-REWRITE.
014945 1510-EXIT.
014950     EXIT.
014960****************************************************************
014970*  2000-PROCESS-CARD                                            *
014980****************************************************************
015000 2000-PROCESS-CARD.
015100     IF SMNT-LIST-FUNCTION
015200         PERFORM 4000-LIST-MASTER THRU 4000-EXIT
015700         GO TO 2000-NEXT
015800     END-IF.
015900     IF SMNT-ADD-FUNCTION OR SMNT-CHANGE-FUNCTION
016000             OR SMNT-PURGE-FUNCTION
016100         PERFORM 2400-QUEUE-CHANGE THRU 2400-EXIT
016200         GO TO 2000-NEXT
016300     END-IF.
016700     MOVE 'INVALID FUNCTION' TO WS-ACTION-TEXT.
016800     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
016900     ADD 1 TO WS-ERROR-COUNT.
019600     END-IF.
019700     IF SMNT-MODE-X NOT = 'F' AND SMNT-MODE-X NOT = 'C'
019800             AND SMNT-MODE-X NOT = SPACE
019810             AND SMNT-MODE-X NOT = 'B'
019900         MOVE 'MODE FIELD IS INVALID' TO WS-ACTION-TEXT
020000         MOVE 'Y' TO WS-CARD-REJECT-SW
020100         GO TO 2200-EXIT
021900             GO TO 2200-EXIT
022000         END-IF
022100     END-IF.
022107     IF SMNT-MODE-X = 'B'
022114         IF SMNT-PROB-X NOT NUMERIC
022121             MOVE 'PROBABILITY NOT NUMERIC' TO WS-ACTION-TEXT
022128             MOVE 'Y' TO WS-CARD-REJECT-SW
022135             GO TO 2200-EXIT
022142         END-IF
022149         MOVE SMNT-PROB-X TO WS-CHECK-PROB
022156         IF WS-CHECK-PROB > 1
022163             MOVE 'PROBABILITY EXCEEDS 1' TO WS-ACTION-TEXT
022170             MOVE 'Y' TO WS-CARD-REJECT-SW
022177             GO TO 2200-EXIT
022184         END-IF
022191     END-IF.
022200     IF NOT SMNT-VALID-FREQUENCY
022300         MOVE 'FREQUENCY IS INVALID' TO WS-ACTION-TEXT
022400         MOVE 'Y' TO WS-CARD-REJECT-SW
022500         GO TO 2200-EXIT
023600     END-IF.
023700 2200-EXIT.
023800     EXIT.
023805****************************************************************
023810*  2400-QUEUE-CHANGE                                             *
023815*  QUEUES AN ADD, CHANGE OR PURGE CARD ON THE PENDING-CHANGE     *
023820*  FILE UNDER THE SUBMITTER'S USER ID.  THE CARD IS EDITED AND   *
023825*  CHECKED AGAINST THE MASTER NOW SO AN APPROVER IS NOT ASKED TO *
023830*  RELEASE A CHANGE THAT CANNOT APPLY; IT IS EDITED AND CHECKED  *
023835*  AGAIN WHEN IT IS APPLIED.                                     *
023845****************************************************************
023850 2400-QUEUE-CHANGE.
023855     IF SMNT-SUBMITTER = SPACES
023860         MOVE 'SUBMITTER ID MISSING' TO WS-ACTION-TEXT
023865         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023870         ADD 1 TO WS-ERROR-COUNT
023875         GO TO 2400-EXIT
023880     END-IF.
023885     IF SMNT-PURGE-FUNCTION
023890         IF SMNT-REQ-DEPT = SPACES OR SMNT-REQ-REF = SPACES
023895             MOVE 'KEY FIELDS MISSING' TO WS-ACTION-TEXT
023900             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023905             ADD 1 TO WS-ERROR-COUNT
023910             GO TO 2400-EXIT
023915         END-IF
023920     ELSE
023925         PERFORM 2200-VALIDATE-CARD-FIELDS THRU 2200-EXIT
023930         IF WS-CARD-REJECTED
023935             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023940             ADD 1 TO WS-ERROR-COUNT
023945             GO TO 2400-EXIT
023950         END-IF
023955     END-IF.
023960     MOVE SMNT-REQ-DEPT TO SRQ-REQ-DEPT.
023965     MOVE SMNT-REQ-REF TO SRQ-REQ-REF.
023970     READ STANDING-MASTER
023975         INVALID KEY
023980             IF NOT SMNT-ADD-FUNCTION
023985                 MOVE 'NOT FOUND' TO WS-ACTION-TEXT
023990                 PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
023995                 ADD 1 TO WS-ERROR-COUNT
024000                 GO TO 2400-EXIT
024005             END-IF
024010         NOT INVALID KEY
024015             IF SMNT-ADD-FUNCTION
024020                 MOVE 'DUPLICATE KEY' TO WS-ACTION-TEXT
024025                 PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
024030                 ADD 1 TO WS-ERROR-COUNT
024035                 GO TO 2400-EXIT
024040             END-IF
024045     END-READ.
024050     ADD 1 TO WS-PEND-SEQ.
024055     MOVE SPACES TO PND-RECORD.
024060     MOVE 'S' TO PND-MASTER-X.
024065     MOVE WS-RUN-DATE TO PND-SUBMIT-DATE.
024070     MOVE WS-RUN-TIME TO PND-SUBMIT-TIME.
024075     MOVE WS-PEND-SEQ TO PND-SEQ.
024080     MOVE 'P' TO PND-STATUS-X.
024085     MOVE SMNT-SUBMITTER TO PND-SUBMITTER.
024090     MOVE ZERO TO PND-DECISION-DATE.
024095     MOVE ZERO TO PND-APPLIED-DATE.
024100     MOVE SMNT-RECORD TO PND-CARD-IMAGE.
024105     WRITE PND-RECORD
024110         INVALID KEY
024115             MOVE 'QUEUE WRITE FAILED' TO WS-ACTION-TEXT
024120             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
024125             ADD 1 TO WS-ERROR-COUNT
024130             GO TO 2400-EXIT
024135     END-WRITE.
024140     MOVE 'QUEUED FOR APPROVAL' TO WS-ACTION-TEXT.
024145     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
024150     ADD 1 TO WS-QUEUED-COUNT.
024155     DISPLAY 'SRQMNT - ' SMNT-FUNCTION-X ' ' SMNT-REQ-DEPT ' '
024160             SMNT-REQ-REF ' QUEUED FOR APPROVAL AS '
024165             PND-MASTER-X ' ' PND-SUBMIT-DATE ' '
024170             PND-SUBMIT-TIME ' ' PND-SEQ.
024175 2400-EXIT.
024180     EXIT.
024185****************************************************************
024190*  3000-WRITE-HEADING-LINES                                     *
024195****************************************************************
024200 3000-WRITE-HEADING-LINES.
024300     ADD 1 TO WS-PAGE-COUNT.
024400     MOVE SPACES TO RPT-LINE.
025700     MOVE 'MODE' TO SMR-COL-MODE-LIT.
025800     MOVE 'N' TO SMR-COL-N-LIT.
025900     MOVE 'R' TO SMR-COL-R-LIT.
025910     MOVE 'P' TO SMR-COL-PROB-LIT.
026000     MOVE 'FREQ' TO SMR-COL-FREQ-LIT.
026100     MOVE 'EFFECTIVE' TO SMR-COL-EFF-LIT.
026200     MOVE 'EXPIRY' TO SMR-COL-EXP-LIT.
028200     MOVE SRQ-MODE-X TO SMR-DET-MODE.
028300     MOVE SRQ-N-X TO SMR-DET-N.
028400     MOVE SRQ-R-X TO SMR-DET-R.
028410     IF SRQ-BINOMIAL-MODE AND SRQ-PROB-X NUMERIC
028420         MOVE SRQ-PROB-X TO WS-CHECK-PROB
028430         MOVE WS-CHECK-PROB TO SMR-DET-PROB
028440     END-IF.
028500     MOVE SRQ-FREQUENCY-X TO SMR-DET-FREQ.
028600     MOVE SRQ-EFFECTIVE-DATE TO SMR-DET-EFF-DATE.
028700     MOVE SRQ-EXPIRY-DATE TO SMR-DET-EXP-DATE.
030900     MOVE SMNT-MODE-X TO SMR-DET-MODE.
031000     MOVE SMNT-N-X TO SMR-DET-N.
031100     MOVE SMNT-R-X TO SMR-DET-R.
031110     IF SMNT-MODE-X = 'B' AND SMNT-PROB-X NUMERIC
031120         MOVE SMNT-PROB-X TO WS-CHECK-PROB
031130         MOVE WS-CHECK-PROB TO SMR-DET-PROB
031140     END-IF.
031200     MOVE SMNT-FREQUENCY-X TO SMR-DET-FREQ.
031300     IF SMNT-EFFECTIVE-X NUMERIC
031400         MOVE SMNT-EFFECTIVE-X TO SMR-DET-EFF-DATE
039300     MOVE SMNT-MODE-X TO SRQ-MODE-X.
039400     MOVE SMNT-N-X TO SRQ-N-X.
039500     MOVE SMNT-R-X TO SRQ-R-X.
039510     IF SMNT-MODE-X = 'B'
039520         MOVE SMNT-PROB-X TO SRQ-PROB-X
039530     END-IF.
039600     MOVE SMNT-FREQUENCY-X TO SRQ-FREQUENCY-X.
039700     MOVE SMNT-EFFECTIVE-X TO SRQ-EFFECTIVE-DATE.
039800     MOVE SMNT-EXPIRY-X TO SRQ-EXPIRY-DATE.
044100             DISPLAY 'SRQMNT - PURGE FAILED FOR '
044200                     SMNT-REQ-DEPT ' ' SMNT-REQ-REF
044300                     ', STATUS = ' WS-MASTER-STATUS
044310             MOVE 'PURGE FAILED' TO WS-ACTION-TEXT
044400             GO TO 7000-EXIT
044500     END-DELETE.
044600     ADD 1 TO WS-ACTION-COUNT.
045800         MOVE '  CARDS IN ERROR    ' TO SMR-TOT-LIT2
045900         MOVE WS-ERROR-COUNT TO SMR-TOT-ERRORS
046000         WRITE RPT-LINE FROM SMR-TOTAL-LINE
046010         DISPLAY 'SRQMNT - APPROVED CHANGES APPLIED '
046020                 WS-APPLIED-COUNT ', QUEUED FOR APPROVAL '
046030                 WS-QUEUED-COUNT
046100     END-IF.
046200     CLOSE STANDING-MASTER.
046210     CLOSE PENDING-FILE.
046300     CLOSE REPORT-FILE.
046400     CLOSE CONTROL-FILE.
046500 9000-EXIT.
046600     EXIT.
046610****************************************************************
046620*  9900-LOG-STEP-STATUS                                         *
046630*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
046640*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
046650*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
046660****************************************************************
046670 9900-LOG-STEP-STATUS.
046680     MOVE SPACES TO SST-RECORD.
046690     MOVE 'SRQMNT' TO SST-PROGRAM.
046700     MOVE WS-RUN-DATE TO SST-RUN-DATE.
046710     MOVE WS-RUN-TIME TO SST-RUN-TIME.
046720     MOVE RETURN-CODE TO SST-RETURN-CODE.
046730     MOVE 'CARDS' TO SST-COUNT-NAME (1).
046740     MOVE WS-ACTION-COUNT TO SST-COUNT (1).
046750     MOVE 'ERRORS' TO SST-COUNT-NAME (2).
046760     MOVE WS-ERROR-COUNT TO SST-COUNT (2).
046770     MOVE 'APPLIED' TO SST-COUNT-NAME (3).
046780     MOVE WS-APPLIED-COUNT TO SST-COUNT (3).
046790     MOVE 'QUEUED' TO SST-COUNT-NAME (4).
046800     MOVE WS-QUEUED-COUNT TO SST-COUNT (4).
046810     CALL 'STEPLOG' USING SST-RECORD.
046820     MOVE SST-RETURN-CODE TO RETURN-CODE.
046830 9900-EXIT.
046840     EXIT.
