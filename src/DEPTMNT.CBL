001300*                  THE DMNTRPT REPORT, SO DEPARTMENTS COME AND   *
001400*                  GO WITHOUT A CODE CHANGE AND WITH A PRINTED   *
001500*                  RECORD.                                       *
001510*                                                                *
001520*  NOTE         :  AN ADD, CHANGE, RETIRE OR PURGE CARD IS NOT   *
001530*                  APPLIED AT ONCE.  IT IS QUEUED ON THE PENDMST *
001540*                  PENDING-CHANGE FILE UNDER THE SUBMITTER'S     *
001550*                  USER ID AND APPLIED BY A LATER RUN ONCE       *
001560*                  ANOTHER USER HAS APPROVED IT THROUGH MNTAPPR. *
001570*                  EVERY RUN FIRST APPLIES THE APPROVED CHANGES. *
001600*                                                                *
001700****************************************************************
001800 IDENTIFICATION DIVISION.
002500*  MODIFICATION HISTORY                                         *
002600*  ------------------------------------------------------------ *
002700*  2026-11-16  DEH  ORIGINAL PROGRAM.                           *
002710*  2026-12-28  DEH  DUAL CONTROL - ADD, CHANGE, RETIRE AND      *
002720*                   PURGE CARDS ARE QUEUED ON PENDMST FOR       *
002730*                   APPROVAL BY ANOTHER USER, AND APPROVED      *
002740*                   CHANGES ARE APPLIED AT THE START OF EVERY   *
002750*                   RUN.                                        *
002760*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002770*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002780*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002800****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            ACCESS MODE IS SEQUENTIAL
004700            FILE STATUS IS WS-REPORT-STATUS.
004710     SELECT PENDING-FILE    ASSIGN TO PENDMST
004720            ORGANIZATION IS INDEXED
004730            ACCESS MODE IS DYNAMIC
004740            RECORD KEY IS PND-KEY
004750            FILE STATUS IS WS-PENDING-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DEPT-MASTER
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  RPT-LINE                        PIC X(132).
006110 FD  PENDING-FILE
006120     LABEL RECORDS ARE STANDARD
006130     RECORD CONTAINS 200 CHARACTERS.
006140 COPY PNDREC.
006200 WORKING-STORAGE SECTION.
006300****************************************************************
006400*  STANDALONE SWITCHES AND COUNTERS                              *
007300     88  WS-CONTROL-OK                       VALUE '00'.
007400 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007500     88  WS-REPORT-OK                        VALUE '00'.
007510 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
007520     88  WS-PENDING-OK                       VALUE '00'.
007530     88  WS-PENDING-NOT-FOUND                VALUE '35'.
007600 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007700     88  WS-RUN-ABORTED                      VALUE 'Y'.
007800 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
007900     88  WS-END-OF-CARDS                     VALUE 'Y'.
008000 77  WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
008100     88  WS-END-OF-MASTER                    VALUE 'Y'.
008110 77  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
008120     88  WS-END-OF-PENDING                   VALUE 'Y'.
008200 77  WS-ACTION-COUNT             PIC 9(08) COMP VALUE ZERO.
008300 77  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
008310 77  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
008320 77  WS-QUEUED-COUNT             PIC 9(08) COMP VALUE ZERO.
008400 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
008500 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
008600 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
008700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
008710 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
008720 77  WS-PEND-SEQ                 PIC 9(04) VALUE ZERO.
008800 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
008900 COPY DMNTRPT.
008920****************************************************************
008940*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
008960****************************************************************
008980 COPY SSTREC.
009000 PROCEDURE DIVISION.
009100****************************************************************
009200*  0000-MAINLINE                                                *
010100     IF WS-RUN-ABORTED
010200         MOVE 12 TO RETURN-CODE
010300     END-IF.
010350     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
010400     STOP RUN.
010500****************************************************************
010600*  1000-INITIALIZE                                              *
010700*  OPENS THE REFERENCE FILE FOR UPDATE, CREATING IT EMPTY ON     *
010800*  FIRST USE SO THE VERY FIRST ADD DOES NOT NEED A PRIMING       *
010900*  STEP.                                                         *
010910*  THE PENDING-CHANGE FILE IS OPENED THE SAME WAY, AND THE       *
010920*  CHANGES APPROVED SINCE THE LAST RUN ARE APPLIED BEFORE THE    *
010930*  FIRST CARD IS READ.                                           *
011000****************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011210     ACCEPT WS-RUN-TIME FROM TIME.
011300     OPEN I-O DEPT-MASTER.
011400     IF WS-MASTER-NOT-FOUND
011500         OPEN OUTPUT DEPT-MASTER
012100                 WS-MASTER-STATUS
012200         MOVE 'Y' TO WS-ABORT-SW
012300     END-IF.
012310     OPEN I-O PENDING-FILE.
012320     IF WS-PENDING-NOT-FOUND
012330         OPEN OUTPUT PENDING-FILE
012340         CLOSE PENDING-FILE
012350         OPEN I-O PENDING-FILE
012360     END-IF.
012370     IF NOT WS-PENDING-OK
012380         DISPLAY 'DEPTMNT - UNABLE TO OPEN PENDMST, STATUS = '
012390                 WS-PENDING-STATUS
012391         MOVE 'Y' TO WS-ABORT-SW
012392     END-IF.
012400     OPEN OUTPUT REPORT-FILE.
012500     IF NOT WS-REPORT-OK
012600         DISPLAY 'DEPTMNT - UNABLE TO OPEN DMNTRPT, STATUS = '
013700         GO TO 1000-EXIT
013800     END-IF.
013900     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
013910     PERFORM 1500-APPLY-APPROVED-CHANGES THRU 1500-EXIT.
014000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
014100     IF WS-END-OF-CARDS
014200         DISPLAY 'DEPTMNT - DMNTIN HAS NO CONTROL CARDS'
014300     END-IF.
014400 1000-EXIT.
014500     EXIT.
014510****************************************************************
014520*  1500-APPLY-APPROVED-CHANGES                                   *
014530*  BROWSES THE DEPTMST ENTRIES OF THE PENDING-CHANGE FILE AND    *
014540*  APPLIES EVERY ONE APPROVED THROUGH MNTAPPR, MARKING IT        *
014550*  APPLIED WITH THE OUTCOME SO IT IS NEVER APPLIED TWICE.  THE   *
014560*  QUEUED CARD IMAGE IS PUT BACK IN THE CARD RECORD, SO THE      *
014570*  CHANGE GOES THROUGH EXACTLY THE PARAGRAPHS A CARD ALWAYS DID. *
014590****************************************************************
014600 1500-APPLY-APPROVED-CHANGES.
014610     MOVE SPACES TO PND-RECORD.
014620     MOVE 'D' TO PND-MASTER-X.
014630     MOVE ZERO TO PND-SUBMIT-DATE.
014640     MOVE ZERO TO PND-SUBMIT-TIME.
014650     MOVE ZERO TO PND-SEQ.
014660     START PENDING-FILE KEY NOT LESS THAN PND-KEY
014670         INVALID KEY
014680             MOVE 'Y' TO WS-PEND-EOF-SW
014690     END-START.
014700     PERFORM 1510-APPLY-NEXT-CHANGE THRU 1510-EXIT
014710             UNTIL WS-END-OF-PENDING.
014720 1500-EXIT.
014730     EXIT.
014740****************************************************************
014750*  1510-APPLY-NEXT-CHANGE                                        *
014760****************************************************************
014770 1510-APPLY-NEXT-CHANGE.
014780     READ PENDING-FILE NEXT RECORD
014790         AT END
014800             MOVE 'Y' TO WS-PEND-EOF-SW
014810             GO TO 1510-EXIT
014820     END-READ.
014830     IF NOT PND-DEPTMST
014840         MOVE 'Y' TO WS-PEND-EOF-SW
014850         GO TO 1510-EXIT
014860     END-IF.
014870     IF NOT PND-APPROVED
014880         GO TO 1510-EXIT
014890     END-IF.
014900     MOVE PND-CARD-IMAGE TO DMNT-RECORD.
014910     MOVE SPACES TO WS-ACTION-TEXT.
014920     IF DMNT-ADD-FUNCTION
014930         PERFORM 6000-ADD-ENTRY THRU 6000-EXIT
014940     ELSE
014950         IF DMNT-CHANGE-FUNCTION OR DMNT-RETIRE-FUNCTION
014960             PERFORM 6500-CHANGE-OR-RETIRE-ENTRY THRU 6500-EXIT
014970         ELSE
014980             PERFORM 7000-PURGE-ENTRY THRU 7000-EXIT
014990         END-IF
015000     END-IF.
015010     ADD 1 TO WS-APPLIED-COUNT.
015020     MOVE 'D' TO PND-STATUS-X.
015030     MOVE WS-RUN-DATE TO PND-APPLIED-DATE.
015040     MOVE WS-ACTION-TEXT TO PND-RESULT.
015050     REWRITE PND-RECORD
015060         INVALID KEY
015070             DISPLAY 'DEPTMNT - UNABLE TO MARK PENDING CHANGE '
015080                     PND-KEY ' APPLIED, STATUS = '
015090                     WS-PENDING-STATUS
015100             MOVE 'Y' TO WS-ABORT-SW
015110             MOVE 'Y' TO WS-PEND-EOF-SW
015120     END-REWRITE.
015130 1510-EXIT.
015140     EXIT.
015148****************************************************************
015156*  2000-PROCESS-CARD                                            *
015164****************************************************************
015172 2000-PROCESS-CARD.
015180     IF DMNT-LIST-FUNCTION
015188         PERFORM 4000-LIST-MASTER THRU 4000-EXIT
015200         GO TO 2000-NEXT
015300     END-IF.
015400     IF DMNT-DEPT-CODE = SPACES
016100         PERFORM 5000-INQUIRE-ENTRY THRU 5000-EXIT
016200         GO TO 2000-NEXT
016300     END-IF.
016400     IF DMNT-ADD-FUNCTION OR DMNT-CHANGE-FUNCTION
016500             OR DMNT-RETIRE-FUNCTION OR DMNT-PURGE-FUNCTION
016600         PERFORM 2400-QUEUE-CHANGE THRU 2400-EXIT
016700         GO TO 2000-NEXT
016800     END-IF.
017600     MOVE 'INVALID FUNCTION' TO WS-ACTION-TEXT.
017700     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
017800     ADD 1 TO WS-ERROR-COUNT.
019000     END-READ.
019100 2100-EXIT.
019200     EXIT.
019210****************************************************************
019220*  2400-QUEUE-CHANGE                                             *
019230*  QUEUES AN ADD, CHANGE, RETIRE OR PURGE CARD ON THE            *
019240*  PENDING-CHANGE FILE UNDER THE SUBMITTER'S USER ID.  THE CARD  *
019250*  IS CHECKED AGAINST THE FILE NOW SO AN APPROVER IS NOT ASKED   *
019260*  TO RELEASE A CHANGE THAT CANNOT APPLY; IT IS CHECKED AGAIN    *
019270*  WHEN IT IS APPLIED.                                           *
019290****************************************************************
019300 2400-QUEUE-CHANGE.
019310     IF DMNT-SUBMITTER = SPACES
019320         MOVE 'SUBMITTER ID MISSING' TO WS-ACTION-TEXT
019330         PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
019340         ADD 1 TO WS-ERROR-COUNT
019350         GO TO 2400-EXIT
019360     END-IF.
019370     MOVE DMNT-DEPT-CODE TO DEPT-CODE.
019380     READ DEPT-MASTER
019390         INVALID KEY
019400             IF NOT DMNT-ADD-FUNCTION
019410                 MOVE 'NOT FOUND' TO WS-ACTION-TEXT
019420                 PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
019430                 ADD 1 TO WS-ERROR-COUNT
019440                 GO TO 2400-EXIT
019450             END-IF
019460         NOT INVALID KEY
019470             IF DMNT-ADD-FUNCTION
019480                 MOVE 'DUPLICATE KEY' TO WS-ACTION-TEXT
019490                 PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
019500                 ADD 1 TO WS-ERROR-COUNT
019510                 GO TO 2400-EXIT
019520             END-IF
019530     END-READ.
019540     ADD 1 TO WS-PEND-SEQ.
019550     MOVE SPACES TO PND-RECORD.
019560     MOVE 'D' TO PND-MASTER-X.
019570     MOVE WS-RUN-DATE TO PND-SUBMIT-DATE.
019580     MOVE WS-RUN-TIME TO PND-SUBMIT-TIME.
019590     MOVE WS-PEND-SEQ TO PND-SEQ.
019600     MOVE 'P' TO PND-STATUS-X.
019610     MOVE DMNT-SUBMITTER TO PND-SUBMITTER.
019620     MOVE ZERO TO PND-DECISION-DATE.
019630     MOVE ZERO TO PND-APPLIED-DATE.
019640     MOVE DMNT-RECORD TO PND-CARD-IMAGE.
019650     WRITE PND-RECORD
019660         INVALID KEY
019670             MOVE 'QUEUE WRITE FAILED' TO WS-ACTION-TEXT
019680             PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT
019690             ADD 1 TO WS-ERROR-COUNT
019700             GO TO 2400-EXIT
019710     END-WRITE.
019720     MOVE 'QUEUED FOR APPROVAL' TO WS-ACTION-TEXT.
019730     PERFORM 3200-WRITE-CARD-LINE THRU 3200-EXIT.
019740     ADD 1 TO WS-QUEUED-COUNT.
019750     DISPLAY 'DEPTMNT - ' DMNT-FUNCTION-X ' ' DMNT-DEPT-CODE
019760             ' QUEUED FOR APPROVAL AS ' PND-MASTER-X ' '
019770             PND-SUBMIT-DATE ' ' PND-SUBMIT-TIME ' ' PND-SEQ.
019780 2400-EXIT.
019790     EXIT.
019791****************************************************************
019792*  3000-WRITE-HEADING-LINES                                     *
019793****************************************************************
019794 3000-WRITE-HEADING-LINES.
019795     ADD 1 TO WS-PAGE-COUNT.
019800     MOVE SPACES TO RPT-LINE.
019900     MOVE SPACES TO DMR-HEADING-LINE.
020000     MOVE 'REGISTERED DEPARTMENT MAINTENANCE REPORT'
036500                     DMNT-DEPT-CODE ', STATUS = '
036600                     WS-MASTER-STATUS
036700             ADD 1 TO WS-ERROR-COUNT
036710             MOVE 'REWRITE FAILED' TO WS-ACTION-TEXT
036800             GO TO 6500-EXIT
036900     END-REWRITE.
037000     PERFORM 3100-WRITE-MASTER-LINE THRU 3100-EXIT.
039200             DISPLAY 'DEPTMNT - PURGE FAILED FOR '
039300                     DMNT-DEPT-CODE ', STATUS = '
039400                     WS-MASTER-STATUS
039410             MOVE 'PURGE FAILED' TO WS-ACTION-TEXT
039500             GO TO 7000-EXIT
039600     END-DELETE.
039700     ADD 1 TO WS-ACTION-COUNT.
040900         MOVE '  CARDS IN ERROR    ' TO DMR-TOT-LIT2
041000         MOVE WS-ERROR-COUNT TO DMR-TOT-ERRORS
041100         WRITE RPT-LINE FROM DMR-TOTAL-LINE
041110         DISPLAY 'DEPTMNT - APPROVED CHANGES APPLIED '
041120                 WS-APPLIED-COUNT ', QUEUED FOR APPROVAL '
041130                 WS-QUEUED-COUNT
041200     END-IF.
041300     CLOSE DEPT-MASTER.
041310     CLOSE PENDING-FILE.
041400     CLOSE REPORT-FILE.
041500     CLOSE CONTROL-FILE.
041600 9000-EXIT.
041700     EXIT.
041710****************************************************************
041720*  9900-LOG-STEP-STATUS                                         *
041730*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
041740*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
041750*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
041760****************************************************************
041770 9900-LOG-STEP-STATUS.
041780     MOVE SPACES TO SST-RECORD.
041790     MOVE 'DEPTMNT' TO SST-PROGRAM.
041800     MOVE WS-RUN-DATE TO SST-RUN-DATE.
041810     MOVE WS-RUN-TIME TO SST-RUN-TIME.
041820     MOVE RETURN-CODE TO SST-RETURN-CODE.
041830     MOVE 'CARDS' TO SST-COUNT-NAME (1).
041840     MOVE WS-ACTION-COUNT TO SST-COUNT (1).
041850     MOVE 'ERRORS' TO SST-COUNT-NAME (2).
041860     MOVE WS-ERROR-COUNT TO SST-COUNT (2).
041870     MOVE 'APPLIED' TO SST-COUNT-NAME (3).
041880     MOVE WS-APPLIED-COUNT TO SST-COUNT (3).
041890     MOVE 'QUEUED' TO SST-COUNT-NAME (4).
041900     MOVE WS-QUEUED-COUNT TO SST-COUNT (4).
041910     CALL 'STEPLOG' USING SST-RECORD.
041920     MOVE SST-RETURN-CODE TO RETURN-CODE.
041930 9900-EXIT.
041940     EXIT.
