000800*                  EVERY RECORD TOUCHED IS SHOWN ON THE MNTRPT   *
000900*                  REPORT SO A PURGE LEAVES A PRINTED RECORD OF  *
001000*                  WHAT WAS REMOVED.                             *
001010*                                                                *
001020*  NOTE         :  A PURGE IS NOT APPLIED AT ONCE.  IT IS        *
001030*                  QUEUED ON THE PENDMST PENDING-CHANGE FILE     *
001040*                  UNDER THE SUBMITTER'S USER ID AND APPLIED BY  *
001050*                  A LATER RUN ONCE ANOTHER USER HAS APPROVED IT *
001060*                  THROUGH MNTAPPR.  EVERY RUN FIRST APPLIES THE *
001070*                  APPROVED PURGES; AN EMPTY MNTIN DOES NOTHING  *
001080*                  ELSE.                                         *
001090*                  AN APPLIED PURGE APPENDS THE DELETED ENTRY TO *
001091*                  THE FMSTHIST CHANGE-HISTORY JOURNAL, FLAGGED  *
001092*                  AS A PURGE, SO FACTASOF CAN STILL RECONSTRUCT *
001093*                  THE TABLE AS IT STOOD BEFORE THE PURGE.       *
001100*                                                                *
001200****************************************************************
001300 IDENTIFICATION DIVISION.
002000*  MODIFICATION HISTORY                                         *
002100*  ------------------------------------------------------------ *
002200*  2026-05-11  DEH  ORIGINAL PROGRAM.                           *
002210*  2026-12-28  DEH  DUAL CONTROL - A PURGE CARD IS QUEUED ON    *
002220*                   PENDMST FOR APPROVAL BY ANOTHER USER, AND   *
002230*                   APPROVED PURGES ARE APPLIED AT THE START    *
002240*                   OF EVERY RUN.  AN EMPTY MNTIN NO LONGER     *
002250*                   ABORTS.                                     *
002260*  2027-01-18  DEH  AN APPLIED PURGE JOURNALS THE DELETED ENTRY *
002270*                   TO FMSTHIST AS A PURGE BEFORE-IMAGE.        *
002277*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002284*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002291*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002300****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            ACCESS MODE IS SEQUENTIAL
004200            FILE STATUS IS WS-REPORT-STATUS.
004210     SELECT PENDING-FILE    ASSIGN TO PENDMST
004220            ORGANIZATION IS INDEXED
004230            ACCESS MODE IS DYNAMIC
004240            RECORD KEY IS PND-KEY
004250            FILE STATUS IS WS-PENDING-STATUS.
004260     SELECT HISTORY-FILE    ASSIGN TO FMSTHIST
004270            ORGANIZATION IS LINE SEQUENTIAL
004280            ACCESS MODE IS SEQUENTIAL
004290            FILE STATUS IS WS-HISTORY-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RESULTS-MASTER
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  RPT-LINE                        PIC X(132).
005610 FD  PENDING-FILE
005620     LABEL RECORDS ARE STANDARD
005630     RECORD CONTAINS 200 CHARACTERS.
005640 COPY PNDREC.
005650 FD  HISTORY-FILE
005660     LABEL RECORDS ARE STANDARD
005670     RECORD CONTAINS 100 CHARACTERS.
005680 COPY FHSTREC.
005700 WORKING-STORAGE SECTION.
005800****************************************************************
005900*  STANDALONE SWITCHES AND COUNTERS                              *
006600     88  WS-CONTROL-OK                       VALUE '00'.
006700 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
006800     88  WS-REPORT-OK                        VALUE '00'.
006810 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
006820     88  WS-PENDING-OK                       VALUE '00'.
006830     88  WS-PENDING-NOT-FOUND                VALUE '35'.
006840 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
006850     88  WS-HISTORY-OK                       VALUE '00'.
006860     88  WS-HISTORY-NOT-FOUND                VALUE '35'.
006900 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007000     88  WS-RUN-ABORTED                      VALUE 'Y'.
007100 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007200     88  WS-END-OF-MASTER                    VALUE 'Y'.
007210 77  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
007220     88  WS-END-OF-PENDING                   VALUE 'Y'.
007300 77  WS-TOUCH-COUNT              PIC 9(08) COMP VALUE ZERO.
007310 77  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
007320 77  WS-QUEUED-COUNT             PIC 9(08) COMP VALUE ZERO.
007400 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
007500 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
007600 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
007700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
007710 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
007800 77  WS-FUNCTION                 PIC X(01) VALUE SPACE.
007900 77  WS-SELECT-N                 PIC 9(02) VALUE ZERO.
007910 77  WS-PURGE-N                  PIC 9(02) VALUE ZERO.
007920 77  WS-SUBMITTER                PIC X(08) VALUE SPACES.
007930 77  WS-CARD-IMAGE               PIC X(80) VALUE SPACES.
007940 77  WS-PEND-SEQ                 PIC 9(04) VALUE ZERO.
007950 77  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
007960 77  WS-JOB-NAME                 PIC X(08) VALUE 'FACTMNT'.
008000 77  WS-EDIT-TIME                PIC 9(06)V99 VALUE ZERO.
008010****************************************************************
008020*  CARD IMAGE OF AN APPROVED PENDING CHANGE - THE FMNTREC        *
008030*  LAYOUT, HELD HERE BECAUSE MNTIN IS CLOSED BY THEN.            *
008040****************************************************************
008050 01  WS-PEND-CARD.
008060     05  WS-PC-FUNCTION-X            PIC X(01).
008070     05  FILLER                      PIC X(01).
008080     05  WS-PC-N-X                   PIC X(02).
008090     05  FILLER                      PIC X(76).
008100 COPY FMNTRPT.
008120****************************************************************
008140*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
008160****************************************************************
008180 COPY SSTREC.
008200 PROCEDURE DIVISION.
008300****************************************************************
008400*  0000-MAINLINE                                                *
009110     IF WS-RUN-ABORTED
009120         MOVE 12 TO RETURN-CODE
009130     END-IF.
009160     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
009200     STOP RUN.
009300****************************************************************
009400*  1000-INITIALIZE                                              *
009500****************************************************************
009600 1000-INITIALIZE.
009700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009710     ACCEPT WS-RUN-TIME FROM TIME.
009800     OPEN I-O RESULTS-MASTER.
009900     IF NOT WS-MASTER-OK
010000         DISPLAY 'FACTMNT - UNABLE TO OPEN FACTMST, STATUS = '
010700                 WS-REPORT-STATUS
010800         MOVE 'Y' TO WS-ABORT-SW
010900     END-IF.
010910     OPEN I-O PENDING-FILE.
010920     IF WS-PENDING-NOT-FOUND
010930         OPEN OUTPUT PENDING-FILE
010940         CLOSE PENDING-FILE
010950         OPEN I-O PENDING-FILE
010960     END-IF.
010970     IF NOT WS-PENDING-OK
010980         DISPLAY 'FACTMNT - UNABLE TO OPEN PENDMST, STATUS = '
010990                 WS-PENDING-STATUS
010991         MOVE 'Y' TO WS-ABORT-SW
010992     END-IF.
010993     OPEN EXTEND HISTORY-FILE.
010994     IF WS-HISTORY-NOT-FOUND
010995         OPEN OUTPUT HISTORY-FILE
010996     END-IF.
010997     IF NOT WS-HISTORY-OK
010998         DISPLAY 'FACTMNT - UNABLE TO OPEN FMSTHIST, STATUS = '
010999                 WS-HISTORY-STATUS
011001         MOVE 'Y' TO WS-ABORT-SW
011002     END-IF.
011003     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
011100 1000-EXIT.
011200     EXIT.
011300****************************************************************
011400*  1100-READ-CONTROL-CARD                                        *
011500*  READS THE ONE-RECORD MNTIN CARD AND STAGES THE FUNCTION AND   *
011600*  N.  A MISSING OR INVALID CARD ABORTS THE RUN - MAINTENANCE    *
011700*  ON THE MASTER IS NEVER IMPLIED.  AN EMPTY MNTIN IS A RUN      *
011710*  THAT ONLY APPLIES APPROVED PURGES.  A PURGE CARD MUST CARRY   *
011720*  THE SUBMITTER'S USER ID.                                      *
011800****************************************************************
011900 1100-READ-CONTROL-CARD.
012000     OPEN INPUT CONTROL-FILE.
012600     END-IF.
012700     READ CONTROL-FILE
012800         AT END
012900             DISPLAY 'FACTMNT - MNTIN IS EMPTY, APPLYING '
013000                     'APPROVED PURGES ONLY'
013100             CLOSE CONTROL-FILE
013200             GO TO 1100-EXIT
013300     END-READ.
014600             MOVE 'Y' TO WS-ABORT-SW
014700         END-IF
014800     END-IF.
014810     IF FMNT-PURGE-FUNCTION AND FMNT-SUBMITTER = SPACES
014820         DISPLAY 'FACTMNT - SUBMITTER ID MISSING ON MNTIN '
014830                 'PURGE CARD'
014840         MOVE 'Y' TO WS-ABORT-SW
014850     END-IF.
014860     MOVE FMNT-SUBMITTER TO WS-SUBMITTER.
014870     MOVE FMNT-RECORD TO WS-CARD-IMAGE.
014900     CLOSE CONTROL-FILE.
015000 1100-EXIT.
015100     EXIT.
015200****************************************************************
015300*  2000-DISPATCH-FUNCTION                                       *
015310*  APPLIES THE APPROVED PURGES FIRST, THEN CARRIES OUT THE      *
015320*  CARD.                                                        *
015400****************************************************************
015500 2000-DISPATCH-FUNCTION.
015600     PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT.
015610     PERFORM 2100-APPLY-APPROVED-CHANGES THRU 2100-EXIT.
015700     IF WS-FUNCTION = 'L'
015800         PERFORM 4000-LIST-MASTER THRU 4000-EXIT
015900     ELSE
016000         IF WS-FUNCTION = 'I'
016100             PERFORM 5000-INQUIRE-ENTRY THRU 5000-EXIT
016200         ELSE
016210             IF WS-FUNCTION = 'P'
016300                 PERFORM 6500-QUEUE-PURGE THRU 6500-EXIT
016310             END-IF
016400         END-IF
016500     END-IF.
016600 2000-EXIT.
016700     EXIT.
016710****************************************************************
016720*  2100-APPLY-APPROVED-CHANGES                                   *
016730*  BROWSES THE FACTMST ENTRIES OF THE PENDING-CHANGE FILE AND    *
016740*  APPLIES EVERY ONE APPROVED THROUGH MNTAPPR, MARKING IT        *
016750*  APPLIED WITH THE OUTCOME SO IT IS NEVER APPLIED TWICE.        *
016760****************************************************************
016770 2100-APPLY-APPROVED-CHANGES.
016780     MOVE SPACES TO PND-RECORD.
016790     MOVE 'F' TO PND-MASTER-X.
016800     MOVE ZERO TO PND-SUBMIT-DATE.
016810     MOVE ZERO TO PND-SUBMIT-TIME.
016820     MOVE ZERO TO PND-SEQ.
016830     START PENDING-FILE KEY NOT LESS THAN PND-KEY
016840         INVALID KEY
016850             MOVE 'Y' TO WS-PEND-EOF-SW
016860     END-START.
016870     PERFORM 2110-APPLY-NEXT-CHANGE THRU 2110-EXIT
016880             UNTIL WS-END-OF-PENDING.
016890 2100-EXIT.
016900     EXIT.
016910****************************************************************
016920*  2110-APPLY-NEXT-CHANGE                                        *
016930****************************************************************
016940 2110-APPLY-NEXT-CHANGE.
016950     READ PENDING-FILE NEXT RECORD
016960         AT END
016970             MOVE 'Y' TO WS-PEND-EOF-SW
016980             GO TO 2110-EXIT
016990     END-READ.
017000     IF NOT PND-FACTMST
017010         MOVE 'Y' TO WS-PEND-EOF-SW
017020         GO TO 2110-EXIT
017030     END-IF.
017040     IF NOT PND-APPROVED
017050         GO TO 2110-EXIT
017060     END-IF.
017070     MOVE PND-CARD-IMAGE TO WS-PEND-CARD.
017080     MOVE WS-PC-N-X TO WS-PURGE-N.
017090     PERFORM 6000-PURGE-ENTRY THRU 6000-EXIT.
017100     MOVE 'D' TO PND-STATUS-X.
017110     MOVE WS-RUN-DATE TO PND-APPLIED-DATE.
017120     MOVE WS-ACTION-TEXT TO PND-RESULT.
017130     REWRITE PND-RECORD
017140         INVALID KEY
017150             DISPLAY 'FACTMNT - UNABLE TO MARK PENDING CHANGE '
017160                     PND-KEY ' APPLIED, STATUS = '
017170                     WS-PENDING-STATUS
017180             MOVE 'Y' TO WS-ABORT-SW
017190             MOVE 'Y' TO WS-PEND-EOF-SW
017200             GO TO 2110-EXIT
017210     END-REWRITE.
017220     DISPLAY 'FACTMNT - APPROVED PURGE OF N = ' WS-PURGE-N
017230             ' (' PND-SUBMITTER '/' PND-APPROVER ') '
017240             WS-ACTION-TEXT.
017250 2110-EXIT.
017260     EXIT.
017266****************************************************************
017272*  3000-WRITE-HEADING-LINES                                     *
017278****************************************************************
017284 3000-WRITE-HEADING-LINES.
017290     ADD 1 TO WS-PAGE-COUNT.
017300     MOVE SPACES TO RPT-LINE.
017400     MOVE SPACES TO FMR-HEADING-LINE.
017500     MOVE 'RESULTS MASTER MAINTENANCE REPORT'
026600*  6000-PURGE-ENTRY                                             *
026700*  READS AND PRINTS THE ENTRY BEFORE DELETING IT SO THE REPORT  *
026800*  SHOWS EXACTLY WHAT WAS REMOVED.                              *
026810*  ONCE DELETED THE ENTRY IS JOURNALED TO FMSTHIST AS A PURGE,  *
026820*  THE SAME BEFORE-IMAGE FACTORIAL WRITES WHEN IT REPLACES ONE. *
026900****************************************************************
027000 6000-PURGE-ENTRY.
027100     MOVE WS-PURGE-N TO FMST-N.
027200     READ RESULTS-MASTER
027300         INVALID KEY
027400             DISPLAY 'FACTMNT - NO MASTER ENTRY FOR N = '
027500                     WS-PURGE-N
027510             MOVE 'NOT FOUND' TO WS-ACTION-TEXT
027600             GO TO 6000-EXIT
027700     END-READ.
027800     PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT.
027810     MOVE SPACES TO FHST-RECORD.
027820     MOVE FMST-N TO FHST-N.
027830     MOVE FMST-FACTORIAL TO FHST-FACTORIAL.
027840     MOVE FMST-RETURN-CODE TO FHST-RETURN-CODE.
027850     MOVE FMST-APPROX-FLAG TO FHST-APPROX-FLAG.
027860     MOVE FMST-MANTISSA TO FHST-MANTISSA.
027870     MOVE FMST-EXPONENT TO FHST-EXPONENT.
027880     MOVE FMST-LAST-CALC-DATE TO FHST-CALC-DATE.
027890     MOVE FMST-LAST-CALC-TIME TO FHST-CALC-TIME.
027891     MOVE FMST-JOB-NAME TO FHST-JOB-NAME.
027892     MOVE WS-RUN-DATE TO FHST-REPL-DATE.
027893     MOVE WS-RUN-TIME TO FHST-REPL-TIME.
027894     MOVE WS-JOB-NAME TO FHST-REPL-JOB.
027895     MOVE 'P' TO FHST-ACTION-X.
027900     DELETE RESULTS-MASTER
028000         INVALID KEY
028100             DISPLAY 'FACTMNT - PURGE FAILED FOR N = '
028200                     WS-PURGE-N ', STATUS = ' WS-MASTER-STATUS
028210             MOVE 'PURGE FAILED' TO WS-ACTION-TEXT
028220             GO TO 6000-EXIT
028300     END-DELETE.
028310     MOVE 'PURGED' TO WS-ACTION-TEXT.
028320     ADD 1 TO WS-APPLIED-COUNT.
028330     WRITE FHST-RECORD.
028340     IF NOT WS-HISTORY-OK
028350         DISPLAY 'FACTMNT - FMSTHIST JOURNAL WRITE FAILED '
028360                 'FOR N = ' WS-PURGE-N ', STATUS = '
028370                 WS-HISTORY-STATUS
028380     END-IF.
028400 6000-EXIT.
028500     EXIT.
028510****************************************************************
028520*  6500-QUEUE-PURGE                                              *
028530*  PRINTS THE ENTRY THE CARD WOULD PURGE AND QUEUES THE CARD ON  *
028540*  THE PENDING-CHANGE FILE UNDER THE SUBMITTER'S USER ID.  THE   *
028550*  MASTER IS NOT TOUCHED UNTIL ANOTHER USER APPROVES IT.         *
028560****************************************************************
028570 6500-QUEUE-PURGE.
028580     MOVE WS-SELECT-N TO FMST-N.
028590     READ RESULTS-MASTER
028600         INVALID KEY
028610             DISPLAY 'FACTMNT - NO MASTER ENTRY FOR N = '
028620                     WS-SELECT-N ', PURGE NOT QUEUED'
028630             GO TO 6500-EXIT
028640     END-READ.
028650     PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT.
028660     ADD 1 TO WS-PEND-SEQ.
028670     MOVE SPACES TO PND-RECORD.
028680     MOVE 'F' TO PND-MASTER-X.
028690     MOVE WS-RUN-DATE TO PND-SUBMIT-DATE.
028700     MOVE WS-RUN-TIME TO PND-SUBMIT-TIME.
028710     MOVE WS-PEND-SEQ TO PND-SEQ.
028720     MOVE 'P' TO PND-STATUS-X.
028730     MOVE WS-SUBMITTER TO PND-SUBMITTER.
028740     MOVE ZERO TO PND-DECISION-DATE.
028750     MOVE ZERO TO PND-APPLIED-DATE.
028760     MOVE WS-CARD-IMAGE TO PND-CARD-IMAGE.
028770     WRITE PND-RECORD
028780         INVALID KEY
028790             DISPLAY 'FACTMNT - UNABLE TO QUEUE PURGE, STATUS = '
028800                     WS-PENDING-STATUS
028810             MOVE 'Y' TO WS-ABORT-SW
028820             GO TO 6500-EXIT
028830     END-WRITE.
028840     ADD 1 TO WS-QUEUED-COUNT.
028850     DISPLAY 'FACTMNT - PURGE OF N = ' WS-SELECT-N
028860             ' QUEUED FOR APPROVAL AS ' PND-MASTER-X ' '
028870             PND-SUBMIT-DATE ' ' PND-SUBMIT-TIME ' ' PND-SEQ.
028880 6500-EXIT.
028890     EXIT.
028892****************************************************************
028894*  9000-TERMINATE                                               *
028896****************************************************************
028900 9000-TERMINATE.
029000     IF NOT WS-RUN-ABORTED
029100         MOVE SPACES TO RPT-LINE
029200         MOVE SPACES TO FMR-TOTAL-LINE
029300         MOVE 'ENTRIES REPORTED    ' TO FMR-TOT-LIT1
029400         MOVE WS-TOUCH-COUNT TO FMR-TOT-COUNT
029500         IF WS-APPLIED-COUNT > ZERO
029600             MOVE ' (INCL PURGED)' TO FMR-TOT-LIT2
029700         END-IF
029800         WRITE RPT-LINE FROM FMR-TOTAL-LINE
029810         DISPLAY 'FACTMNT - PURGES APPLIED ' WS-APPLIED-COUNT
029820                 ', QUEUED FOR APPROVAL ' WS-QUEUED-COUNT
029900     END-IF.
030000     CLOSE RESULTS-MASTER.
030100     CLOSE REPORT-FILE.
030110     CLOSE PENDING-FILE.
030120     CLOSE HISTORY-FILE.
030200 9000-EXIT.
030300     EXIT.
030310****************************************************************
030320*  9900-LOG-STEP-STATUS                                         *
030330*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
030340*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
030350*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
030360****************************************************************
030370 9900-LOG-STEP-STATUS.
030380     MOVE SPACES TO SST-RECORD.
030390     MOVE 'FACTMNT' TO SST-PROGRAM.
030400     MOVE WS-RUN-DATE TO SST-RUN-DATE.
030410     MOVE WS-RUN-TIME TO SST-RUN-TIME.
030420     MOVE RETURN-CODE TO SST-RETURN-CODE.
030430     MOVE 'TOUCHED' TO SST-COUNT-NAME (1).
030440     MOVE WS-TOUCH-COUNT TO SST-COUNT (1).
030450     MOVE 'APPLIED' TO SST-COUNT-NAME (2).
030460     MOVE WS-APPLIED-COUNT TO SST-COUNT (2).
030470     MOVE 'QUEUED' TO SST-COUNT-NAME (3).
030480     MOVE WS-QUEUED-COUNT TO SST-COUNT (3).
030490     CALL 'STEPLOG' USING SST-RECORD.
030500     MOVE SST-RETURN-CODE TO RETURN-CODE.
030510 9900-EXIT.
030520     EXIT.
