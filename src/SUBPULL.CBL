001300*                  POINT OF ENTRY AND ARE VALIDATED AGAIN BY     *
001400*                  THE NIGHTLY RUN - THIS PROGRAM ONLY BATCHES   *
001500*                  THEM.                                         *
001510*                  EACH PULLED REQUEST IS POSTED AS SUBMITTED    *
001520*                  (QUEUED ON WORKADD) ON THE RQSTMST REQUEST    *
001530*                  STATUS MASTER THROUGH RQSPOST.                *
001600*                                                                *
001700****************************************************************
001800 IDENTIFICATION DIVISION.
002500*  MODIFICATION HISTORY                                         *
002600*  ------------------------------------------------------------ *
002700*  2026-11-23  DEH  ORIGINAL PROGRAM.                           *
002710*  2026-11-30  DEH  POST EACH PULLED REQUEST TO THE RQSTMST      *
002720*                   REQUEST STATUS MASTER THROUGH RQSPOST.       *
002740*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED    *
002760*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE   *
002780*                   SSTREC) FOR THE STEPRPT MORNING REPORT.      *
002800****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
006500     88  WS-END-OF-SUBMISSIONS               VALUE 'Y'.
006600 77  WS-PULL-COUNT               PIC 9(08) COMP VALUE ZERO.
006700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
006710 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
006720 77  WS-JOB-NAME                 PIC X(08) VALUE 'SUBPULL'.
006800 77  WS-BATCH-ID                 PIC X(08) VALUE 'ONLSUBS'.
006900****************************************************************
007000*  WL-RECORD BUILD AREA FOR THE GENERATED BATCH HEADER AND       *
007100*  TRAILER - THE SAME LAYOUTS FACTORIAL READS.                   *
007200****************************************************************
007300 COPY WORKREC.
007310****************************************************************
007320*  REQUEST STATUS EVENT PASSED TO RQSPOST                       *
007330****************************************************************
007340 COPY RQEREC.
007350****************************************************************
007360*  STEP-STATUS RECORD PASSED TO STEPLOG                         *
007370****************************************************************
007380 COPY SSTREC.
007400 PROCEDURE DIVISION.
007500****************************************************************
007600*  0000-MAINLINE                                                *
008900     IF WS-RUN-ABORTED
009000         MOVE 12 TO RETURN-CODE
009100     END-IF.
009150     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
009200     STOP RUN.
009300****************************************************************
009400*  1000-INITIALIZE                                              *
009800****************************************************************
009900 1000-INITIALIZE.
010000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010010     ACCEPT WS-RUN-TIME FROM TIME.
010100     OPEN INPUT SUBMISSION-FILE.
010200     IF WS-SUBMISSION-NOT-FOUND
010300         DISPLAY 'SUBPULL - NO SUBIN SUPPLIED, NO SUBMISSIONS '
012000         GO TO 1000-EXIT
012100     END-IF.
012200     PERFORM 2500-WRITE-BATCH-HEADER THRU 2500-EXIT.
012210     MOVE 'O' TO RQE-FUNCTION-X.
012220     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
012230     CALL 'RQSPOST' USING RQE-RECORD.
012300     IF NOT WS-END-OF-SUBMISSIONS
012400         PERFORM 2100-READ-SUBMISSION THRU 2100-EXIT
012500     END-IF.
013100 2000-PULL-SUBMISSION.
013200     WRITE WORKADD-RECORD FROM SUB-IN-RECORD.
013300     ADD 1 TO WS-PULL-COUNT.
013310     MOVE SUB-IN-RECORD TO WL-RECORD.
013320     PERFORM 2200-POST-REQUEST-STATUS THRU 2200-EXIT.
013400     PERFORM 2100-READ-SUBMISSION THRU 2100-EXIT.
013500 2000-EXIT.
013600     EXIT.
014400     END-READ.
014500 2100-EXIT.
014600     EXIT.
014605****************************************************************
014610*  2200-POST-REQUEST-STATUS                                     *
014615*  POSTS THE PULLED REQUEST AS SUBMITTED - NOW QUEUED ON        *
014620*  WORKADD FOR THE NIGHT'S WORKIN - ON THE RQSTMST MASTER.      *
014625****************************************************************
014630 2200-POST-REQUEST-STATUS.
014635     MOVE 'P' TO RQE-FUNCTION-X.
014640     MOVE WL-REQ-DEPT TO RQE-REQ-DEPT.
014645     MOVE WL-REQ-REF TO RQE-REQ-REF.
014650     MOVE 'S' TO RQE-EVENT-X.
014655     MOVE WS-RUN-DATE TO RQE-DATE.
014660     MOVE WS-RUN-TIME TO RQE-TIME.
014665     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
014670     MOVE SPACES TO RQE-REASON-CODE.
014675     MOVE 'QUEUED ON WORKADD' TO RQE-DETAIL.
014680     CALL 'RQSPOST' USING RQE-RECORD.
014685 2200-EXIT.
014690     EXIT.
014700****************************************************************
014800*  2500-WRITE-BATCH-HEADER                                       *
014900****************************************************************
017700     IF WS-WORKADD-OK
017800         CLOSE WORKADD-FILE
017900     END-IF.
017910     MOVE 'C' TO RQE-FUNCTION-X.
017920     CALL 'RQSPOST' USING RQE-RECORD.
018000 9000-EXIT.
018100     EXIT.
018110****************************************************************
018120*  9900-LOG-STEP-STATUS                                         *
018130*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
018140*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
018150*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
018160****************************************************************
018170 9900-LOG-STEP-STATUS.
018180     MOVE SPACES TO SST-RECORD.
018190     MOVE 'SUBPULL' TO SST-PROGRAM.
018200     MOVE WS-RUN-DATE TO SST-RUN-DATE.
018210     MOVE WS-RUN-TIME TO SST-RUN-TIME.
018220     MOVE RETURN-CODE TO SST-RETURN-CODE.
018230     MOVE 'PULLED' TO SST-COUNT-NAME (1).
018240     MOVE WS-PULL-COUNT TO SST-COUNT (1).
018250     CALL 'STEPLOG' USING SST-RECORD.
018260     MOVE SST-RETURN-CODE TO RETURN-CODE.
018270 9900-EXIT.
018280     EXIT.
