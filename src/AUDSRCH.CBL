002800*  MODIFICATION HISTORY                                         *
002900*  ------------------------------------------------------------ *
003000*  2026-11-02  DEH  ORIGINAL PROGRAM.                           *
003020*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003040*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003060*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003100****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
015200 77  WS-CRI-PTR                  PIC 9(04) COMP VALUE 1.
015300 COPY AUDREC.
015400 COPY AINQREC.
015420****************************************************************
015440*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
015460****************************************************************
015480 COPY SSTREC.
015500 PROCEDURE DIVISION.
015600****************************************************************
015700*  0000-MAINLINE                                                *
016600     IF WS-RUN-ABORTED
016700         MOVE 12 TO RETURN-CODE
016800     END-IF.
016850     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
016900     STOP RUN.
017000****************************************************************
017100*  1000-INITIALIZE                                              *
056300     CLOSE REPORT-FILE.
056400 9000-EXIT.
056500     EXIT.
056510****************************************************************
056520*  9900-LOG-STEP-STATUS                                         *
056530*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
056540*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
056550*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
056560****************************************************************
056570 9900-LOG-STEP-STATUS.
056580     MOVE SPACES TO SST-RECORD.
056590     MOVE 'AUDSRCH' TO SST-PROGRAM.
056600     MOVE WS-RUN-DATE TO SST-RUN-DATE.
056610     MOVE RETURN-CODE TO SST-RETURN-CODE.
056620     MOVE 'READ' TO SST-COUNT-NAME (1).
056630     MOVE WS-READ-COUNT TO SST-COUNT (1).
056640     MOVE 'SELECTED' TO SST-COUNT-NAME (2).
056650     MOVE WS-SELECT-COUNT TO SST-COUNT (2).
056660     MOVE 'GARBLED' TO SST-COUNT-NAME (3).
056670     MOVE WS-GARBLED-COUNT TO SST-COUNT (3).
056680     MOVE 'ARCHGENS' TO SST-COUNT-NAME (4).
056690     MOVE WS-GEN-COUNT TO SST-COUNT (4).
056700     CALL 'STEPLOG' USING SST-RECORD.
056710     MOVE SST-RETURN-CODE TO RETURN-CODE.
056720 9900-EXIT.
056730     EXIT.
