001000*                  REPORTS THE ENTIRE JOURNAL.  THIS IS THE      *
001100*                  VALUE LINEAGE SHOWN TO THE ACTUARIES WHEN A   *
001200*                  CHANGED VALUE HAS TO BE EXPLAINED.            *
001210*                  AN ENTRY REMOVED BY A FACTMNT PURGE IS        *
001220*                  SHOWN WITH THE PURGING RUN AS ITS REPLACER    *
001230*                  AND MARKED PURGED.                            *
001300*                                                                *
001400****************************************************************
001500 IDENTIFICATION DIVISION.
002200*  MODIFICATION HISTORY                                         *
002300*  ------------------------------------------------------------ *
002400*  2026-10-05  DEH  ORIGINAL PROGRAM.                           *
002410*  2027-01-18  DEH  PURGE BEFORE-IMAGES MARKED PURGED.          *
002430*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
002450*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
002470*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
010100 77  WS-EDIT-TIME                PIC 9(06)V99 VALUE ZERO.
010200 77  WS-CRI-PTR                  PIC 9(04) COMP VALUE 1.
010300 COPY HINQREC.
010320****************************************************************
010340*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
010360****************************************************************
010380 COPY SSTREC.
010400 PROCEDURE DIVISION.
010500****************************************************************
010600*  0000-MAINLINE                                                *
011500     IF WS-RUN-ABORTED
011600         MOVE 12 TO RETURN-CODE
011700     END-IF.
011750     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
011800     STOP RUN.
011900****************************************************************
012000*  1000-INITIALIZE                                              *
027000     MOVE 'JOB' TO HIR-COL-JOB-LIT.
027100     MOVE 'REPLACED' TO HIR-COL-REPL-LIT.
027200     MOVE 'JOB' TO HIR-COL-RJOB-LIT.
027210     MOVE 'ACTION' TO HIR-COL-ACTION-LIT.
027300     WRITE RPT-LINE FROM HIR-COLUMN-LINE.
027400 3000-EXIT.
027500     EXIT.
032900     COMPUTE WS-EDIT-TIME = FHST-REPL-TIME / 100.
033000     MOVE WS-EDIT-TIME TO HIR-DET-REPL-TIME.
033100     MOVE FHST-REPL-JOB TO HIR-DET-REPL-JOB.
033110     IF FHST-PURGED
033120         MOVE 'PURGED' TO HIR-DET-ACTION
033130     END-IF.
033200     WRITE RPT-LINE FROM HIR-DETAIL-LINE.
033300     ADD 1 TO WS-LINE-COUNT.
033400 3100-EXIT.
037500     CLOSE REPORT-FILE.
037600 9000-EXIT.
037700     EXIT.
037710****************************************************************
037720*  9900-LOG-STEP-STATUS                                         *
037730*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
037740*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
037750*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
037760****************************************************************
037770 9900-LOG-STEP-STATUS.
037780     MOVE SPACES TO SST-RECORD.
037790     MOVE 'FHISTINQ' TO SST-PROGRAM.
037800     MOVE WS-RUN-DATE TO SST-RUN-DATE.
037810     MOVE RETURN-CODE TO SST-RETURN-CODE.
037820     MOVE 'READ' TO SST-COUNT-NAME (1).
037830     MOVE WS-READ-COUNT TO SST-COUNT (1).
037840     MOVE 'SELECTED' TO SST-COUNT-NAME (2).
037850     MOVE WS-SELECT-COUNT TO SST-COUNT (2).
037860     MOVE 'GARBLED' TO SST-COUNT-NAME (3).
037870     MOVE WS-GARBLED-COUNT TO SST-COUNT (3).
037880     CALL 'STEPLOG' USING SST-RECORD.
037890     MOVE SST-RETURN-CODE TO RETURN-CODE.
037900 9900-EXIT.
037910     EXIT.
