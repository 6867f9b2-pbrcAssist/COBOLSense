002200*                   SELECTIVE, PAGINATED VIEW OF THE AUDIT       *
002300*                   TRAIL INSTEAD OF A PAGE-THROUGH OF THE RAW   *
002400*                   AUDOUT FILE.                                 *
002420*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED    *
002440*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE   *
002460*                   SSTREC) FOR THE STEPRPT MORNING REPORT.      *
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
009570 77  WS-EDIT-TIME                PIC 9(06)V99 VALUE ZERO.
009580 77  WS-CRI-PTR                  PIC 9(04) COMP VALUE 1.
009600 COPY AINQREC.
009620****************************************************************
009640*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
009660****************************************************************
009680 COPY SSTREC.
009700 PROCEDURE DIVISION.
009800****************************************************************
009900*  0000-MAINLINE                                                *
010550     IF WS-RUN-ABORTED
010560         MOVE 12 TO RETURN-CODE
010570     END-IF.
010580     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
010600     STOP RUN.
010700****************************************************************
010800*  1000-INITIALIZE                                              *
031700     CLOSE REPORT-FILE.
031800 9000-EXIT.
031900     EXIT.
031910****************************************************************
031920*  9900-LOG-STEP-STATUS                                         *
031930*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
031940*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
031950*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
031960****************************************************************
031970 9900-LOG-STEP-STATUS.
031980     MOVE SPACES TO SST-RECORD.
031990     MOVE 'AUDITINQ' TO SST-PROGRAM.
032000     MOVE WS-RUN-DATE TO SST-RUN-DATE.
032010     MOVE RETURN-CODE TO SST-RETURN-CODE.
032020     MOVE 'READ' TO SST-COUNT-NAME (1).
032030     MOVE WS-READ-COUNT TO SST-COUNT (1).
032040     MOVE 'SELECTED' TO SST-COUNT-NAME (2).
032050     MOVE WS-SELECT-COUNT TO SST-COUNT (2).
032060     MOVE 'GARBLED' TO SST-COUNT-NAME (3).
032070     MOVE WS-GARBLED-COUNT TO SST-COUNT (3).
032080     CALL 'STEPLOG' USING SST-RECORD.
032090     MOVE SST-RETURN-CODE TO RETURN-CODE.
032100 9900-EXIT.
032110     EXIT.
