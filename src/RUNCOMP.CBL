001800*                  (EXACT OR APPROXIMATE).  NCR/NPR ARE NOT      *
001900*                  COMPARED - THEY VARY WITH THE R ON EACH       *
002000*                  REQUEST, NOT WITH N ALONE.                    *
002010*                  BINOMIAL ('B') RECORDS ARE NOT COMPARED       *
002020*                  EITHER - THEY VARY WITH P - BUT THEY COUNT    *
002030*                  TOWARD THE TRAILER CHECK LIKE ANY DETAIL.     *
002100*                                                                *
002200****************************************************************
002300 IDENTIFICATION DIVISION.
003000*  MODIFICATION HISTORY                                         *
003100*  ------------------------------------------------------------ *
003200*  2026-06-15  DEH  ORIGINAL PROGRAM.                           *
003210*  2026-12-14  DEH  COUNT BINOMIAL 'B' DETAIL RECORDS TOWARD    *
003220*                   THE TRAILER CHECK SO AN EXTRACT CARRYING A  *
003230*                   DISTRIBUTION IS NOT REPORTED AS DAMAGED.    *
003240*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003250*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003260*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003300****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
011420 77  WS-DIF-PRIOR-VALUE          PIC X(24) VALUE SPACES.
011430 77  WS-DIF-CURRENT-VALUE        PIC X(24) VALUE SPACES.
011500 COPY CMPRPT.
011520****************************************************************
011540*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
011560****************************************************************
011580 COPY SSTREC.
011600 PROCEDURE DIVISION.
011700****************************************************************
011800*  0000-MAINLINE                                                *
013300             MOVE 04 TO RETURN-CODE
013400         END-IF
013500     END-IF.
013550     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
013600     STOP RUN.
013700****************************************************************
013800*  1000-INITIALIZE                                              *
020300         PERFORM 6000-VERIFY-TRAILER-COUNT THRU 6000-EXIT
020400         GO TO 2100-EXIT
020500     END-IF.
020510     IF EXT-DET-ID = 'B'
020520         ADD 1 TO WS-DETAIL-COUNT
020530         GO TO 2100-EXIT
020540     END-IF.
020600     IF EXT-DET-ID NOT = 'D'
020700         GO TO 2100-EXIT
020800     END-IF.
024900         PERFORM 6000-VERIFY-TRAILER-COUNT THRU 6000-EXIT
025000         GO TO 3100-EXIT
025100     END-IF.
025110     IF EXT-DET-ID = 'B'
025120         ADD 1 TO WS-DETAIL-COUNT
025130         GO TO 3100-EXIT
025140     END-IF.
025200     IF EXT-DET-ID NOT = 'D'
025300         GO TO 3100-EXIT
025400     END-IF.
046000     CLOSE REPORT-FILE.
046100 9000-EXIT.
046200     EXIT.
046210****************************************************************
046220*  9900-LOG-STEP-STATUS                                         *
046230*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
046240*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
046250*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
046260****************************************************************
046270 9900-LOG-STEP-STATUS.
046280     MOVE SPACES TO SST-RECORD.
046290     MOVE 'RUNCOMP' TO SST-PROGRAM.
046300     MOVE WS-RUN-DATE TO SST-RUN-DATE.
046310     MOVE RETURN-CODE TO SST-RETURN-CODE.
046320     MOVE 'DETAILS' TO SST-COUNT-NAME (1).
046330     MOVE WS-DETAIL-COUNT TO SST-COUNT (1).
046340     MOVE 'CHANGED' TO SST-COUNT-NAME (2).
046350     MOVE WS-CHANGED-COUNT TO SST-COUNT (2).
046360     MOVE 'NEW' TO SST-COUNT-NAME (3).
046370     MOVE WS-NEW-COUNT TO SST-COUNT (3).
046380     MOVE 'MISSING' TO SST-COUNT-NAME (4).
046390     MOVE WS-MISSING-COUNT TO SST-COUNT (4).
046400     IF SST-RETURN-CODE = 04
046410         MOVE 'DIFFERS' TO SST-DISPOSITION
046420         MOVE 'EXTRACT DAMAGED OR TRUNCATED' TO SST-REASON
046430         IF WS-MISSING-COUNT > ZERO
046440             MOVE 'N VALUES MISSING FROM TONIGHT' TO SST-REASON
046450         END-IF
046460         IF WS-CHANGED-COUNT > ZERO
046470             MOVE 'RESULTS CHANGED FOR THE SAME N' TO SST-REASON
046480         END-IF
046490     END-IF.
046500     CALL 'STEPLOG' USING SST-RECORD.
046510     MOVE SST-RETURN-CODE TO RETURN-CODE.
046520 9900-EXIT.
046530     EXIT.
