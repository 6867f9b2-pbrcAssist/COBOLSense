003600*                   SEARCH CAN PICK THE GENERATIONS THAT        *
003700*                   OVERLAP A REQUESTED DATE RANGE.  A RUN      *
003800*                   THAT ARCHIVES NOTHING REGISTERS NOTHING.    *
003820*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003840*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003860*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003900****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
012800 77  WS-ARCHIVE-DATE-FROM        PIC 9(08) VALUE 99999999.
012900 77  WS-ARCHIVE-DATE-TO          PIC 9(08) VALUE ZERO.
013000 COPY ARCRPT.
013020****************************************************************
013040*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
013060****************************************************************
013080 COPY SSTREC.
013100 PROCEDURE DIVISION.
013200****************************************************************
013300*  0000-MAINLINE                                                *
014300     IF WS-RUN-ABORTED
014400         MOVE 12 TO RETURN-CODE
014500     END-IF.
014550     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
014600     STOP RUN.
014700****************************************************************
014800*  1000-INITIALIZE                                              *
035600     CLOSE REPORT-FILE.
035700 9000-EXIT.
035800     EXIT.
035810****************************************************************
035820*  9900-LOG-STEP-STATUS                                         *
035830*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
035840*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
035850*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
035860****************************************************************
035870 9900-LOG-STEP-STATUS.
035880     MOVE SPACES TO SST-RECORD.
035890     MOVE 'AUDARCH' TO SST-PROGRAM.
035900     MOVE WS-RUN-DATE TO SST-RUN-DATE.
035910     MOVE RETURN-CODE TO SST-RETURN-CODE.
035920     MOVE 'READ' TO SST-COUNT-NAME (1).
035930     MOVE WS-READ-COUNT TO SST-COUNT (1).
035940     MOVE 'RETAINED' TO SST-COUNT-NAME (2).
035950     MOVE WS-RETAIN-COUNT TO SST-COUNT (2).
035960     MOVE 'ARCHIVED' TO SST-COUNT-NAME (3).
035970     MOVE WS-ARCHIVE-COUNT TO SST-COUNT (3).
035980     CALL 'STEPLOG' USING SST-RECORD.
035990     MOVE SST-RETURN-CODE TO RETURN-CODE.
036000 9900-EXIT.
036010     EXIT.
