002200*                  DISTINCT DEPARTMENTS ABORTS - A DELIVERY      *
002300*                  SILENTLY MERGED INTO THE WRONG FILE WOULD     *
002400*                  BE WORSE THAN NO DELIVERY AT ALL.             *
002410*                  EACH DETAIL ROUTED TO A DELIVERY FILE IS      *
002420*                  POSTED AS DELIVERED ON THE RQSTMST REQUEST    *
002430*                  STATUS MASTER THROUGH RQSPOST.                *
002440*                  EVERY DEPARTMENT DELIVERY FILE IS ALSO        *
002450*                  LOGGED ON DLVLOG (SEE DLVREC), THE RECORD     *
002460*                  OF WHAT WAS DELIVERED THAT DLVRECON HOLDS     *
002470*                  THE DEPARTMENTS' ACKNOWLEDGMENTS AGAINST.     *
002500*                                                                *
002600****************************************************************
002700 IDENTIFICATION DIVISION.
003400*  MODIFICATION HISTORY                                         *
003500*  ------------------------------------------------------------ *
003600*  2026-11-09  DEH  ORIGINAL PROGRAM.                           *
003610*  2026-11-30  DEH  POST EACH DELIVERED DETAIL TO THE RQSTMST   *
003620*                   REQUEST STATUS MASTER THROUGH RQSPOST.      *
003630*  2026-12-14  DEH  ROUTE THE NEW BINOMIAL 'B' DETAIL RECORDS   *
003640*                   LIKE 'D' RECORDS AND COUNT THEM AGAINST THE *
003650*                   TRAILER.  A DISTRIBUTION IS ONE REQUEST, SO *
003660*                   ONLY ITS K = 0 RECORD POSTS THE DELIVERY.   *
003670*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003680*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003690*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003693*  2027-02-15  DEH  LOG EACH DEPARTMENT DELIVERY FILE ON THE    *
003696*                   DLVLOG DELIVERY LOG FOR DLVRECON.           *
003700****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            ACCESS MODE IS SEQUENTIAL
009100            FILE STATUS IS WS-DELIVERY-STATUS.
009120     SELECT DELIVERY-LOG-FILE ASSIGN TO DLVLOG
009140            ORGANIZATION IS LINE SEQUENTIAL
009160            ACCESS MODE IS SEQUENTIAL
009180            FILE STATUS IS WS-DLVLOG-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  EXTRACT-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 132 CHARACTERS.
014100 01  DLV-LINE-10                     PIC X(132).
014120 FD  DELIVERY-LOG-FILE
014140     LABEL RECORDS ARE STANDARD
014160     RECORD CONTAINS 80 CHARACTERS.
014180 COPY DLVREC.
014200 WORKING-STORAGE SECTION.
014300****************************************************************
014400*  STANDALONE SWITCHES AND COUNTERS                              *
015300****************************************************************
015400 77  WS-DELIVERY-STATUS          PIC X(02) VALUE SPACES.
015500     88  WS-DELIVERY-OK                      VALUE '00'.
015510 77  WS-DLVLOG-STATUS            PIC X(02) VALUE SPACES.
015520     88  WS-DLVLOG-OK                        VALUE '00'.
015530     88  WS-DLVLOG-NOT-FOUND                 VALUE '35'.
015540 77  WS-DLVLOG-OPEN-SW           PIC X(01) VALUE 'N'.
015550     88  WS-DLVLOG-OPEN                      VALUE 'Y'.
015600 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
015700     88  WS-RUN-ABORTED                      VALUE 'Y'.
015800 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
016400 77  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
016500 77  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
016600 77  WS-TRAILER-COUNT            PIC 9(08) VALUE ZERO.
016650 77  WS-DELIVERED-COUNT          PIC 9(08) COMP VALUE ZERO.
016670 77  WS-LOGGED-COUNT             PIC 9(08) COMP VALUE ZERO.
016700 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
016800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
016810 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
016820 77  WS-JOB-NAME                 PIC X(08) VALUE 'EXTDIST'.
016900****************************************************************
017000*  SOURCE HEADER STAMPS, CARRIED ONTO EVERY DELIVERY FILE'S      *
017100*  HEADER SO A RECEIVER SEES THE ORIGINATING RUN, NOT THE        *
019900     05  WS-DLV-FILE-NUMBER      PIC 9(02) VALUE ZERO.
020000 COPY EXTREC.
020100 COPY DSTRPT.
020110****************************************************************
020120*  REQUEST STATUS EVENT PASSED TO RQSPOST                       *
020130****************************************************************
020140 COPY RQEREC.
020150****************************************************************
020160*  STEP-STATUS RECORD PASSED TO STEPLOG                         *
020170****************************************************************
020180 COPY SSTREC.
020200 PROCEDURE DIVISION.
020300****************************************************************
020400*  0000-MAINLINE                                                *
022600             MOVE 04 TO RETURN-CODE
022700         END-IF
022800     END-IF.
022850     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
022900     STOP RUN.
023000****************************************************************
023100*  1000-INITIALIZE                                              *
023200****************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023410     ACCEPT WS-RUN-TIME FROM TIME.
023500     PERFORM 1100-CLEAR-DELIVERY-ENTRY THRU 1100-EXIT
023600             VARYING WS-DV-SUB FROM 1 BY 1
023700             UNTIL WS-DV-SUB > WS-DELIVERY-MAX.
025000     IF WS-RUN-ABORTED
025100         GO TO 1000-EXIT
025200     END-IF.
025210     MOVE 'O' TO RQE-FUNCTION-X.
025220     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
025230     CALL 'RQSPOST' USING RQE-RECORD.
025300     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
025400 1000-EXIT.
025500     EXIT.
028100         PERFORM 2200-VERIFY-TRAILER-COUNT THRU 2200-EXIT
028200         GO TO 2000-READ
028300     END-IF.
028400     IF EXT-DET-ID NOT = 'D' AND EXT-DET-ID NOT = 'B'
028500         GO TO 2000-READ
028600     END-IF.
028610     IF EXT-DET-ID = 'B'
028620         MOVE EXT-LINE TO EXT-BINOMIAL-REC
028630     END-IF.
028700     ADD 1 TO WS-DETAIL-COUNT.
028800     PERFORM 2300-LOCATE-DEPARTMENT THRU 2300-EXIT.
028900     IF WS-RUN-ABORTED
029300     MOVE EXT-LINE TO WS-DLV-OUT-LINE.
029400     PERFORM 6200-WRITE-DELIVERY-LINE THRU 6200-EXIT.
029500     ADD 1 TO WS-DV-COUNT (WS-DV-SUB).
029502*    A BINOMIAL DISTRIBUTION IS ONE REQUEST SPREAD OVER N + 1
029504*    RECORDS - IT IS POSTED ONCE, ON ITS K = 0 RECORD.
029506     IF EXT-DET-ID = 'D' OR EXT-BIN-K = ZERO
029510         PERFORM 2400-POST-REQUEST-STATUS THRU 2400-EXIT
029520     END-IF.
029600 2000-READ.
029700     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
029800 2000-EXIT.
037700     END-IF.
037800 2310-EXIT.
037900     EXIT.
037904****************************************************************
037908*  2400-POST-REQUEST-STATUS                                     *
037912*  POSTS THE DETAIL JUST ROUTED AS DELIVERED ON THE RQSTMST     *
037916*  MASTER, NAMING THE DELIVERY FILE IT WENT OUT ON.             *
037920****************************************************************
037924 2400-POST-REQUEST-STATUS.
037928     MOVE 'P' TO RQE-FUNCTION-X.
037932     MOVE EXT-DET-REQ-DEPT TO RQE-REQ-DEPT.
037936     MOVE EXT-DET-REQ-REF TO RQE-REQ-REF.
037940     MOVE 'V' TO RQE-EVENT-X.
037944     MOVE WS-RUN-DATE TO RQE-DATE.
037948     MOVE WS-RUN-TIME TO RQE-TIME.
037952     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
037956     MOVE SPACES TO RQE-REASON-CODE.
037960     MOVE WS-DV-SUB TO WS-DLV-FILE-NUMBER.
037964     MOVE SPACES TO RQE-DETAIL.
037968     STRING 'DELIVERED ON ' WS-DLV-FILE-NAME
037972            DELIMITED BY SIZE INTO RQE-DETAIL.
037976     CALL 'RQSPOST' USING RQE-RECORD.
037980 2400-EXIT.
037984     EXIT.
038000****************************************************************
038100*  3000-FINISH-DELIVERY-FILES                                    *
038200****************************************************************
038300 3000-FINISH-DELIVERY-FILES.
038350     PERFORM 3050-OPEN-DELIVERY-LOG THRU 3050-EXIT.
038400     PERFORM 3100-FINISH-ONE-FILE THRU 3100-EXIT
038500             VARYING WS-DV-SUB FROM 1 BY 1
038600             UNTIL WS-DV-SUB > WS-DEPT-COUNT.
038620     IF WS-DLVLOG-OPEN
038640         CLOSE DELIVERY-LOG-FILE
038660     END-IF.
038700 3000-EXIT.
038800     EXIT.
038805****************************************************************
038810*  3050-OPEN-DELIVERY-LOG                                        *
038815*  DLVLOG IS CREATED ON FIRST USE.  IF IT CANNOT BE OPENED THE   *
038820*  FILES ARE STILL DELIVERED - ONLY THE LOG ENTRIES ARE LOST,    *
038825*  AND THE STEP-STATUS LOGGED COUNT SHOWS IT.                    *
038830****************************************************************
038835 3050-OPEN-DELIVERY-LOG.
038840     OPEN EXTEND DELIVERY-LOG-FILE.
038845     IF WS-DLVLOG-NOT-FOUND
038850         OPEN OUTPUT DELIVERY-LOG-FILE
038855     END-IF.
038860     IF WS-DLVLOG-OK
038865         MOVE 'Y' TO WS-DLVLOG-OPEN-SW
038870     ELSE
038875         DISPLAY 'EXTDIST - UNABLE TO OPEN DLVLOG, STATUS = '
038880                 WS-DLVLOG-STATUS ', DELIVERIES NOT LOGGED'
038885     END-IF.
038890 3050-EXIT.
038895     EXIT.
038900****************************************************************
039000*  3100-FINISH-ONE-FILE                                          *
039100*  CLOSES ONE DELIVERY FILE WITH ITS OWN TRAILER CARRYING THAT   *
039600     MOVE EXT-TRAILER-REC TO WS-DLV-OUT-LINE.
039700     PERFORM 6200-WRITE-DELIVERY-LINE THRU 6200-EXIT.
039800     PERFORM 6300-CLOSE-DELIVERY-FILE THRU 6300-EXIT.
039820     IF WS-DLVLOG-OPEN AND WS-DV-DEPT (WS-DV-SUB) NOT = SPACES
039840         PERFORM 3150-LOG-DELIVERY THRU 3150-EXIT
039860     END-IF.
039900 3100-EXIT.
040000     EXIT.
040003****************************************************************
040006*  3150-LOG-DELIVERY                                             *
040009*  APPENDS THE DELIVERY FILE JUST CLOSED TO DLVLOG - ITS         *
040012*  DEPARTMENT, THE SOURCE RUN STAMPS ON ITS HEADER AND THE       *
040015*  DETAIL COUNT ON ITS TRAILER.                                  *
040018****************************************************************
040021 3150-LOG-DELIVERY.
040024     MOVE SPACES TO DLV-RECORD.
040027     MOVE WS-DV-DEPT (WS-DV-SUB) TO DLV-DEPT.
040030     MOVE WS-DV-SUB TO WS-DLV-FILE-NUMBER.
040033     MOVE WS-DLV-FILE-NAME TO DLV-FILE.
040036     MOVE WS-SRC-RUN-DATE TO DLV-SRC-DATE.
040039     MOVE WS-SRC-RUN-TIME TO DLV-SRC-TIME.
040042     MOVE WS-SRC-JOB-NAME TO DLV-SRC-JOB-NAME.
040045     MOVE WS-DV-COUNT (WS-DV-SUB) TO DLV-COUNT.
040048     MOVE WS-RUN-DATE TO DLV-DIST-DATE.
040051     MOVE WS-RUN-TIME TO DLV-DIST-TIME.
040054     MOVE 'D' TO DLV-TYPE-X.
040057     WRITE DLV-RECORD.
040060     IF WS-DLVLOG-OK
040063         ADD 1 TO WS-LOGGED-COUNT
040066     ELSE
040069         DISPLAY 'EXTDIST - DLVLOG WRITE FAILED FOR DEPT '
040072                 DLV-DEPT ', STATUS = ' WS-DLVLOG-STATUS
040075     END-IF.
040078 3150-EXIT.
040081     EXIT.
040100****************************************************************
040200*  4000-WRITE-CONTROL-REPORT                                     *
040300****************************************************************
051400 9000-TERMINATE.
051500     CLOSE EXTRACT-FILE.
051600     CLOSE REPORT-FILE.
051610     MOVE 'C' TO RQE-FUNCTION-X.
051620     CALL 'RQSPOST' USING RQE-RECORD.
051700 9000-EXIT.
051800     EXIT.
051810****************************************************************
051820*  9900-LOG-STEP-STATUS                                         *
051830*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
051840*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
051850*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
051860****************************************************************
051870 9900-LOG-STEP-STATUS.
051880     MOVE SPACES TO SST-RECORD.
051890     MOVE 'EXTDIST' TO SST-PROGRAM.
051900     MOVE WS-RUN-DATE TO SST-RUN-DATE.
051910     MOVE WS-RUN-TIME TO SST-RUN-TIME.
051920     MOVE RETURN-CODE TO SST-RETURN-CODE.
051930     MOVE ZERO TO WS-DELIVERED-COUNT.
051940     PERFORM 9910-ADD-DELIVERED-COUNT THRU 9910-EXIT
051950             VARYING WS-DV-SUB FROM 1 BY 1
051960             UNTIL WS-DV-SUB > WS-DEPT-COUNT.
051970     MOVE 'DETAILS' TO SST-COUNT-NAME (1).
051980     MOVE WS-DETAIL-COUNT TO SST-COUNT (1).
051990     MOVE 'DELIVERD' TO SST-COUNT-NAME (2).
052000     MOVE WS-DELIVERED-COUNT TO SST-COUNT (2).
052010     MOVE 'FILES' TO SST-COUNT-NAME (3).
052020     MOVE WS-DEPT-COUNT TO SST-COUNT (3).
052030     MOVE 'TRAILER' TO SST-COUNT-NAME (4).
052040     MOVE WS-TRAILER-COUNT TO SST-COUNT (4).
052043     MOVE 'LOGGED' TO SST-COUNT-NAME (5).
052046     MOVE WS-LOGGED-COUNT TO SST-COUNT (5).
052050     IF SST-RETURN-CODE = 04
052060         MOVE 'DAMAGED' TO SST-DISPOSITION
052070         MOVE 'EXTOUT DAMAGED OR TRUNCATED' TO SST-REASON
052080     END-IF.
052090     CALL 'STEPLOG' USING SST-RECORD.
052100     MOVE SST-RETURN-CODE TO RETURN-CODE.
052110 9900-EXIT.
052120     EXIT.
052130****************************************************************
052140*  9910-ADD-DELIVERED-COUNT                                     *
052150*  TOTALS THE DETAIL RECORDS WRITTEN TO THE DELIVERY FILES.     *
052160****************************************************************
052170 9910-ADD-DELIVERED-COUNT.
052180     ADD WS-DV-COUNT (WS-DV-SUB) TO WS-DELIVERED-COUNT.
052190 9910-EXIT.
052200     EXIT.
