001900*  NOTE         :  A RECORD WITH A GARBLED STATUS OR REJECT      *
002000*                  DATE IS NEVER DISCARDED - IT IS CARRIED       *
002100*                  FORWARD AND REPORTED, LIKE AN OVERAGE ONE.    *
002110*                  EACH RESUBMITTED CORRECTION IS POSTED AS      *
002120*                  CORRECTED ON THE RQSTMST REQUEST STATUS       *
002130*                  MASTER THROUGH RQSPOST.                       *
002140*                  AGE IS COUNTED IN BUSINESS DAYS FROM THE      *
002150*                  BUSCAL BUSINESS CALENDAR, SO A LONG WEEKEND   *
002160*                  DOES NOT PUSH A REJECT OVER THE LIMIT.        *
002170*                  WITHOUT A CALENDAR, OR FOR A DATE IT DOES NOT *
002180*                  COVER, AGE FALLS BACK TO CALENDAR DAYS.       *
002200*                                                                *
002300****************************************************************
002400 IDENTIFICATION DIVISION.
003100*  MODIFICATION HISTORY                                         *
003200*  ------------------------------------------------------------ *
003300*  2026-10-12  DEH  ORIGINAL PROGRAM.                           *
003310*  2026-11-30  DEH  POST EACH RESUBMITTED CORRECTION TO THE      *
003320*                   RQSTMST REQUEST STATUS MASTER THROUGH        *
003330*                   RQSPOST.                                     *
003340*  2027-01-04  DEH  AGE REJECTS IN BUSINESS DAYS FROM THE       *
003350*                   BUSCAL BUSINESS CALENDAR.                   *
003360*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003370*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003380*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            ACCESS MODE IS SEQUENTIAL
006000            FILE STATUS IS WS-REPORT-STATUS.
006010     SELECT CALENDAR-FILE   ASSIGN TO BUSCAL
006020            ORGANIZATION IS INDEXED
006030            ACCESS MODE IS RANDOM
006040            RECORD KEY IS CAL-DATE
006050            FILE STATUS IS WS-CALENDAR-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RECYCLE-IN
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  RPT-LINE                        PIC X(132).
008210 FD  CALENDAR-FILE
008220     LABEL RECORDS ARE STANDARD
008230     RECORD CONTAINS 80 CHARACTERS.
008240 COPY CALREC.
008300 WORKING-STORAGE SECTION.
008400****************************************************************
008500*  STANDALONE SWITCHES AND COUNTERS                              *
009500     88  WS-CONTROL-OK                       VALUE '00'.
009600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009700     88  WS-REPORT-OK                        VALUE '00'.
009710 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
009720     88  WS-CALENDAR-OK                      VALUE '00'.
009730     88  WS-CALENDAR-NOT-FOUND               VALUE '35'.
009740 77  WS-CALENDAR-SW              PIC X(01) VALUE 'N'.
009750     88  WS-CALENDAR-IN-USE                  VALUE 'Y'.
009800 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
009900     88  WS-RUN-ABORTED                      VALUE 'Y'.
010000 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010700 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
010800 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
010900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
010910 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
010920 77  WS-JOB-NAME                 PIC X(08) VALUE 'RECYCLE'.
011000 77  WS-AGE-LIMIT                PIC 9(03) VALUE 5.
011100 77  WS-AGE-DAYS                 PIC S9(05) COMP-3 VALUE ZERO.
011110 77  WS-RUN-BUS-SEQ              PIC 9(07) VALUE ZERO.
011200 77  WS-DISPOSITION              PIC X(20) VALUE SPACES.
011300 77  WS-BATCH-ID                 PIC X(08) VALUE 'RECYCLED'.
011400****************************************************************
011700****************************************************************
011800 COPY WORKREC.
011900 COPY RCYRPT.
011910****************************************************************
011920*  REQUEST STATUS EVENT PASSED TO RQSPOST                       *
011930****************************************************************
011940 COPY RQEREC.
011950****************************************************************
011960*  STEP-STATUS RECORD PASSED TO STEPLOG                         *
011970****************************************************************
011980 COPY SSTREC.
012000 PROCEDURE DIVISION.
012100****************************************************************
012200*  0000-MAINLINE                                                *
013700             MOVE 04 TO RETURN-CODE
013800         END-IF
013900     END-IF.
013950     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
014000     STOP RUN.
014100****************************************************************
014200*  1000-INITIALIZE                                              *
014300****************************************************************
014400 1000-INITIALIZE.
014500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014510     ACCEPT WS-RUN-TIME FROM TIME.
014600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
014610     PERFORM 1200-OPEN-CALENDAR THRU 1200-EXIT.
014700     OPEN INPUT RECYCLE-IN.
014800     IF WS-RECYCLE-IN-NOT-FOUND
014900         DISPLAY 'RECYCLE - NO RECYCIN SUPPLIED, NOTHING TO DO'
017700         GO TO 1000-EXIT
017800     END-IF.
017900     PERFORM 3400-WRITE-BATCH-HEADER THRU 3400-EXIT.
017910     MOVE 'O' TO RQE-FUNCTION-X.
017920     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
017930     CALL 'RQSPOST' USING RQE-RECORD.
018000     IF NOT WS-END-OF-RECYCLE
018100         PERFORM 2100-READ-RECYCLE THRU 2100-EXIT
018200     END-IF.
021200     CLOSE CONTROL-FILE.
021300 1100-EXIT.
021400     EXIT.
021401****************************************************************
021402*  1200-OPEN-CALENDAR                                            *
021403*  OPENS THE BUSCAL CALENDAR AND FINDS THE RUN DATE'S            *
021404*  BUSINESS-DAY SEQUENCE, AGAINST WHICH EVERY REJECT IS AGED.    *
021405*  NO CALENDAR, OR ONE THAT DOES NOT REACH THE RUN DATE, LEAVES  *
021406*  AGING IN CALENDAR DAYS.                                       *
021409****************************************************************
021410 1200-OPEN-CALENDAR.
021411     OPEN INPUT CALENDAR-FILE.
021412     IF WS-CALENDAR-NOT-FOUND
021413         DISPLAY 'RECYCLE - NO BUSCAL CALENDAR, AGING IN '
021414                 'CALENDAR DAYS'
021415         GO TO 1200-EXIT
021416     END-IF.
021417     IF NOT WS-CALENDAR-OK
021418         DISPLAY 'RECYCLE - UNABLE TO OPEN BUSCAL, STATUS = '
021419                 WS-CALENDAR-STATUS
021420         MOVE 'Y' TO WS-ABORT-SW
021421         GO TO 1200-EXIT
021422     END-IF.
021423     MOVE WS-RUN-DATE TO CAL-DATE.
021424     READ CALENDAR-FILE
021425         INVALID KEY
021426             DISPLAY 'RECYCLE - RUN DATE ' WS-RUN-DATE
021427                     ' IS NOT ON BUSCAL, AGING IN CALENDAR DAYS'
021428             CLOSE CALENDAR-FILE
021429             GO TO 1200-EXIT
021430     END-READ.
021431     MOVE CAL-BUS-DAY-SEQ TO WS-RUN-BUS-SEQ.
021432     MOVE 'Y' TO WS-CALENDAR-SW.
021433 1200-EXIT.
021434     EXIT.
021500****************************************************************
021600*  2000-DISPOSE-RECYCLE-RECORD                                   *
021700*  ROUTES ONE RECYCLE RECORD BY ITS STATUS BYTE.  ANYTHING      *
025300     MOVE 'RESUBMITTED' TO WS-DISPOSITION.
025400     MOVE ZERO TO WS-AGE-DAYS.
025500     PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT.
025510     PERFORM 3050-POST-REQUEST-STATUS THRU 3050-EXIT.
025600 3000-EXIT.
025700     EXIT.
025704****************************************************************
025708*  3050-POST-REQUEST-STATUS                                     *
025712*  POSTS THE RESUBMITTED CORRECTION AS CORRECTED ON THE         *
025716*  RQSTMST MASTER, CARRYING THE ORIGINAL REJECT REASON.  THE    *
025720*  KEY COMES FROM THE CORRECTED WL IMAGE LEFT IN WL-RECORD BY   *
025724*  3100-WRITE-DETAIL-LINE.                                      *
025728****************************************************************
025732 3050-POST-REQUEST-STATUS.
025736     MOVE 'P' TO RQE-FUNCTION-X.
025740     MOVE WL-REQ-DEPT TO RQE-REQ-DEPT.
025744     MOVE WL-REQ-REF TO RQE-REQ-REF.
025748     MOVE 'K' TO RQE-EVENT-X.
025752     MOVE WS-RUN-DATE TO RQE-DATE.
025756     MOVE WS-RUN-TIME TO RQE-TIME.
025760     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
025764     MOVE RCY-REASON-CODE TO RQE-REASON-CODE.
025768     MOVE 'RESUBMITTED MERGEOUT' TO RQE-DETAIL.
025772     CALL 'RQSPOST' USING RQE-RECORD.
025776 3050-EXIT.
025780     EXIT.
025800****************************************************************
025900*  3100-WRITE-DETAIL-LINE                                       *
026000*  PRINTS ONE DISPOSITION LINE FROM THE CURRENT RECYCLE         *
036700         PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT
036800         GO TO 4000-EXIT
036900     END-IF.
037000     PERFORM 4100-COMPUTE-AGE THRU 4100-EXIT.
037500     IF WS-AGE-DAYS > WS-AGE-LIMIT
037600         MOVE 'UNRESOLVED' TO WS-DISPOSITION
037700         ADD 1 TO WS-UNRESOLVED-COUNT
037900     END-IF.
038000 4000-EXIT.
038100     EXIT.
038101****************************************************************
038102*  4100-COMPUTE-AGE                                              *
038103*  AGES THE CURRENT REJECT IN BUSINESS DAYS - THE DIFFERENCE     *
038104*  BETWEEN THE RUN DATE'S AND THE REJECT DATE'S BUSINESS-DAY     *
038105*  SEQUENCE - OR IN CALENDAR DAYS WHEN THE CALENDAR IS NOT IN    *
038106*  USE OR DOES NOT HOLD THE REJECT DATE.                         *
038109****************************************************************
038110 4100-COMPUTE-AGE.
038111     IF WS-CALENDAR-IN-USE
038112         MOVE RCY-RUN-DATE TO CAL-DATE
038113         READ CALENDAR-FILE
038114             INVALID KEY
038115                 CONTINUE
038116             NOT INVALID KEY
038117                 COMPUTE WS-AGE-DAYS =
038118                     WS-RUN-BUS-SEQ - CAL-BUS-DAY-SEQ
038119                 GO TO 4100-EXIT
038120         END-READ
038121     END-IF.
038122*    CALENDAR-AWARE AGING - A SUBTRACTION OF RAW YYYYMMDD
038123*    VALUES WOULD MISCOUNT ACROSS MONTH ENDS.
038124     COMPUTE WS-AGE-DAYS =
038125         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
038126         - FUNCTION INTEGER-OF-DATE(RCY-RUN-DATE).
038127 4100-EXIT.
038128     EXIT.
038200****************************************************************
038300*  5000-WRITE-TOTALS                                            *
038400****************************************************************
041100     CLOSE RECYCLE-OUT.
041200     CLOSE MERGE-FILE.
041300     CLOSE REPORT-FILE.
041305     IF WS-CALENDAR-IN-USE
041306         CLOSE CALENDAR-FILE
041307     END-IF.
041310     MOVE 'C' TO RQE-FUNCTION-X.
041320     CALL 'RQSPOST' USING RQE-RECORD.
041400 9000-EXIT.
041500     EXIT.
041510****************************************************************
041520*  9900-LOG-STEP-STATUS                                         *
041530*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
041540*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
041550*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
041560****************************************************************
041570 9900-LOG-STEP-STATUS.
041580     MOVE SPACES TO SST-RECORD.
041590     MOVE 'RECYCLE' TO SST-PROGRAM.
041600     MOVE WS-RUN-DATE TO SST-RUN-DATE.
041610     MOVE WS-RUN-TIME TO SST-RUN-TIME.
041620     MOVE RETURN-CODE TO SST-RETURN-CODE.
041630     MOVE 'READ' TO SST-COUNT-NAME (1).
041640     MOVE WS-READ-COUNT TO SST-COUNT (1).
041650     MOVE 'RESUBMIT' TO SST-COUNT-NAME (2).
041660     MOVE WS-RESUBMIT-COUNT TO SST-COUNT (2).
041670     MOVE 'CARRIED' TO SST-COUNT-NAME (3).
041680     MOVE WS-CARRIED-COUNT TO SST-COUNT (3).
041690     MOVE 'UNRESOLV' TO SST-COUNT-NAME (4).
041700     MOVE WS-UNRESOLVED-COUNT TO SST-COUNT (4).
041710     IF SST-RETURN-CODE = 04
041720         MOVE 'UNRESOLV' TO SST-DISPOSITION
041730         MOVE 'REJECTS UNRESOLVED PAST AGE LIMIT' TO SST-REASON
041740     END-IF.
041750     CALL 'STEPLOG' USING SST-RECORD.
041760     MOVE SST-RETURN-CODE TO RETURN-CODE.
041770 9900-EXIT.
041780     EXIT.
