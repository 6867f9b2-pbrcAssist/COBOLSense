000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  REFCHECK                                      *
000400*  DESCRIPTION  :  WEEKLY REFERENTIAL-INTEGRITY SWEEP ACROSS     *
000500*                  DEPTMST, SRQMST, THE RECYCLE FILE, FACTMST    *
000600*                  AND THE AUDIT TRAIL.  PRINTS A FINDINGS       *
000700*                  REPORT ON REFRPT, ONE SECTION PER CHECK:      *
000800*                    1  A LIVE (UNEXPIRED) SRQMST ENTRY WHOSE    *
000900*                       DEPARTMENT IS RETIRED OR NOT             *
001000*                       REGISTERED - SRQGEN WOULD GENERATE       *
001100*                       WORK THAT REJECTS NIGHTLY (REASON 10).   *
001200*                    2  A RECYCLE RECORD (RECYCIN) STILL OPEN    *
001300*                       FOR A DEPARTMENT THAT IS RETIRED OR      *
001400*                       NOT REGISTERED.                          *
001500*                    3  A LIVE MODE-'C' SRQMST ENTRY WHOSE       *
001600*                       DEPARTMENT HAS NO COMBO PERMISSION       *
001700*                       (REASON 11).                             *
001800*                    4  A FACTMST ENTRY WITH NO AUDIT ENTRY      *
001900*                       FOR ITS N MATCHING ITS LAST-CALC DATE,   *
002000*                       TIME AND JOB, IN THE LIVE AUDOUT OR IN   *
002100*                       ANY ARCCAT-LISTED ARCHIVE GENERATION     *
002200*                       (SUPPLIED CONCATENATED ON ARCHIN).       *
002300*                  ENDS WITH RETURN CODE 04 WHEN ANYTHING IS     *
002400*                  FOUND SO THE SCHEDULER RAISES IT BEFORE IT    *
002500*                  TURNS INTO NIGHTLY REJECT NOISE.              *
002600*                                                                *
002700*  NOTE         :  NOTHING IS CORRECTED - EACH FINDING IS        *
002800*                  CLEARED THROUGH THE USUAL MAINTENANCE         *
002900*                  PROGRAM.  A MISSING SRQMST, RECYCIN OR        *
003000*                  FACTMST MEANS THERE IS NOTHING OF THAT KIND   *
003100*                  TO CHECK.  A DEPARTMENT THAT IS BOTH          *
003200*                  RETIRED AND WITHOUT COMBO PERMISSION IS       *
003300*                  REPORTED UNDER CHECK 1 ONLY.                  *
003400*                                                                *
003500****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    REFCHECK.
003800 AUTHOR.        D. HOLLAND.
003900 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004000 DATE-WRITTEN.  01/25/2027.
004100 DATE-COMPILED.
004200****************************************************************
004300*  MODIFICATION HISTORY                                         *
004400*  ------------------------------------------------------------ *
004500*  2027-01-25  DEH  ORIGINAL PROGRAM.                           *
004520*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
004540*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
004560*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
004600****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT DEPT-MASTER     ASSIGN TO DEPTMST
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS DEPT-CODE
005700            FILE STATUS IS WS-DEPT-STATUS.
005800     SELECT STANDING-MASTER ASSIGN TO SRQMST
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE IS SEQUENTIAL
006100            RECORD KEY IS SRQ-KEY
006200            FILE STATUS IS WS-STANDING-STATUS.
006300     SELECT RECYCLE-FILE    ASSIGN TO RECYCIN
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            ACCESS MODE IS SEQUENTIAL
006600            FILE STATUS IS WS-RECYCLE-STATUS.
006700     SELECT RESULTS-MASTER  ASSIGN TO FACTMST
006800            ORGANIZATION IS INDEXED
006900            ACCESS MODE IS SEQUENTIAL
007000            RECORD KEY IS FMST-N
007100            FILE STATUS IS WS-MASTER-STATUS.
007200     SELECT AUDIT-FILE      ASSIGN TO AUDOUT
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            ACCESS MODE IS SEQUENTIAL
007500            FILE STATUS IS WS-AUDIT-STATUS.
007600     SELECT ARCHIVE-FILE    ASSIGN TO ARCHIN
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            ACCESS MODE IS SEQUENTIAL
007900            FILE STATUS IS WS-ARCHIVE-STATUS.
008000     SELECT CATALOG-FILE    ASSIGN TO ARCCAT
008100            ORGANIZATION IS LINE SEQUENTIAL
008200            ACCESS MODE IS SEQUENTIAL
008300            FILE STATUS IS WS-CATALOG-STATUS.
008400     SELECT REPORT-FILE     ASSIGN TO REFRPT
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            ACCESS MODE IS SEQUENTIAL
008700            FILE STATUS IS WS-REPORT-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  DEPT-MASTER
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 COPY DEPTREC.
009400 FD  STANDING-MASTER
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY SRQREC.
009800 FD  RECYCLE-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 120 CHARACTERS.
010100 COPY RCYREC.
010200 FD  RESULTS-MASTER
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 COPY FMSTREC.
010600 FD  AUDIT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  LIVE-AUD-RECORD                 PIC X(80).
011000 FD  ARCHIVE-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  ARCH-AUD-RECORD                 PIC X(80).
011400 FD  CATALOG-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 COPY ACATREC.
011800 FD  REPORT-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 132 CHARACTERS.
012100 01  RPT-LINE                        PIC X(132).
012200 WORKING-STORAGE SECTION.
012300****************************************************************
012400*  STANDALONE SWITCHES AND COUNTERS                              *
012500****************************************************************
012600 77  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
012700     88  WS-DEPT-OK                          VALUE '00'.
012800 77  WS-STANDING-STATUS          PIC X(02) VALUE SPACES.
012900     88  WS-STANDING-OK                      VALUE '00'.
013000     88  WS-STANDING-NOT-FOUND               VALUE '35'.
013100 77  WS-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
013200     88  WS-RECYCLE-OK                       VALUE '00'.
013300     88  WS-RECYCLE-NOT-FOUND                VALUE '35'.
013400 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
013500     88  WS-MASTER-OK                        VALUE '00'.
013600     88  WS-MASTER-NOT-FOUND                 VALUE '35'.
013700 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
013800     88  WS-AUDIT-OK                         VALUE '00'.
013900 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
014000     88  WS-ARCHIVE-OK                       VALUE '00'.
014100 77  WS-CATALOG-STATUS           PIC X(02) VALUE SPACES.
014200     88  WS-CATALOG-OK                       VALUE '00'.
014300     88  WS-CATALOG-NOT-FOUND                VALUE '35'.
014400 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
014500     88  WS-REPORT-OK                        VALUE '00'.
014600 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
014700     88  WS-RUN-ABORTED                      VALUE 'Y'.
014800 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
014900     88  WS-END-OF-FILE                      VALUE 'Y'.
015000 77  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
015100     88  WS-END-OF-CATALOG                   VALUE 'Y'.
015200 77  WS-DEPT-FOUND-SW            PIC X(01) VALUE 'N'.
015300     88  WS-DEPT-FOUND                       VALUE 'Y'.
015400 77  WS-LIVE-SW                  PIC X(01) VALUE 'N'.
015500     88  WS-ENTRY-LIVE                       VALUE 'Y'.
015600****************************************************************
015700*  WS-SOURCE-SW SAYS WHICH AUDIT INPUT IS BEING READ - THE       *
015800*  ARCHIVE CONCATENATION FIRST, THEN THE LIVE FILE, AS IN        *
015900*  AUDSRCH.  THE ARCHIVE IS READ ONLY WHEN ARCCAT LISTS ANY      *
016000*  GENERATION.                                                   *
016100****************************************************************
016200 77  WS-SOURCE-SW                PIC X(01) VALUE 'A'.
016300     88  WS-READING-ARCHIVE                  VALUE 'A'.
016400     88  WS-READING-LIVE                     VALUE 'L'.
016500 77  WS-ARCHIVE-WANT-SW          PIC X(01) VALUE 'N'.
016600     88  WS-ARCHIVE-WANTED                   VALUE 'Y'.
016700 77  WS-GEN-COUNT                PIC 9(04) COMP VALUE ZERO.
016800 77  WS-CATEGORY                 PIC 9(01) VALUE ZERO.
016900 77  WS-CAT-COUNT                PIC 9(08) COMP VALUE ZERO.
017000 77  WS-RETIRED-COUNT            PIC 9(08) COMP VALUE ZERO.
017100 77  WS-RECYCLE-COUNT            PIC 9(08) COMP VALUE ZERO.
017200 77  WS-COMBO-COUNT              PIC 9(08) COMP VALUE ZERO.
017300 77  WS-UNAUDITED-COUNT          PIC 9(08) COMP VALUE ZERO.
017400 77  WS-FINDING-COUNT            PIC 9(08) COMP VALUE ZERO.
017500 77  WS-SRQ-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
017600 77  WS-RCY-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
017700 77  WS-MASTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
017800 77  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
017900 77  WS-GARBLED-COUNT            PIC 9(08) COMP VALUE ZERO.
018000 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
018100 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
018200 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
018300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
018400 77  WS-LOOKUP-DEPT              PIC X(04) VALUE SPACES.
018500 77  WS-DEPT-PROBLEM             PIC X(21) VALUE SPACES.
018600 77  WS-CAT-TITLE                PIC X(80) VALUE SPACES.
018700 77  WS-CNT-LIT                  PIC X(40) VALUE SPACES.
018800 77  WS-CNT-COUNT                PIC 9(08) COMP VALUE ZERO.
018900 77  WS-SUBJECT                  PIC X(40) VALUE SPACES.
019000 77  WS-FINDING                  PIC X(70) VALUE SPACES.
019100****************************************************************
019200*  WS-MA-TABLE HOLDS THE LAST-CALC STAMP OF EVERY FACTMST        *
019300*  ENTRY (0-99, SUBSCRIPTED BY N + 1).  THE AUDIT TRAIL IS       *
019400*  STREAMED PAST IT ONCE AND EACH ENTRY WITH A MATCHING AUDIT    *
019500*  RECORD IS MARKED - WHATEVER IS LEFT UNMARKED IS A FINDING.    *
019600****************************************************************
019700 01  WS-MA-TABLE.
019800     05  WS-MA-ENTRY OCCURS 100 TIMES.
019900         10  WS-MA-PRESENT-SW        PIC X(01).
020000             88  WS-MA-PRESENT               VALUE 'Y'.
020100         10  WS-MA-MATCHED-SW        PIC X(01).
020200             88  WS-MA-MATCHED               VALUE 'Y'.
020300         10  WS-MA-CALC-DATE         PIC X(08).
020400         10  WS-MA-CALC-TIME         PIC X(08).
020500         10  WS-MA-JOB-NAME          PIC X(08).
020600 77  WS-MA-SUB                   PIC 9(03) COMP VALUE ZERO.
020700 77  WS-MA-N                     PIC 9(02) VALUE ZERO.
020800*
020900*    THE WORKLIST IMAGE OF THE RECYCLE RECORD IN HAND.
021000*
021100 COPY WORKREC.
021200 COPY AUDREC.
021300 COPY REFRPT.
021320****************************************************************
021340*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
021360****************************************************************
021380 COPY SSTREC.
021400 PROCEDURE DIVISION.
021500****************************************************************
021600*  0000-MAINLINE                                                *
021700****************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     IF NOT WS-RUN-ABORTED
022100         PERFORM 2000-CHECK-RETIRED-DEPTS THRU 2000-EXIT
022200         PERFORM 3000-CHECK-RECYCLE-DEPTS THRU 3000-EXIT
022300         PERFORM 4000-CHECK-COMBO-PERMISSION THRU 4000-EXIT
022400         PERFORM 5000-CHECK-MASTER-AUDIT THRU 5000-EXIT
022500     END-IF.
022600     IF NOT WS-RUN-ABORTED
022700         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
022800     END-IF.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     IF WS-RUN-ABORTED
023100         MOVE 12 TO RETURN-CODE
023200     ELSE
023300         IF WS-FINDING-COUNT > ZERO
023400             MOVE 04 TO RETURN-CODE
023500         END-IF
023600     END-IF.
023650     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
023700     STOP RUN.
023800****************************************************************
023900*  1000-INITIALIZE                                              *
024000****************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024300     PERFORM 1080-CLEAR-MASTER-ENTRY THRU 1080-EXIT
024400             VARYING WS-MA-SUB FROM 1 BY 1
024500             UNTIL WS-MA-SUB > 100.
024600     OPEN INPUT DEPT-MASTER.
024700     IF NOT WS-DEPT-OK
024800         DISPLAY 'REFCHECK - UNABLE TO OPEN DEPTMST, STATUS = '
024900                 WS-DEPT-STATUS
025000         MOVE 'Y' TO WS-ABORT-SW
025100     END-IF.
025200     OPEN INPUT AUDIT-FILE.
025300     IF NOT WS-AUDIT-OK
025400         DISPLAY 'REFCHECK - UNABLE TO OPEN AUDOUT, STATUS = '
025500                 WS-AUDIT-STATUS
025600         MOVE 'Y' TO WS-ABORT-SW
025700     END-IF.
025800     OPEN OUTPUT REPORT-FILE.
025900     IF NOT WS-REPORT-OK
026000         DISPLAY 'REFCHECK - UNABLE TO OPEN REFRPT, STATUS = '
026100                 WS-REPORT-STATUS
026200         MOVE 'Y' TO WS-ABORT-SW
026300     END-IF.
026400     IF WS-RUN-ABORTED
026500         GO TO 1000-EXIT
026600     END-IF.
026700     PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT.
026800     PERFORM 1200-SCAN-CATALOG THRU 1200-EXIT.
026900     PERFORM 1300-OPEN-ARCHIVE THRU 1300-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200****************************************************************
027300*  1080-CLEAR-MASTER-ENTRY                                       *
027400****************************************************************
027500 1080-CLEAR-MASTER-ENTRY.
027600     MOVE 'N' TO WS-MA-PRESENT-SW (WS-MA-SUB).
027700     MOVE 'N' TO WS-MA-MATCHED-SW (WS-MA-SUB).
027800     MOVE SPACES TO WS-MA-CALC-DATE (WS-MA-SUB).
027900     MOVE SPACES TO WS-MA-CALC-TIME (WS-MA-SUB).
028000     MOVE SPACES TO WS-MA-JOB-NAME (WS-MA-SUB).
028100 1080-EXIT.
028200     EXIT.
028300****************************************************************
028400*  1200-SCAN-CATALOG                                             *
028500*  ECHOES EVERY ARCCAT GENERATION UNDER THE FIRST PAGE           *
028600*  HEADING - THE AUDIT CHECK NEEDS THEM ALL, SO EVERY ONE OF     *
028700*  THEM MUST BE SUPPLIED ON ARCHIN.  A MISSING CATALOG MEANS     *
028800*  NOTHING HAS EVER BEEN ARCHIVED.                               *
028900****************************************************************
029000 1200-SCAN-CATALOG.
029100     OPEN INPUT CATALOG-FILE.
029200     IF WS-CATALOG-NOT-FOUND
029300         DISPLAY 'REFCHECK - NO ARCCAT CATALOG, CHECKING THE '
029400                 'LIVE AUDIT TRAIL ONLY'
029500         GO TO 1200-EXIT
029600     END-IF.
029700     IF NOT WS-CATALOG-OK
029800         DISPLAY 'REFCHECK - UNABLE TO OPEN ARCCAT, STATUS = '
029900                 WS-CATALOG-STATUS
030000         MOVE 'Y' TO WS-ABORT-SW
030100         GO TO 1200-EXIT
030200     END-IF.
030300     PERFORM 1250-LIST-CATALOG-ENTRY THRU 1250-EXIT
030400             UNTIL WS-END-OF-CATALOG.
030500     CLOSE CATALOG-FILE.
030600 1200-EXIT.
030700     EXIT.
030800****************************************************************
030900*  1250-LIST-CATALOG-ENTRY                                       *
031000****************************************************************
031100 1250-LIST-CATALOG-ENTRY.
031200     READ CATALOG-FILE
031300         AT END
031400             MOVE 'Y' TO WS-CAT-EOF-SW
031500             GO TO 1250-EXIT
031600     END-READ.
031700     ADD 1 TO WS-GEN-COUNT.
031800     MOVE 'Y' TO WS-ARCHIVE-WANT-SW.
031900     MOVE SPACES TO RPT-LINE.
032000     MOVE SPACES TO RFR-CRITERIA-LINE.
032100     MOVE 'ARCHIVE:  ' TO RFR-CRI-LIT.
032200     STRING ACAT-ARCHIVE-ID
032300             ' COVERING ' ACAT-DATE-FROM '-' ACAT-DATE-TO
032400             ', ' ACAT-REC-COUNT ' RECORDS'
032500             DELIMITED BY SIZE INTO RFR-CRI-TEXT
032600     END-STRING.
032700     WRITE RPT-LINE FROM RFR-CRITERIA-LINE.
032800     ADD 1 TO WS-LINE-COUNT.
032900 1250-EXIT.
033000     EXIT.
033100****************************************************************
033200*  1300-OPEN-ARCHIVE                                             *
033300*  A CATALOGUED GENERATION WITH NO ARCHIN SUPPLIED ABORTS - AN   *
033400*  AUDIT CHECK MISSING THE ARCHIVED ENTRIES WOULD REPORT EVERY   *
033500*  OLDER FACTMST ENTRY AS UNAUDITED.                             *
033600****************************************************************
033700 1300-OPEN-ARCHIVE.
033800     IF NOT WS-ARCHIVE-WANTED
033900         MOVE 'L' TO WS-SOURCE-SW
034000         GO TO 1300-EXIT
034100     END-IF.
034200     OPEN INPUT ARCHIVE-FILE.
034300     IF NOT WS-ARCHIVE-OK
034400         DISPLAY 'REFCHECK - ' WS-GEN-COUNT ' GENERATIONS '
034500                 'CATALOGUED BUT ARCHIN UNUSABLE, STATUS = '
034600                 WS-ARCHIVE-STATUS
034700         MOVE 'Y' TO WS-ABORT-SW
034800     END-IF.
034900 1300-EXIT.
035000     EXIT.
035100****************************************************************
035200*  2000-CHECK-RETIRED-DEPTS                                      *
035300*  CHECK 1 - EVERY LIVE SRQMST ENTRY'S DEPARTMENT MUST BE        *
035400*  REGISTERED AND ACTIVE.                                        *
035500****************************************************************
035600 2000-CHECK-RETIRED-DEPTS.
035700     MOVE 1 TO WS-CATEGORY.
035800     MOVE 'LIVE STANDING REQUESTS OF A RETIRED OR UNREGISTERED DEP
035900-        'ARTMENT' TO WS-CAT-TITLE.
036000     PERFORM 6000-WRITE-CATEGORY-HEADING THRU 6000-EXIT.
036100     PERFORM 2050-OPEN-STANDING-MASTER THRU 2050-EXIT.
036200     PERFORM 2100-CHECK-STANDING-DEPT THRU 2100-EXIT
036300             UNTIL WS-END-OF-FILE.
036400     MOVE WS-CAT-COUNT TO WS-RETIRED-COUNT.
036500     PERFORM 6200-WRITE-CATEGORY-COUNT THRU 6200-EXIT.
036600 2000-EXIT.
036700     EXIT.
036800****************************************************************
036900*  2050-OPEN-STANDING-MASTER                                     *
037000*  OPENS SRQMST FOR ONE PASS.  CHECKS 1 AND 3 EACH MAKE THEIR    *
037100*  OWN PASS SO EACH PRINTS AS ONE SECTION.                       *
037200****************************************************************
037300 2050-OPEN-STANDING-MASTER.
037400     MOVE 'N' TO WS-EOF-SW.
037500     OPEN INPUT STANDING-MASTER.
037600     IF WS-STANDING-NOT-FOUND
037700         MOVE 'Y' TO WS-EOF-SW
037800         GO TO 2050-EXIT
037900     END-IF.
038000     IF NOT WS-STANDING-OK
038100         DISPLAY 'REFCHECK - UNABLE TO OPEN SRQMST, STATUS = '
038200                 WS-STANDING-STATUS
038300         MOVE 'Y' TO WS-ABORT-SW
038400         MOVE 'Y' TO WS-EOF-SW
038500     END-IF.
038600 2050-EXIT.
038700     EXIT.
038800****************************************************************
038900*  2100-CHECK-STANDING-DEPT                                      *
039000****************************************************************
039100 2100-CHECK-STANDING-DEPT.
039200     PERFORM 2200-READ-STANDING-ENTRY THRU 2200-EXIT.
039300     IF WS-END-OF-FILE OR NOT WS-ENTRY-LIVE
039400         GO TO 2100-EXIT
039500     END-IF.
039600     MOVE SRQ-REQ-DEPT TO WS-LOOKUP-DEPT.
039700     PERFORM 7000-LOOKUP-DEPT THRU 7000-EXIT.
039800     IF WS-DEPT-PROBLEM = SPACES
039900         GO TO 2100-EXIT
040000     END-IF.
040100     MOVE SPACES TO WS-SUBJECT.
040200     STRING 'STANDING REQUEST ' SRQ-REQ-DEPT ' ' SRQ-REQ-REF
040300             DELIMITED BY SIZE INTO WS-SUBJECT
040400     END-STRING.
040500     MOVE SPACES TO WS-FINDING.
040600     STRING WS-DEPT-PROBLEM DELIMITED BY '  '
040700             ', ENTRY EXPIRES ' SRQ-EXPIRY-DATE
040800             DELIMITED BY SIZE INTO WS-FINDING
040900     END-STRING.
041000     PERFORM 6100-WRITE-FINDING-LINE THRU 6100-EXIT.
041100 2100-EXIT.
041200     EXIT.
041300****************************************************************
041400*  2200-READ-STANDING-ENTRY                                      *
041500*  READS THE NEXT SRQMST ENTRY AND SAYS WHETHER IT IS LIVE -     *
041600*  NOT EXPIRED AS OF TODAY.  AN ENTRY WITH GARBLED DATES IS      *
041700*  NEVER GENERATED BY SRQGEN, SO IT IS NOT LIVE.  THE FILE IS    *
041800*  CLOSED AT END.                                                *
041900****************************************************************
042000 2200-READ-STANDING-ENTRY.
042100     MOVE 'N' TO WS-LIVE-SW.
042200     READ STANDING-MASTER NEXT RECORD
042300         AT END
042400             MOVE 'Y' TO WS-EOF-SW
042500             CLOSE STANDING-MASTER
042600             GO TO 2200-EXIT
042700     END-READ.
042800     ADD 1 TO WS-SRQ-READ-COUNT.
042900     IF SRQ-EFFECTIVE-DATE NUMERIC
043000             AND SRQ-EXPIRY-DATE NUMERIC
043100         IF SRQ-EXPIRY-DATE NOT < WS-RUN-DATE
043200             MOVE 'Y' TO WS-LIVE-SW
043300         END-IF
043400     END-IF.
043500 2200-EXIT.
043600     EXIT.
043700****************************************************************
043800*  3000-CHECK-RECYCLE-DEPTS                                      *
043900*  CHECK 2 - EVERY RECORD STILL ON THE RECYCLE FILE MUST         *
044000*  BELONG TO A REGISTERED, ACTIVE DEPARTMENT, OR IT CAN NEVER    *
044100*  BE RESUBMITTED SUCCESSFULLY.  EVERY STATUS IS CHECKED - A     *
044200*  'C' RECORD IS STILL WAITING TO BE RESUBMITTED BY RECYCLE.     *
044300*  A RECORD WITH NO DEPARTMENT (A MANUAL CARD) HAS NOTHING TO    *
044400*  CHECK.                                                        *
044500****************************************************************
044600 3000-CHECK-RECYCLE-DEPTS.
044700     MOVE 2 TO WS-CATEGORY.
044800     MOVE 'OPEN RECYCLE RECORDS OF A RETIRED OR UNREGISTERED DEPAR
044900-        'TMENT' TO WS-CAT-TITLE.
045000     PERFORM 6000-WRITE-CATEGORY-HEADING THRU 6000-EXIT.
045100     MOVE 'N' TO WS-EOF-SW.
045200     OPEN INPUT RECYCLE-FILE.
045300     IF WS-RECYCLE-NOT-FOUND
045400         MOVE 'Y' TO WS-EOF-SW
045500     ELSE
045600         IF NOT WS-RECYCLE-OK
045700             DISPLAY 'REFCHECK - UNABLE TO OPEN RECYCIN, '
045800                     'STATUS = ' WS-RECYCLE-STATUS
045900             MOVE 'Y' TO WS-ABORT-SW
046000             MOVE 'Y' TO WS-EOF-SW
046100         END-IF
046200     END-IF.
046300     PERFORM 3100-CHECK-RECYCLE-RECORD THRU 3100-EXIT
046400             UNTIL WS-END-OF-FILE.
046500     MOVE WS-CAT-COUNT TO WS-RECYCLE-COUNT.
046600     PERFORM 6200-WRITE-CATEGORY-COUNT THRU 6200-EXIT.
046700 3000-EXIT.
046800     EXIT.
046900****************************************************************
047000*  3100-CHECK-RECYCLE-RECORD                                     *
047100****************************************************************
047200 3100-CHECK-RECYCLE-RECORD.
047300     READ RECYCLE-FILE
047400         AT END
047500             MOVE 'Y' TO WS-EOF-SW
047600             CLOSE RECYCLE-FILE
047700             GO TO 3100-EXIT
047800     END-READ.
047900     ADD 1 TO WS-RCY-READ-COUNT.
048000     MOVE RCY-WL-IMAGE TO WL-RECORD.
048100     IF WL-REQ-DEPT = SPACES
048200         GO TO 3100-EXIT
048300     END-IF.
048400     MOVE WL-REQ-DEPT TO WS-LOOKUP-DEPT.
048500     PERFORM 7000-LOOKUP-DEPT THRU 7000-EXIT.
048600     IF WS-DEPT-PROBLEM = SPACES
048700         GO TO 3100-EXIT
048800     END-IF.
048900     MOVE SPACES TO WS-SUBJECT.
049000     STRING 'RECYCLE ' RCY-SEQ ' ' WL-REQ-DEPT ' ' WL-REQ-REF
049100             DELIMITED BY SIZE INTO WS-SUBJECT
049200     END-STRING.
049300     MOVE SPACES TO WS-FINDING.
049400     STRING WS-DEPT-PROBLEM DELIMITED BY '  '
049500             ', REJECTED ' RCY-RUN-DATE
049600             ' REASON ' RCY-REASON-CODE
049700             ', STATUS ' RCY-STATUS-X
049800             DELIMITED BY SIZE INTO WS-FINDING
049900     END-STRING.
050000     PERFORM 6100-WRITE-FINDING-LINE THRU 6100-EXIT.
050100 3100-EXIT.
050200     EXIT.
050300****************************************************************
050400*  4000-CHECK-COMBO-PERMISSION                                   *
050500*  CHECK 3 - A LIVE COMBO-MODE SRQMST ENTRY NEEDS A DEPARTMENT   *
050600*  WITH THE COMBO PERMISSION.  AN ENTRY WHOSE DEPARTMENT         *
050700*  FAILED CHECK 1 IS NOT REPORTED AGAIN.                         *
050800****************************************************************
050900 4000-CHECK-COMBO-PERMISSION.
051000     MOVE 3 TO WS-CATEGORY.
051100     MOVE 'LIVE COMBO-MODE STANDING REQUESTS OF A DEPARTMENT WITHO
051200-        'UT COMBO PERMISSION' TO WS-CAT-TITLE.
051300     PERFORM 6000-WRITE-CATEGORY-HEADING THRU 6000-EXIT.
051400     PERFORM 2050-OPEN-STANDING-MASTER THRU 2050-EXIT.
051500     PERFORM 4100-CHECK-COMBO-ENTRY THRU 4100-EXIT
051600             UNTIL WS-END-OF-FILE.
051700     MOVE WS-CAT-COUNT TO WS-COMBO-COUNT.
051800     PERFORM 6200-WRITE-CATEGORY-COUNT THRU 6200-EXIT.
051900 4000-EXIT.
052000     EXIT.
052100****************************************************************
052200*  4100-CHECK-COMBO-ENTRY                                        *
052300****************************************************************
052400 4100-CHECK-COMBO-ENTRY.
052500     PERFORM 2200-READ-STANDING-ENTRY THRU 2200-EXIT.
052600     IF WS-END-OF-FILE OR NOT WS-ENTRY-LIVE
052700         GO TO 4100-EXIT
052800     END-IF.
052900     IF NOT SRQ-COMBO-MODE
053000         GO TO 4100-EXIT
053100     END-IF.
053200     MOVE SRQ-REQ-DEPT TO WS-LOOKUP-DEPT.
053300     PERFORM 7000-LOOKUP-DEPT THRU 7000-EXIT.
053400     IF WS-DEPT-PROBLEM NOT = SPACES
053500             OR DEPT-COMBO-ALLOWED
053600         GO TO 4100-EXIT
053700     END-IF.
053800     MOVE SPACES TO WS-SUBJECT.
053900     STRING 'STANDING REQUEST ' SRQ-REQ-DEPT ' ' SRQ-REQ-REF
054000             DELIMITED BY SIZE INTO WS-SUBJECT
054100     END-STRING.
054200     MOVE SPACES TO WS-FINDING.
054300     STRING 'NO COMBO PERMISSION, MODE C N ' SRQ-N-X
054400             ' R ' SRQ-R-X ', ENTRY EXPIRES ' SRQ-EXPIRY-DATE
054500             DELIMITED BY SIZE INTO WS-FINDING
054600     END-STRING.
054700     PERFORM 6100-WRITE-FINDING-LINE THRU 6100-EXIT.
054800 4100-EXIT.
054900     EXIT.
055000****************************************************************
055100*  5000-CHECK-MASTER-AUDIT                                       *
055200*  CHECK 4 - EVERY FACTMST ENTRY MUST BE BACKED BY THE AUDIT     *
055300*  ENTRY OF THE CALCULATION THAT PUBLISHED IT: SAME N, RUN       *
055400*  DATE, RUN TIME AND JOB AS ITS LAST-CALC STAMP.  THE MASTER    *
055500*  IS LOADED, THE ARCHIVED AND LIVE AUDIT TRAIL STREAMED PAST    *
055600*  IT, AND THE UNMATCHED ENTRIES LISTED IN N ORDER.              *
055700****************************************************************
055800 5000-CHECK-MASTER-AUDIT.
055900     MOVE 4 TO WS-CATEGORY.
056000     MOVE 'RESULTS MASTER ENTRIES WITH NO MATCHING AUDIT ENTRY'
056100             TO WS-CAT-TITLE.
056200     PERFORM 6000-WRITE-CATEGORY-HEADING THRU 6000-EXIT.
056300     MOVE 'N' TO WS-EOF-SW.
056400     OPEN INPUT RESULTS-MASTER.
056500     IF WS-MASTER-NOT-FOUND
056600         MOVE 'Y' TO WS-EOF-SW
056700     ELSE
056800         IF NOT WS-MASTER-OK
056900             DISPLAY 'REFCHECK - UNABLE TO OPEN FACTMST, '
057000                     'STATUS = ' WS-MASTER-STATUS
057100             MOVE 'Y' TO WS-ABORT-SW
057200             MOVE 'Y' TO WS-EOF-SW
057300         END-IF
057400     END-IF.
057500     PERFORM 5100-LOAD-MASTER-ENTRY THRU 5100-EXIT
057600             UNTIL WS-END-OF-FILE.
057700     MOVE 'N' TO WS-EOF-SW.
057800     PERFORM 5300-READ-AUDIT THRU 5300-EXIT.
057900     PERFORM 5200-MATCH-AUDIT-ENTRY THRU 5200-EXIT
058000             UNTIL WS-END-OF-FILE.
058100     PERFORM 5400-LIST-UNAUDITED-ENTRY THRU 5400-EXIT
058200             VARYING WS-MA-SUB FROM 1 BY 1
058300             UNTIL WS-MA-SUB > 100.
058400     MOVE WS-CAT-COUNT TO WS-UNAUDITED-COUNT.
058500     PERFORM 6200-WRITE-CATEGORY-COUNT THRU 6200-EXIT.
058600 5000-EXIT.
058700     EXIT.
058800****************************************************************
058900*  5100-LOAD-MASTER-ENTRY                                        *
059000****************************************************************
059100 5100-LOAD-MASTER-ENTRY.
059200     READ RESULTS-MASTER NEXT RECORD
059300         AT END
059400             MOVE 'Y' TO WS-EOF-SW
059500             CLOSE RESULTS-MASTER
059600             GO TO 5100-EXIT
059700     END-READ.
059800     ADD 1 TO WS-MASTER-READ-COUNT.
059900     COMPUTE WS-MA-SUB = FMST-N + 1.
060000     MOVE 'Y' TO WS-MA-PRESENT-SW (WS-MA-SUB).
060100     MOVE FMST-LAST-CALC-DATE TO WS-MA-CALC-DATE (WS-MA-SUB).
060200     MOVE FMST-LAST-CALC-TIME TO WS-MA-CALC-TIME (WS-MA-SUB).
060300     MOVE FMST-JOB-NAME TO WS-MA-JOB-NAME (WS-MA-SUB).
060400 5100-EXIT.
060500     EXIT.
060600****************************************************************
060700*  5200-MATCH-AUDIT-ENTRY                                        *
060800*  MARKS THE FACTMST ENTRY THE CURRENT AUDIT RECORD BACKS, IF    *
060900*  ANY.  A GARBLED AUDIT RECORD IS COUNTED AND PASSED OVER.      *
061000****************************************************************
061100 5200-MATCH-AUDIT-ENTRY.
061200     IF AUD-RUN-DATE NOT NUMERIC
061300             OR AUD-RUN-TIME NOT NUMERIC
061400             OR AUD-N NOT NUMERIC
061500         ADD 1 TO WS-GARBLED-COUNT
061600         GO TO 5200-READ
061700     END-IF.
061800     COMPUTE WS-MA-SUB = AUD-N + 1.
061900     IF WS-MA-PRESENT (WS-MA-SUB)
062000             AND AUD-JOB-NAME = WS-MA-JOB-NAME (WS-MA-SUB)
062100             AND AUD-RUN-DATE = WS-MA-CALC-DATE (WS-MA-SUB)
062200             AND AUD-RUN-TIME = WS-MA-CALC-TIME (WS-MA-SUB)
062300         MOVE 'Y' TO WS-MA-MATCHED-SW (WS-MA-SUB)
062400     END-IF.
062500 5200-READ.
062600     PERFORM 5300-READ-AUDIT THRU 5300-EXIT.
062700 5200-EXIT.
062800     EXIT.
062900****************************************************************
063000*  5300-READ-AUDIT                                               *
063100*  READS THE NEXT AUDIT ENTRY - FROM THE ARCHIVE CONCATENATION   *
063200*  UNTIL IT IS EXHAUSTED, THEN FROM THE LIVE FILE.               *
063300****************************************************************
063400 5300-READ-AUDIT.
063500     IF WS-READING-ARCHIVE
063600         READ ARCHIVE-FILE INTO AUD-RECORD
063700             AT END
063800                 CLOSE ARCHIVE-FILE
063900                 MOVE 'L' TO WS-SOURCE-SW
064000         END-READ
064100         IF WS-READING-ARCHIVE
064200             ADD 1 TO WS-AUDIT-READ-COUNT
064300             GO TO 5300-EXIT
064400         END-IF
064500     END-IF.
064600     READ AUDIT-FILE INTO AUD-RECORD
064700         AT END
064800             MOVE 'Y' TO WS-EOF-SW
064900         NOT AT END
065000             ADD 1 TO WS-AUDIT-READ-COUNT
065100     END-READ.
065200 5300-EXIT.
065300     EXIT.
065400****************************************************************
065500*  5400-LIST-UNAUDITED-ENTRY                                     *
065600****************************************************************
065700 5400-LIST-UNAUDITED-ENTRY.
065800     IF NOT WS-MA-PRESENT (WS-MA-SUB)
065900             OR WS-MA-MATCHED (WS-MA-SUB)
066000         GO TO 5400-EXIT
066100     END-IF.
066200     COMPUTE WS-MA-N = WS-MA-SUB - 1.
066300     MOVE SPACES TO WS-SUBJECT.
066400     STRING 'RESULTS MASTER N ' WS-MA-N
066500             DELIMITED BY SIZE INTO WS-SUBJECT
066600     END-STRING.
066700     MOVE SPACES TO WS-FINDING.
066800     STRING 'NO AUDIT ENTRY FOR LAST CALC '
066900             WS-MA-CALC-DATE (WS-MA-SUB) ' '
067000       WS-MA-CALC-TIME (WS-MA-SUB)
067100             ' JOB ' WS-MA-JOB-NAME (WS-MA-SUB)
067200             DELIMITED BY SIZE INTO WS-FINDING
067300     END-STRING.
067400     PERFORM 6100-WRITE-FINDING-LINE THRU 6100-EXIT.
067500 5400-EXIT.
067600     EXIT.
067700****************************************************************
067800*  6000-WRITE-CATEGORY-HEADING                                   *
067900*  STARTS A CHECK'S SECTION - A BLANK LINE, THE CATEGORY         *
068000*  TITLE AND THE COLUMN HEADING - ON A NEW PAGE IF THE SECTION   *
068100*  WOULD OTHERWISE START AT THE FOOT OF ONE.                     *
068200****************************************************************
068300 6000-WRITE-CATEGORY-HEADING.
068400     MOVE ZERO TO WS-CAT-COUNT.
068500     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 5
068600         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
068700     END-IF.
068800     MOVE SPACES TO RPT-LINE.
068900     WRITE RPT-LINE.
069000     MOVE SPACES TO RFR-CATEGORY-LINE.
069100     MOVE 'CHECK    ' TO RFR-CAT-LIT.
069200     MOVE WS-CATEGORY TO RFR-CAT-NUMBER.
069300     MOVE WS-CAT-TITLE TO RFR-CAT-TITLE.
069400     WRITE RPT-LINE FROM RFR-CATEGORY-LINE.
069500     MOVE SPACES TO RPT-LINE.
069600     MOVE SPACES TO RFR-COLUMN-LINE.
069700     MOVE 'SUBJECT' TO RFR-COL-SUBJECT-LIT.
069800     MOVE 'FINDING' TO RFR-COL-FINDING-LIT.
069900     WRITE RPT-LINE FROM RFR-COLUMN-LINE.
070000     ADD 3 TO WS-LINE-COUNT.
070100 6000-EXIT.
070200     EXIT.
070300****************************************************************
070400*  6100-WRITE-FINDING-LINE                                       *
070500****************************************************************
070600 6100-WRITE-FINDING-LINE.
070700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
070800         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
070900     END-IF.
071000     MOVE SPACES TO RPT-LINE.
071100     MOVE SPACES TO RFR-DETAIL-LINE.
071200     MOVE WS-SUBJECT TO RFR-DET-SUBJECT.
071300     MOVE WS-FINDING TO RFR-DET-FINDING.
071400     WRITE RPT-LINE FROM RFR-DETAIL-LINE.
071500     ADD 1 TO WS-LINE-COUNT.
071600     ADD 1 TO WS-CAT-COUNT.
071700     ADD 1 TO WS-FINDING-COUNT.
071800 6100-EXIT.
071900     EXIT.
072000****************************************************************
072100*  6200-WRITE-CATEGORY-COUNT                                     *
072200****************************************************************
072300 6200-WRITE-CATEGORY-COUNT.
072400     MOVE 'FINDINGS IN THIS CHECK' TO WS-CNT-LIT.
072500     MOVE WS-CAT-COUNT TO WS-CNT-COUNT.
072600     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
072700 6200-EXIT.
072800     EXIT.
072900****************************************************************
073000*  6250-WRITE-COUNT-LINE                                         *
073100****************************************************************
073200 6250-WRITE-COUNT-LINE.
073300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
073400         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
073500     END-IF.
073600     MOVE SPACES TO RPT-LINE.
073700     MOVE SPACES TO RFR-COUNT-LINE.
073800     MOVE WS-CNT-LIT TO RFR-CNT-LIT.
073900     MOVE WS-CNT-COUNT TO RFR-CNT-COUNT.
074000     WRITE RPT-LINE FROM RFR-COUNT-LINE.
074100     ADD 1 TO WS-LINE-COUNT.
074200 6250-EXIT.
074300     EXIT.
074400****************************************************************
074500*  6300-WRITE-HEADING-LINES                                      *
074600****************************************************************
074700 6300-WRITE-HEADING-LINES.
074800     ADD 1 TO WS-PAGE-COUNT.
074900     MOVE SPACES TO RPT-LINE.
075000     MOVE SPACES TO RFR-HEADING-LINE.
075100     MOVE 'REFERENTIAL-INTEGRITY SWEEP' TO RFR-HDG-TITLE.
075200     MOVE 'RUN DATE ' TO RFR-HDG-DATE-LIT.
075300     MOVE WS-RUN-DATE TO RFR-HDG-DATE.
075400     MOVE 'PAGE ' TO RFR-HDG-PAGE-LIT.
075500     MOVE WS-PAGE-COUNT TO RFR-HDG-PAGE.
075600     WRITE RPT-LINE FROM RFR-HEADING-LINE.
075700     MOVE 1 TO WS-LINE-COUNT.
075800 6300-EXIT.
075900     EXIT.
076000****************************************************************
076100*  7000-LOOKUP-DEPT                                              *
076200*  READS WS-LOOKUP-DEPT FROM DEPTMST.  WS-DEPT-PROBLEM IS LEFT   *
076300*  SPACES FOR A REGISTERED, ACTIVE DEPARTMENT AND OTHERWISE      *
076400*  SAYS WHAT IS WRONG WITH IT.                                   *
076500****************************************************************
076600 7000-LOOKUP-DEPT.
076700     MOVE SPACES TO WS-DEPT-PROBLEM.
076800     MOVE WS-LOOKUP-DEPT TO DEPT-CODE.
076900     READ DEPT-MASTER
077000         INVALID KEY
077100             MOVE 'DEPT NOT REGISTERED' TO WS-DEPT-PROBLEM
077200             GO TO 7000-EXIT
077300     END-READ.
077400     IF NOT DEPT-ACTIVE
077500         MOVE 'DEPT RETIRED' TO WS-DEPT-PROBLEM
077600     END-IF.
077700 7000-EXIT.
077800     EXIT.
077900****************************************************************
078000*  8000-WRITE-SUMMARY                                            *
078100****************************************************************
078200 8000-WRITE-SUMMARY.
078300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 12
078400         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
078500     END-IF.
078600     MOVE SPACES TO RPT-LINE.
078700     WRITE RPT-LINE.
078800     MOVE 'SUMMARY' TO RPT-LINE.
078900     WRITE RPT-LINE.
079000     ADD 2 TO WS-LINE-COUNT.
079100     MOVE '1 RETIRED DEPT, LIVE STANDING REQUEST' TO WS-CNT-LIT.
079200     MOVE WS-RETIRED-COUNT TO WS-CNT-COUNT.
079300     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
079400     MOVE '2 RETIRED DEPT, OPEN RECYCLE RECORD' TO WS-CNT-LIT.
079500     MOVE WS-RECYCLE-COUNT TO WS-CNT-COUNT.
079600     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
079700     MOVE '3 NO COMBO PERMISSION, COMBO REQUEST' TO WS-CNT-LIT.
079800     MOVE WS-COMBO-COUNT TO WS-CNT-COUNT.
079900     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
080000     MOVE '4 RESULTS MASTER ENTRY NOT AUDITED' TO WS-CNT-LIT.
080100     MOVE WS-UNAUDITED-COUNT TO WS-CNT-COUNT.
080200     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
080300     MOVE 'TOTAL FINDINGS' TO WS-CNT-LIT.
080400     MOVE WS-FINDING-COUNT TO WS-CNT-COUNT.
080500     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
080600     MOVE 'STANDING REQUESTS READ (TWO PASSES)' TO WS-CNT-LIT.
080700     MOVE WS-SRQ-READ-COUNT TO WS-CNT-COUNT.
080800     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
080900     MOVE 'RECYCLE RECORDS READ' TO WS-CNT-LIT.
081000     MOVE WS-RCY-READ-COUNT TO WS-CNT-COUNT.
081100     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
081200     MOVE 'RESULTS MASTER ENTRIES READ' TO WS-CNT-LIT.
081300     MOVE WS-MASTER-READ-COUNT TO WS-CNT-COUNT.
081400     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
081500     MOVE 'AUDIT RECORDS READ (ARCHIVE + LIVE)' TO WS-CNT-LIT.
081600     MOVE WS-AUDIT-READ-COUNT TO WS-CNT-COUNT.
081700     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
081800     MOVE '  GARBLED, PASSED OVER' TO WS-CNT-LIT.
081900     MOVE WS-GARBLED-COUNT TO WS-CNT-COUNT.
082000     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
082100     DISPLAY 'REFCHECK - ' WS-FINDING-COUNT ' FINDINGS'.
082200 8000-EXIT.
082300     EXIT.
082400****************************************************************
082500*  9000-TERMINATE                                               *
082600****************************************************************
082700 9000-TERMINATE.
082800*    AN ABORTED SWEEP WRITES NO SUMMARY - A CHECK THAT COULD NOT
082900*    RUN MUST NEVER LOOK LIKE ONE THAT FOUND NOTHING.
083000     CLOSE DEPT-MASTER.
083100     CLOSE AUDIT-FILE.
083200     CLOSE REPORT-FILE.
083300 9000-EXIT.
083400     EXIT.
083410****************************************************************
083420*  9900-LOG-STEP-STATUS                                         *
083430*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
083440*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
083450*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
083460****************************************************************
083470 9900-LOG-STEP-STATUS.
083480     MOVE SPACES TO SST-RECORD.
083490     MOVE 'REFCHECK' TO SST-PROGRAM.
083500     MOVE WS-RUN-DATE TO SST-RUN-DATE.
083510     MOVE RETURN-CODE TO SST-RETURN-CODE.
083520     MOVE 'FINDINGS' TO SST-COUNT-NAME (1).
083530     MOVE WS-FINDING-COUNT TO SST-COUNT (1).
083540     MOVE 'RETIRED' TO SST-COUNT-NAME (2).
083550     MOVE WS-RETIRED-COUNT TO SST-COUNT (2).
083560     MOVE 'RECYCLE' TO SST-COUNT-NAME (3).
083570     MOVE WS-RECYCLE-COUNT TO SST-COUNT (3).
083580     MOVE 'COMBO' TO SST-COUNT-NAME (4).
083590     MOVE WS-COMBO-COUNT TO SST-COUNT (4).
083600     MOVE 'UNAUDIT' TO SST-COUNT-NAME (5).
083610     MOVE WS-UNAUDITED-COUNT TO SST-COUNT (5).
083620     IF SST-RETURN-CODE = 04
083630         MOVE 'FINDINGS' TO SST-DISPOSITION
083640         MOVE 'INTEGRITY FINDINGS - SEE REFRPT' TO SST-REASON
083650     END-IF.
083660     CALL 'STEPLOG' USING SST-RECORD.
083670     MOVE SST-RETURN-CODE TO RETURN-CODE.
083680 9900-EXIT.
083690     EXIT.
