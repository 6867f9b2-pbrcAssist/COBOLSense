000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  FACTASOF                                      *
000400*  DESCRIPTION  :  AS-OF RECONSTRUCTION OF THE PUBLISHED         *
000500*                  RESULTS TABLE.  REBUILDS THE COMPLETE         *
000600*                  FACTMST TABLE AS IT STOOD AT THE CLOSE OF     *
000700*                  THE DATE ON THE ASOFIN CONTROL CARD, FOR      *
000800*                  ACTUARIAL RESTATEMENTS AND REGULATOR          *
000900*                  QUESTIONS.  STARTS FROM THE CURRENT FACTMST   *
001000*                  AND ROLLS EACH N BACK THROUGH THE FMSTHIST    *
001100*                  BEFORE-IMAGES.  THE TABLE IS PRINTED ON       *
001200*                  ASOFRPT AND WRITTEN TO ASOFEXT IN THE         *
001300*                  EXTOUT FORMAT (SEE EXTREC), EACH N SHOWING    *
001400*                  THE CALCULATION DATE AND JOB ITS VALUE CAME   *
001500*                  FROM, EXACT OR APPROXIMATE, AND ITS STATUS    *
001600*                  ON THE DATE.                                  *
001700*                                                                *
001800*  NOTE         :  FOR EACH N THE EARLIEST JOURNAL RECORD        *
001900*                  REPLACED AFTER THE AS-OF DATE HOLDS THE       *
002000*                  VALUE IN FORCE ON THE DATE - IF THAT VALUE    *
002100*                  WAS CALCULATED ON OR BEFORE THE DATE.  WITH   *
002200*                  NO SUCH RECORD THE CURRENT FACTMST VALUE      *
002300*                  STANDS, AGAIN ONLY IF CALCULATED BY THEN.     *
002400*                  OTHERWISE THE N DID NOT YET EXIST ON THE      *
002500*                  DATE, OR HAD BEEN PURGED BY THEN (A PURGE     *
002600*                  JOURNAL RECORD ON OR BEFORE THE DATE).  AN    *
002700*                  N THE JOURNAL SAYS WAS IN THE TABLE BUT       *
002800*                  WHOSE VALUE CANNOT BE RECOVERED (A PURGE      *
002900*                  FROM BEFORE PURGES WERE JOURNALED) IS         *
003000*                  LISTED AS NOT RECONSTRUCTABLE.  SUCH AN N,    *
003100*                  OR A GARBLED JOURNAL RECORD, ENDS THE RUN     *
003200*                  WITH RETURN CODE 04 - THE TABLE PRODUCED IS   *
003300*                  NOT THE WHOLE ANSWER.                         *
003400*                                                                *
003500****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    FACTASOF.
003800 AUTHOR.        D. HOLLAND.
003900 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004000 DATE-WRITTEN.  01/18/2027.
004100 DATE-COMPILED.
004200****************************************************************
004300*  MODIFICATION HISTORY                                         *
004400*  ------------------------------------------------------------ *
004500*  2027-01-18  DEH  ORIGINAL PROGRAM.                           *
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
005300     SELECT CONTROL-FILE    ASSIGN TO ASOFIN
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            ACCESS MODE IS SEQUENTIAL
005600            FILE STATUS IS WS-CONTROL-STATUS.
005700     SELECT RESULTS-MASTER  ASSIGN TO FACTMST
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE IS SEQUENTIAL
006000            RECORD KEY IS FMST-N
006100            FILE STATUS IS WS-MASTER-STATUS.
006200     SELECT HISTORY-FILE    ASSIGN TO FMSTHIST
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            ACCESS MODE IS SEQUENTIAL
006500            FILE STATUS IS WS-HISTORY-STATUS.
006600     SELECT REPORT-FILE     ASSIGN TO ASOFRPT
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            ACCESS MODE IS SEQUENTIAL
006900            FILE STATUS IS WS-REPORT-STATUS.
007000     SELECT EXTRACT-FILE    ASSIGN TO ASOFEXT
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            ACCESS MODE IS SEQUENTIAL
007300            FILE STATUS IS WS-EXTRACT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 COPY ASOFREC.
008000 FD  RESULTS-MASTER
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 COPY FMSTREC.
008400 FD  HISTORY-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 100 CHARACTERS.
008700 COPY FHSTREC.
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  RPT-LINE                        PIC X(132).
009200 FD  EXTRACT-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  EXT-LINE                        PIC X(132).
009600 WORKING-STORAGE SECTION.
009700****************************************************************
009800*  STANDALONE SWITCHES AND COUNTERS                              *
009900****************************************************************
010000 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
010100     88  WS-CONTROL-OK                       VALUE '00'.
010200 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
010300     88  WS-MASTER-OK                        VALUE '00'.
010400 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
010500     88  WS-HISTORY-OK                       VALUE '00'.
010600     88  WS-HISTORY-NOT-FOUND                VALUE '35'.
010700 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
010800     88  WS-REPORT-OK                        VALUE '00'.
010900 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
011000     88  WS-EXTRACT-OK                       VALUE '00'.
011100 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
011200     88  WS-RUN-ABORTED                      VALUE 'Y'.
011300 77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
011400     88  WS-END-OF-MASTER                    VALUE 'Y'.
011500 77  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
011600     88  WS-END-OF-HISTORY                   VALUE 'Y'.
011700 77  WS-HISTORY-OPEN-SW          PIC X(01) VALUE 'N'.
011800     88  WS-HISTORY-OPEN                     VALUE 'Y'.
011900 77  WS-GARBLED-SW               PIC X(01) VALUE 'N'.
012000     88  WS-RECORD-GARBLED                   VALUE 'Y'.
012100 77  WS-MASTER-COUNT             PIC 9(08) COMP VALUE ZERO.
012200 77  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
012300 77  WS-GARBLED-COUNT            PIC 9(08) COMP VALUE ZERO.
012400 77  WS-CURRENT-COUNT            PIC 9(08) COMP VALUE ZERO.
012500 77  WS-ROLLBACK-COUNT           PIC 9(08) COMP VALUE ZERO.
012600 77  WS-UNKNOWN-COUNT            PIC 9(08) COMP VALUE ZERO.
012700 77  WS-NOT-YET-COUNT            PIC 9(08) COMP VALUE ZERO.
012800 77  WS-PURGED-COUNT             PIC 9(08) COMP VALUE ZERO.
012900 77  WS-IN-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
013000 77  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
013100 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
013200 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
013300 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
013400 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
013500 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
013600 77  WS-JOB-NAME                 PIC X(08) VALUE 'FACTASOF'.
013700 77  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
013800 77  WS-EDIT-TIME                PIC 9(06)V99 VALUE ZERO.
013900 77  WS-TOT-LIT                  PIC X(30) VALUE SPACES.
014000 77  WS-TOT-COUNT                PIC 9(08) COMP VALUE ZERO.
014100****************************************************************
014200*  THE AS-OF DATE BROKEN OUT FOR THE CARD EDIT.                  *
014300****************************************************************
014400 01  WS-ASOF-DATE-PARTS.
014500     05  WS-ASOF-YEAR                PIC 9(04).
014600     05  WS-ASOF-MONTH               PIC 9(02).
014700     05  WS-ASOF-DAY                 PIC 9(02).
014800****************************************************************
014900*  REPLACING-RUN DATE AND TIME OF THE JOURNAL RECORD IN HAND,    *
015000*  GROUPED SO IT COMPARES AGAINST THE STAMPS HELD IN THE TABLE   *
015100*  IN ONE TEST.                                                  *
015200****************************************************************
015300 01  WS-HIST-STAMP.
015400     05  WS-HS-DATE                  PIC 9(08).
015500     05  WS-HS-TIME                  PIC 9(08).
015600****************************************************************
015700*  WS-ASOF-TABLE HOLDS ONE ENTRY PER POSSIBLE N (0 THROUGH 99,   *
015800*  SUBSCRIPTED BY N + 1):                                        *
015900*    WS-AT-M-...  THE CURRENT FACTMST ENTRY, IF ANY.             *
016000*    WS-AT-A-...  THE EARLIEST JOURNAL RECORD REPLACED AFTER     *
016100*                 THE AS-OF DATE - THE VALUE THAT WAS IN         *
016200*                 FORCE ON THE DATE, AND THE RUN THAT            *
016300*                 REPLACED OR PURGED IT.                         *
016400*    WS-AT-B-...  THE LATEST JOURNAL RECORD REPLACED ON OR       *
016500*                 BEFORE THE AS-OF DATE - ONLY WHETHER IT WAS    *
016600*                 A PURGE, AND WHEN, MATTERS.                    *
016700****************************************************************
016800 01  WS-ASOF-TABLE.
016900     05  WS-AT-ENTRY OCCURS 100 TIMES.
017000         10  WS-AT-MASTER-SW         PIC X(01).
017100             88  WS-AT-IN-MASTER             VALUE 'Y'.
017200         10  WS-AT-M-FACTORIAL       PIC 9(19) COMP-3.
017300         10  WS-AT-M-APPROX-FLAG     PIC X(01).
017400         10  WS-AT-M-MANTISSA        PIC 9V9(07) COMP-3.
017500         10  WS-AT-M-EXPONENT        PIC 9(04).
017600         10  WS-AT-M-CALC-DATE       PIC 9(08).
017700         10  WS-AT-M-CALC-TIME       PIC 9(08).
017800         10  WS-AT-M-JOB-NAME        PIC X(08).
017900         10  WS-AT-AFTER-SW          PIC X(01).
018000             88  WS-AT-HAS-AFTER             VALUE 'Y'.
018100         10  WS-AT-A-FACTORIAL       PIC 9(19) COMP-3.
018200         10  WS-AT-A-APPROX-FLAG     PIC X(01).
018300         10  WS-AT-A-MANTISSA        PIC 9V9(07) COMP-3.
018400         10  WS-AT-A-EXPONENT        PIC 9(04).
018500         10  WS-AT-A-CALC-DATE       PIC 9(08).
018600         10  WS-AT-A-CALC-TIME       PIC 9(08).
018700         10  WS-AT-A-JOB-NAME        PIC X(08).
018800         10  WS-AT-A-STAMP.
018900             15  WS-AT-A-REPL-DATE   PIC 9(08).
019000             15  WS-AT-A-REPL-TIME   PIC 9(08).
019100         10  WS-AT-A-REPL-JOB        PIC X(08).
019200         10  WS-AT-BEFORE-SW         PIC X(01).
019300             88  WS-AT-HAS-BEFORE            VALUE 'Y'.
019400         10  WS-AT-B-STAMP.
019500             15  WS-AT-B-REPL-DATE   PIC 9(08).
019600             15  WS-AT-B-REPL-TIME   PIC 9(08).
019700         10  WS-AT-B-REPL-JOB        PIC X(08).
019800         10  WS-AT-B-ACTION-X        PIC X(01).
019900             88  WS-AT-B-PURGED              VALUE 'P'.
020000 77  WS-AT-SUB                   PIC 9(03) COMP VALUE ZERO.
020100****************************************************************
020200*  THE RECONSTRUCTED ENTRY FOR ONE N, AS PRINTED AND EXTRACTED.  *
020300*  THE SOURCE FIELDS ARE SET ONLY WHEN THE N HAD A KNOWN VALUE   *
020400*  ON THE DATE; THE CHANGED-ON FIELDS ONLY WHEN THERE IS A       *
020500*  RUN TO NAME (SEE ASOFRPT).                                    *
020600****************************************************************
020700 01  WS-RESULT.
020800     05  WS-RES-N                    PIC 9(02).
020900     05  WS-RES-STATUS-X             PIC X(01).
021000         88  WS-RES-CURRENT                  VALUE 'C'.
021100         88  WS-RES-ROLLED-BACK              VALUE 'H'.
021200         88  WS-RES-NOT-YET                  VALUE 'N'.
021300         88  WS-RES-PURGED                   VALUE 'P'.
021400         88  WS-RES-UNKNOWN                  VALUE 'U'.
021500         88  WS-RES-HAS-VALUE                VALUE 'C' 'H'.
021600     05  WS-RES-FACTORIAL            PIC 9(19).
021700     05  WS-RES-APPROX-FLAG          PIC X(01).
021800         88  WS-RES-APPROXIMATED             VALUE 'A'.
021900     05  WS-RES-MANTISSA             PIC 9V9(07).
022000     05  WS-RES-EXPONENT             PIC 9(04).
022100     05  WS-RES-CALC-DATE            PIC 9(08).
022200     05  WS-RES-CALC-TIME            PIC 9(08).
022300     05  WS-RES-JOB-NAME             PIC X(08).
022400     05  WS-RES-CHG-SW               PIC X(01).
022500         88  WS-RES-HAS-CHANGE               VALUE 'Y'.
022600     05  WS-RES-CHG-DATE             PIC 9(08).
022700     05  WS-RES-CHG-JOB              PIC X(08).
022800 COPY EXTREC.
022900 COPY ASOFRPT.
022920****************************************************************
022940*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
022960****************************************************************
022980 COPY SSTREC.
023000 PROCEDURE DIVISION.
023100****************************************************************
023200*  0000-MAINLINE                                                *
023300****************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     IF NOT WS-RUN-ABORTED
023700         PERFORM 2000-LOAD-MASTER-ENTRY THRU 2000-EXIT
023800                 UNTIL WS-END-OF-MASTER
023900         PERFORM 3000-APPLY-HISTORY-RECORD THRU 3000-EXIT
024000                 UNTIL WS-END-OF-HISTORY
024100         PERFORM 4000-RECONSTRUCT-ENTRY THRU 4000-EXIT
024200                 VARYING WS-AT-SUB FROM 1 BY 1
024300                 UNTIL WS-AT-SUB > 100
024400         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
024500     END-IF.
024600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024700     IF WS-RUN-ABORTED
024800         MOVE 12 TO RETURN-CODE
024900     ELSE
025000         IF WS-UNKNOWN-COUNT > ZERO
025100                 OR WS-GARBLED-COUNT > ZERO
025200             MOVE 04 TO RETURN-CODE
025300         END-IF
025400     END-IF.
025450     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
025500     STOP RUN.
025600****************************************************************
025700*  1000-INITIALIZE                                              *
025800****************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026100     ACCEPT WS-RUN-TIME FROM TIME.
026200     PERFORM 1080-CLEAR-TABLE-ENTRY THRU 1080-EXIT
026300             VARYING WS-AT-SUB FROM 1 BY 1
026400             UNTIL WS-AT-SUB > 100.
026500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
026600     IF WS-RUN-ABORTED
026700         GO TO 1000-EXIT
026800     END-IF.
026900     OPEN INPUT RESULTS-MASTER.
027000     IF NOT WS-MASTER-OK
027100         DISPLAY 'FACTASOF - UNABLE TO OPEN FACTMST, STATUS = '
027200                 WS-MASTER-STATUS
027300         MOVE 'Y' TO WS-ABORT-SW
027400     END-IF.
027500     PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT.
027600     OPEN OUTPUT REPORT-FILE.
027700     IF NOT WS-REPORT-OK
027800         DISPLAY 'FACTASOF - UNABLE TO OPEN ASOFRPT, STATUS = '
027900                 WS-REPORT-STATUS
028000         MOVE 'Y' TO WS-ABORT-SW
028100     END-IF.
028200     OPEN OUTPUT EXTRACT-FILE.
028300     IF NOT WS-EXTRACT-OK
028400         DISPLAY 'FACTASOF - UNABLE TO OPEN ASOFEXT, STATUS = '
028500                 WS-EXTRACT-STATUS
028600         MOVE 'Y' TO WS-ABORT-SW
028700     END-IF.
028800     IF WS-RUN-ABORTED
028900         GO TO 1000-EXIT
029000     END-IF.
029100     PERFORM 1300-WRITE-EXTRACT-HEADER THRU 1300-EXIT.
029200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029300     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
029400 1000-EXIT.
029500     EXIT.
029600****************************************************************
029700*  1080-CLEAR-TABLE-ENTRY                                        *
029800*  CLEARS ONE WS-ASOF-TABLE ENTRY.  PERFORMED FROM               *
029900*  1000-INITIALIZE VARYING WS-AT-SUB OVER THE WHOLE TABLE.       *
030000****************************************************************
030100 1080-CLEAR-TABLE-ENTRY.
030200     MOVE 'N' TO WS-AT-MASTER-SW (WS-AT-SUB).
030300     MOVE ZERO TO WS-AT-M-FACTORIAL (WS-AT-SUB).
030400     MOVE SPACE TO WS-AT-M-APPROX-FLAG (WS-AT-SUB).
030500     MOVE ZERO TO WS-AT-M-MANTISSA (WS-AT-SUB).
030600     MOVE ZERO TO WS-AT-M-EXPONENT (WS-AT-SUB).
030700     MOVE ZERO TO WS-AT-M-CALC-DATE (WS-AT-SUB).
030800     MOVE ZERO TO WS-AT-M-CALC-TIME (WS-AT-SUB).
030900     MOVE SPACES TO WS-AT-M-JOB-NAME (WS-AT-SUB).
031000     MOVE 'N' TO WS-AT-AFTER-SW (WS-AT-SUB).
031100     MOVE ZERO TO WS-AT-A-FACTORIAL (WS-AT-SUB).
031200     MOVE SPACE TO WS-AT-A-APPROX-FLAG (WS-AT-SUB).
031300     MOVE ZERO TO WS-AT-A-MANTISSA (WS-AT-SUB).
031400     MOVE ZERO TO WS-AT-A-EXPONENT (WS-AT-SUB).
031500     MOVE ZERO TO WS-AT-A-CALC-DATE (WS-AT-SUB).
031600     MOVE ZERO TO WS-AT-A-CALC-TIME (WS-AT-SUB).
031700     MOVE SPACES TO WS-AT-A-JOB-NAME (WS-AT-SUB).
031800     MOVE ZERO TO WS-AT-A-REPL-DATE (WS-AT-SUB).
031900     MOVE ZERO TO WS-AT-A-REPL-TIME (WS-AT-SUB).
032000     MOVE SPACES TO WS-AT-A-REPL-JOB (WS-AT-SUB).
032100     MOVE 'N' TO WS-AT-BEFORE-SW (WS-AT-SUB).
032200     MOVE ZERO TO WS-AT-B-REPL-DATE (WS-AT-SUB).
032300     MOVE ZERO TO WS-AT-B-REPL-TIME (WS-AT-SUB).
032400     MOVE SPACES TO WS-AT-B-REPL-JOB (WS-AT-SUB).
032500     MOVE SPACE TO WS-AT-B-ACTION-X (WS-AT-SUB).
032600 1080-EXIT.
032700     EXIT.
032800****************************************************************
032900*  1100-READ-CONTROL-CARD                                        *
033000*  READS THE ONE-RECORD ASOFIN CARD AND EDITS THE AS-OF DATE.    *
033100*  A MISSING CARD, OR A DATE THAT IS NOT A VALID YYYYMMDD OR     *
033200*  IS LATER THAN TODAY, ABORTS THE RUN - A RESTATEMENT IS        *
033300*  NEVER PRODUCED FOR A DATE NOBODY ASKED FOR.                   *
033400****************************************************************
033500 1100-READ-CONTROL-CARD.
033600     OPEN INPUT CONTROL-FILE.
033700     IF NOT WS-CONTROL-OK
033800         DISPLAY 'FACTASOF - UNABLE TO OPEN ASOFIN, STATUS = '
033900                 WS-CONTROL-STATUS
034000         MOVE 'Y' TO WS-ABORT-SW
034100         GO TO 1100-EXIT
034200     END-IF.
034300     READ CONTROL-FILE
034400         AT END
034500             DISPLAY 'FACTASOF - ASOFIN IS EMPTY, NO AS-OF DATE'
034600             MOVE 'Y' TO WS-ABORT-SW
034700             CLOSE CONTROL-FILE
034800             GO TO 1100-EXIT
034900     END-READ.
035000     CLOSE CONTROL-FILE.
035100     IF ASOF-DATE-X NOT NUMERIC
035200         DISPLAY 'FACTASOF - AS-OF DATE ' ASOF-DATE-X
035300                 ' ON ASOFIN IS NOT NUMERIC'
035400         MOVE 'Y' TO WS-ABORT-SW
035500         GO TO 1100-EXIT
035600     END-IF.
035700     MOVE ASOF-DATE-X TO WS-ASOF-DATE.
035800     MOVE ASOF-DATE-X TO WS-ASOF-DATE-PARTS.
035900     IF WS-ASOF-MONTH < 01 OR WS-ASOF-MONTH > 12
036000             OR WS-ASOF-DAY < 01 OR WS-ASOF-DAY > 31
036100         DISPLAY 'FACTASOF - AS-OF DATE ' ASOF-DATE-X
036200                 ' ON ASOFIN IS NOT A VALID DATE'
036300         MOVE 'Y' TO WS-ABORT-SW
036400         GO TO 1100-EXIT
036500     END-IF.
036600     IF WS-ASOF-DATE > WS-RUN-DATE
036700         DISPLAY 'FACTASOF - AS-OF DATE ' ASOF-DATE-X
036800                 ' IS LATER THAN THE RUN DATE'
036900         MOVE 'Y' TO WS-ABORT-SW
037000     END-IF.
037100 1100-EXIT.
037200     EXIT.
037300****************************************************************
037400*  1200-OPEN-HISTORY                                             *
037500*  NO FMSTHIST AT ALL MEANS NO FACTMST ENTRY HAS EVER BEEN       *
037600*  REPLACED OR PURGED, SO THE CURRENT MASTER IS THE WHOLE        *
037700*  STORY.  ANY OTHER OPEN FAILURE ABORTS.                        *
037800****************************************************************
037900 1200-OPEN-HISTORY.
038000     OPEN INPUT HISTORY-FILE.
038100     IF WS-HISTORY-NOT-FOUND
038200         DISPLAY 'FACTASOF - NO FMSTHIST, CURRENT FACTMST ONLY'
038300         MOVE 'Y' TO WS-HISTORY-EOF-SW
038400         GO TO 1200-EXIT
038500     END-IF.
038600     IF NOT WS-HISTORY-OK
038700         DISPLAY 'FACTASOF - UNABLE TO OPEN FMSTHIST, STATUS = '
038800                 WS-HISTORY-STATUS
038900         MOVE 'Y' TO WS-ABORT-SW
039000         GO TO 1200-EXIT
039100     END-IF.
039200     MOVE 'Y' TO WS-HISTORY-OPEN-SW.
039300 1200-EXIT.
039400     EXIT.
039500****************************************************************
039600*  1300-WRITE-EXTRACT-HEADER                                     *
039700*  THE 'H' RECORD CARRIES THE AS-OF DATE SO A RECEIVER CANNOT    *
039800*  MISTAKE A RECONSTRUCTED TABLE FOR A NIGHTLY EXTOUT.           *
039900****************************************************************
040000 1300-WRITE-EXTRACT-HEADER.
040100     MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE.
040200     MOVE WS-RUN-TIME TO EXT-HDR-RUN-TIME.
040300     MOVE WS-JOB-NAME TO EXT-HDR-JOB-NAME.
040400     MOVE ';' TO EXT-HDR-ASOF-SEP.
040500     MOVE WS-ASOF-DATE TO EXT-HDR-ASOF-DATE.
040600     WRITE EXT-LINE FROM EXT-HEADER-REC.
040700 1300-EXIT.
040800     EXIT.
040900****************************************************************
041000*  2000-LOAD-MASTER-ENTRY                                        *
041100*  FILES EACH CURRENT FACTMST ENTRY IN ITS TABLE SLOT.           *
041200****************************************************************
041300 2000-LOAD-MASTER-ENTRY.
041400     COMPUTE WS-AT-SUB = FMST-N + 1.
041500     MOVE 'Y' TO WS-AT-MASTER-SW (WS-AT-SUB).
041600     MOVE FMST-FACTORIAL TO WS-AT-M-FACTORIAL (WS-AT-SUB).
041700     MOVE FMST-APPROX-FLAG TO WS-AT-M-APPROX-FLAG (WS-AT-SUB).
041800     MOVE FMST-MANTISSA TO WS-AT-M-MANTISSA (WS-AT-SUB).
041900     MOVE FMST-EXPONENT TO WS-AT-M-EXPONENT (WS-AT-SUB).
042000     MOVE FMST-LAST-CALC-DATE TO WS-AT-M-CALC-DATE (WS-AT-SUB).
042100     MOVE FMST-LAST-CALC-TIME TO WS-AT-M-CALC-TIME (WS-AT-SUB).
042200     MOVE FMST-JOB-NAME TO WS-AT-M-JOB-NAME (WS-AT-SUB).
042300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
042400 2000-EXIT.
042500     EXIT.
042600****************************************************************
042700*  2100-READ-MASTER                                              *
042800****************************************************************
042900 2100-READ-MASTER.
043000     READ RESULTS-MASTER NEXT RECORD
043100         AT END
043200             MOVE 'Y' TO WS-MASTER-EOF-SW
043300         NOT AT END
043400             ADD 1 TO WS-MASTER-COUNT
043500     END-READ.
043600 2100-EXIT.
043700     EXIT.
043800****************************************************************
043900*  3000-APPLY-HISTORY-RECORD                                     *
044000*  FILES A JOURNAL RECORD AGAINST ITS N.  A RECORD REPLACED      *
044100*  AFTER THE AS-OF DATE IS KEPT IF IT IS THE EARLIEST SUCH       *
044200*  RECORD FOR THE N, ONE REPLACED ON OR BEFORE THE DATE IF IT    *
044300*  IS THE LATEST.  THE JOURNAL IS APPENDED IN RUN ORDER, BUT     *
044400*  THE STAMPS ARE COMPARED RATHER THAN TRUSTING THAT.  A         *
044500*  GARBLED RECORD IS COUNTED AND LEFT OUT - IT CANNOT BE         *
044600*  PLACED IN TIME.                                               *
044700****************************************************************
044800 3000-APPLY-HISTORY-RECORD.
044900     PERFORM 3060-CHECK-RECORD-NUMERIC THRU 3060-EXIT.
045000     IF WS-RECORD-GARBLED
045100         ADD 1 TO WS-GARBLED-COUNT
045200         DISPLAY 'FACTASOF - GARBLED FMSTHIST RECORD '
045300                 WS-READ-COUNT ' IGNORED'
045400         GO TO 3000-READ
045500     END-IF.
045600     COMPUTE WS-AT-SUB = FHST-N + 1.
045700     MOVE FHST-REPL-DATE TO WS-HS-DATE.
045800     MOVE FHST-REPL-TIME TO WS-HS-TIME.
045900     IF FHST-REPL-DATE > WS-ASOF-DATE
046000         IF NOT WS-AT-HAS-AFTER (WS-AT-SUB)
046100                 OR WS-HIST-STAMP < WS-AT-A-STAMP (WS-AT-SUB)
046200             PERFORM 3200-FILE-AFTER-RECORD THRU 3200-EXIT
046300         END-IF
046400     ELSE
046500         IF NOT WS-AT-HAS-BEFORE (WS-AT-SUB)
046600                 OR WS-HIST-STAMP NOT < WS-AT-B-STAMP (WS-AT-SUB)
046700             PERFORM 3300-FILE-BEFORE-RECORD THRU 3300-EXIT
046800         END-IF
046900     END-IF.
047000 3000-READ.
047100     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
047200 3000-EXIT.
047300     EXIT.
047400****************************************************************
047500*  3060-CHECK-RECORD-NUMERIC                                     *
047600*  SAME TEST AS FHISTINQ - A RECORD WHOSE NUMERIC FIELDS ARE     *
047700*  NOT ALL NUMERIC IS GARBLED.                                   *
047800****************************************************************
047900 3060-CHECK-RECORD-NUMERIC.
048000     MOVE 'N' TO WS-GARBLED-SW.
048100     IF FHST-N NOT NUMERIC
048200             OR FHST-FACTORIAL NOT NUMERIC
048300             OR FHST-MANTISSA NOT NUMERIC
048400             OR FHST-EXPONENT NOT NUMERIC
048500             OR FHST-CALC-DATE NOT NUMERIC
048600             OR FHST-CALC-TIME NOT NUMERIC
048700             OR FHST-REPL-DATE NOT NUMERIC
048800             OR FHST-REPL-TIME NOT NUMERIC
048900         MOVE 'Y' TO WS-GARBLED-SW
049000     END-IF.
049100 3060-EXIT.
049200     EXIT.
049300****************************************************************
049400*  3100-READ-HISTORY                                             *
049500****************************************************************
049600 3100-READ-HISTORY.
049700     IF NOT WS-HISTORY-OPEN
049800         MOVE 'Y' TO WS-HISTORY-EOF-SW
049900         GO TO 3100-EXIT
050000     END-IF.
050100     READ HISTORY-FILE
050200         AT END
050300             MOVE 'Y' TO WS-HISTORY-EOF-SW
050400         NOT AT END
050500             ADD 1 TO WS-READ-COUNT
050600     END-READ.
050700 3100-EXIT.
050800     EXIT.
050900****************************************************************
051000*  3200-FILE-AFTER-RECORD                                        *
051100****************************************************************
051200 3200-FILE-AFTER-RECORD.
051300     MOVE 'Y' TO WS-AT-AFTER-SW (WS-AT-SUB).
051400     MOVE FHST-FACTORIAL TO WS-AT-A-FACTORIAL (WS-AT-SUB).
051500     MOVE FHST-APPROX-FLAG TO WS-AT-A-APPROX-FLAG (WS-AT-SUB).
051600     MOVE FHST-MANTISSA TO WS-AT-A-MANTISSA (WS-AT-SUB).
051700     MOVE FHST-EXPONENT TO WS-AT-A-EXPONENT (WS-AT-SUB).
051800     MOVE FHST-CALC-DATE TO WS-AT-A-CALC-DATE (WS-AT-SUB).
051900     MOVE FHST-CALC-TIME TO WS-AT-A-CALC-TIME (WS-AT-SUB).
052000     MOVE FHST-JOB-NAME TO WS-AT-A-JOB-NAME (WS-AT-SUB).
052100     MOVE WS-HIST-STAMP TO WS-AT-A-STAMP (WS-AT-SUB).
052200     MOVE FHST-REPL-JOB TO WS-AT-A-REPL-JOB (WS-AT-SUB).
052300 3200-EXIT.
052400     EXIT.
052500****************************************************************
052600*  3300-FILE-BEFORE-RECORD                                       *
052700****************************************************************
052800 3300-FILE-BEFORE-RECORD.
052900     MOVE 'Y' TO WS-AT-BEFORE-SW (WS-AT-SUB).
053000     MOVE WS-HIST-STAMP TO WS-AT-B-STAMP (WS-AT-SUB).
053100     MOVE FHST-REPL-JOB TO WS-AT-B-REPL-JOB (WS-AT-SUB).
053200     MOVE FHST-ACTION-X TO WS-AT-B-ACTION-X (WS-AT-SUB).
053300 3300-EXIT.
053400     EXIT.
053500****************************************************************
053600*  4000-RECONSTRUCT-ENTRY                                        *
053700*  DECIDES WHAT THE TABLE HELD FOR ONE N AT THE CLOSE OF THE     *
053800*  AS-OF DATE (SEE THE PROGRAM NOTE), THEN PRINTS AND            *
053900*  EXTRACTS IT.  AN N NEITHER FILE HAS EVER HEARD OF IS NOT      *
054000*  LISTED.                                                       *
054100****************************************************************
054200 4000-RECONSTRUCT-ENTRY.
054300     IF NOT WS-AT-IN-MASTER (WS-AT-SUB)
054400             AND NOT WS-AT-HAS-AFTER (WS-AT-SUB)
054500             AND NOT WS-AT-HAS-BEFORE (WS-AT-SUB)
054600         GO TO 4000-EXIT
054700     END-IF.
054800     MOVE SPACES TO WS-RESULT.
054900     COMPUTE WS-RES-N = WS-AT-SUB - 1.
055000     MOVE ZERO TO WS-RES-FACTORIAL.
055100     MOVE ZERO TO WS-RES-MANTISSA.
055200     MOVE ZERO TO WS-RES-EXPONENT.
055300     MOVE ZERO TO WS-RES-CALC-DATE.
055400     MOVE ZERO TO WS-RES-CALC-TIME.
055500     MOVE ZERO TO WS-RES-CHG-DATE.
055600     MOVE 'N' TO WS-RES-CHG-SW.
055700     IF WS-AT-HAS-AFTER (WS-AT-SUB)
055800         PERFORM 4100-RESOLVE-FROM-JOURNAL THRU 4100-EXIT
055900     ELSE
056000         IF WS-AT-IN-MASTER (WS-AT-SUB)
056100             PERFORM 4200-RESOLVE-FROM-MASTER THRU 4200-EXIT
056200         ELSE
056300             PERFORM 4300-RESOLVE-WITHOUT-VALUE THRU 4300-EXIT
056400         END-IF
056500     END-IF.
056600     PERFORM 4400-COUNT-STATUS THRU 4400-EXIT.
056700     PERFORM 4500-WRITE-DETAIL-LINE THRU 4500-EXIT.
056800     PERFORM 4600-WRITE-EXTRACT-DETAIL THRU 4600-EXIT.
056900 4000-EXIT.
057000     EXIT.
057100****************************************************************
057200*  4100-RESOLVE-FROM-JOURNAL                                     *
057300*  THE EARLIEST RECORD REPLACED AFTER THE DATE HOLDS THE VALUE   *
057400*  IN FORCE ON THE DATE, PROVIDED IT HAD BEEN CALCULATED BY      *
057500*  THEN.  IF NOT, THE RUN THAT CALCULATED IT IS WHEN THE N       *
057600*  FIRST APPEARED.                                               *
057700****************************************************************
057800 4100-RESOLVE-FROM-JOURNAL.
057900     IF WS-AT-A-CALC-DATE (WS-AT-SUB) > WS-ASOF-DATE
058000         MOVE WS-AT-A-CALC-DATE (WS-AT-SUB) TO WS-RES-CHG-DATE
058100         MOVE WS-AT-A-JOB-NAME (WS-AT-SUB) TO WS-RES-CHG-JOB
058200         PERFORM 4300-RESOLVE-WITHOUT-VALUE THRU 4300-EXIT
058300         GO TO 4100-EXIT
058400     END-IF.
058500     MOVE 'H' TO WS-RES-STATUS-X.
058600     MOVE WS-AT-A-FACTORIAL (WS-AT-SUB) TO WS-RES-FACTORIAL.
058700     MOVE WS-AT-A-APPROX-FLAG (WS-AT-SUB) TO WS-RES-APPROX-FLAG.
058800     MOVE WS-AT-A-MANTISSA (WS-AT-SUB) TO WS-RES-MANTISSA.
058900     MOVE WS-AT-A-EXPONENT (WS-AT-SUB) TO WS-RES-EXPONENT.
059000     MOVE WS-AT-A-CALC-DATE (WS-AT-SUB) TO WS-RES-CALC-DATE.
059100     MOVE WS-AT-A-CALC-TIME (WS-AT-SUB) TO WS-RES-CALC-TIME.
059200     MOVE WS-AT-A-JOB-NAME (WS-AT-SUB) TO WS-RES-JOB-NAME.
059300     MOVE 'Y' TO WS-RES-CHG-SW.
059400     MOVE WS-AT-A-REPL-DATE (WS-AT-SUB) TO WS-RES-CHG-DATE.
059500     MOVE WS-AT-A-REPL-JOB (WS-AT-SUB) TO WS-RES-CHG-JOB.
059600 4100-EXIT.
059700     EXIT.
059800****************************************************************
059900*  4200-RESOLVE-FROM-MASTER                                      *
060000*  NOTHING REPLACED SINCE THE DATE - THE CURRENT FACTMST VALUE   *
060100*  STANDS IF IT HAD BEEN CALCULATED BY THEN.                     *
060200****************************************************************
060300 4200-RESOLVE-FROM-MASTER.
060400     IF WS-AT-M-CALC-DATE (WS-AT-SUB) > WS-ASOF-DATE
060500         MOVE WS-AT-M-CALC-DATE (WS-AT-SUB) TO WS-RES-CHG-DATE
060600         MOVE WS-AT-M-JOB-NAME (WS-AT-SUB) TO WS-RES-CHG-JOB
060700         PERFORM 4300-RESOLVE-WITHOUT-VALUE THRU 4300-EXIT
060800         GO TO 4200-EXIT
060900     END-IF.
061000     MOVE 'C' TO WS-RES-STATUS-X.
061100     MOVE WS-AT-M-FACTORIAL (WS-AT-SUB) TO WS-RES-FACTORIAL.
061200     MOVE WS-AT-M-APPROX-FLAG (WS-AT-SUB) TO WS-RES-APPROX-FLAG.
061300     MOVE WS-AT-M-MANTISSA (WS-AT-SUB) TO WS-RES-MANTISSA.
061400     MOVE WS-AT-M-EXPONENT (WS-AT-SUB) TO WS-RES-EXPONENT.
061500     MOVE WS-AT-M-CALC-DATE (WS-AT-SUB) TO WS-RES-CALC-DATE.
061600     MOVE WS-AT-M-CALC-TIME (WS-AT-SUB) TO WS-RES-CALC-TIME.
061700     MOVE WS-AT-M-JOB-NAME (WS-AT-SUB) TO WS-RES-JOB-NAME.
061800 4200-EXIT.
061900     EXIT.
062000****************************************************************
062100*  4300-RESOLVE-WITHOUT-VALUE                                    *
062200*  NO VALUE WAS CALCULATED FOR THE N BY THE DATE.  IF THE LAST   *
062300*  JOURNAL RECORD ON OR BEFORE THE DATE IS A PURGE, THE N HAD    *
062400*  BEEN PURGED.  IF IT IS A REPLACEMENT, THE N WAS IN THE        *
062500*  TABLE BUT THE VALUE THAT REPLACED IT IS NOT RECORDED          *
062600*  ANYWHERE.  WITH NO SUCH RECORD THE N DID NOT YET EXIST -      *
062700*  THE CALLER HAS ALREADY STAGED THE RUN THAT FIRST              *
062800*  CALCULATED IT.                                                *
062900****************************************************************
063000 4300-RESOLVE-WITHOUT-VALUE.
063100     IF NOT WS-AT-HAS-BEFORE (WS-AT-SUB)
063200         MOVE 'N' TO WS-RES-STATUS-X
063300         MOVE 'Y' TO WS-RES-CHG-SW
063400         GO TO 4300-EXIT
063500     END-IF.
063600     IF WS-AT-B-PURGED (WS-AT-SUB)
063700         MOVE 'P' TO WS-RES-STATUS-X
063800         MOVE 'Y' TO WS-RES-CHG-SW
063900         MOVE WS-AT-B-REPL-DATE (WS-AT-SUB) TO WS-RES-CHG-DATE
064000         MOVE WS-AT-B-REPL-JOB (WS-AT-SUB) TO WS-RES-CHG-JOB
064100     ELSE
064200         MOVE 'U' TO WS-RES-STATUS-X
064300         MOVE 'N' TO WS-RES-CHG-SW
064400     END-IF.
064500 4300-EXIT.
064600     EXIT.
064700****************************************************************
064800*  4400-COUNT-STATUS                                             *
064900****************************************************************
065000 4400-COUNT-STATUS.
065100     IF WS-RES-CURRENT
065200         ADD 1 TO WS-CURRENT-COUNT
065300         ADD 1 TO WS-IN-TABLE-COUNT
065400     END-IF.
065500     IF WS-RES-ROLLED-BACK
065600         ADD 1 TO WS-ROLLBACK-COUNT
065700         ADD 1 TO WS-IN-TABLE-COUNT
065800     END-IF.
065900     IF WS-RES-UNKNOWN
066000         ADD 1 TO WS-UNKNOWN-COUNT
066100         ADD 1 TO WS-IN-TABLE-COUNT
066200     END-IF.
066300     IF WS-RES-NOT-YET
066400         ADD 1 TO WS-NOT-YET-COUNT
066500     END-IF.
066600     IF WS-RES-PURGED
066700         ADD 1 TO WS-PURGED-COUNT
066800     END-IF.
066900 4400-EXIT.
067000     EXIT.
067100****************************************************************
067200*  4500-WRITE-DETAIL-LINE                                        *
067300****************************************************************
067400 4500-WRITE-DETAIL-LINE.
067500     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
067600             THAN WS-LINES-PER-PAGE
067700         PERFORM 4800-WRITE-HEADING-LINES THRU 4800-EXIT
067800     END-IF.
067900     MOVE SPACES TO RPT-LINE.
068000     MOVE SPACES TO AOR-DETAIL-LINE.
068100     MOVE WS-RES-N TO AOR-DET-N.
068200     IF WS-RES-HAS-VALUE
068300         MOVE WS-RES-FACTORIAL TO AOR-DET-FACTORIAL
068400         MOVE WS-RES-APPROX-FLAG TO AOR-DET-APPROX
068500         IF WS-RES-APPROXIMATED
068600             MOVE WS-RES-MANTISSA TO AOR-DET-MANTISSA
068700             MOVE 'E+' TO AOR-DET-E-LIT
068800             MOVE WS-RES-EXPONENT TO AOR-DET-EXPONENT
068900         END-IF
069000         MOVE WS-RES-CALC-DATE TO AOR-DET-CALC-DATE
069100         COMPUTE WS-EDIT-TIME = WS-RES-CALC-TIME / 100
069200         MOVE WS-EDIT-TIME TO AOR-DET-CALC-TIME
069300         MOVE WS-RES-JOB-NAME TO AOR-DET-JOB
069400     END-IF.
069500     IF WS-RES-CURRENT
069600         MOVE 'CURRENT' TO AOR-DET-STATUS
069700     END-IF.
069800     IF WS-RES-ROLLED-BACK
069900         MOVE 'ROLLED BACK' TO AOR-DET-STATUS
070000     END-IF.
070100     IF WS-RES-NOT-YET
070200         MOVE 'NOT YET EXISTING' TO AOR-DET-STATUS
070300     END-IF.
070400     IF WS-RES-PURGED
070500         MOVE 'PURGED BEFORE DATE' TO AOR-DET-STATUS
070600     END-IF.
070700     IF WS-RES-UNKNOWN
070800         MOVE 'NOT RECONSTRUCTABLE' TO AOR-DET-STATUS
070900     END-IF.
071000     IF WS-RES-HAS-CHANGE
071100         MOVE WS-RES-CHG-DATE TO AOR-DET-CHG-DATE
071200         MOVE WS-RES-CHG-JOB TO AOR-DET-CHG-JOB
071300     END-IF.
071400     WRITE RPT-LINE FROM AOR-DETAIL-LINE.
071500     ADD 1 TO WS-LINE-COUNT.
071600 4500-EXIT.
071700     EXIT.
071800****************************************************************
071900*  4600-WRITE-EXTRACT-DETAIL                                     *
072000*  ONE 'D' RECORD PER N LISTED, IN FACTORIAL MODE.  AN N WITH    *
072100*  NO VALUE ON THE DATE CARRIES A ZERO FACTORIAL AND BLANK       *
072200*  SOURCE FIELDS - THE AS-OF STATUS SAYS WHY.                    *
072300****************************************************************
072400 4600-WRITE-EXTRACT-DETAIL.
072500     MOVE WS-RES-N TO EXT-DET-N.
072600     MOVE 'F' TO EXT-DET-MODE.
072700     MOVE SPACES TO EXT-DET-R.
072800     MOVE WS-RES-FACTORIAL TO EXT-DET-FACTORIAL.
072900     MOVE ZERO TO EXT-DET-COMBINATIONS.
073000     MOVE ZERO TO EXT-DET-PERMUTATIONS.
073100     MOVE WS-RES-APPROX-FLAG TO EXT-DET-APPROX-FLAG.
073200     MOVE WS-RES-MANTISSA TO EXT-DET-MANTISSA.
073300     MOVE WS-RES-EXPONENT TO EXT-DET-EXPONENT.
073400     MOVE SPACES TO EXT-DET-REQ-DEPT.
073500     MOVE SPACES TO EXT-DET-REQ-REF.
073600     MOVE ';' TO EXT-DET-ASOF-SEP-1.
073700     MOVE ';' TO EXT-DET-ASOF-SEP-2.
073800     MOVE ';' TO EXT-DET-ASOF-SEP-3.
073900     MOVE ';' TO EXT-DET-ASOF-SEP-4.
074000     MOVE SPACES TO EXT-DET-SRC-DATE.
074100     MOVE SPACES TO EXT-DET-SRC-TIME.
074200     MOVE SPACES TO EXT-DET-SRC-JOB.
074300     IF WS-RES-HAS-VALUE
074400         MOVE WS-RES-CALC-DATE TO EXT-DET-SRC-DATE
074500         MOVE WS-RES-CALC-TIME TO EXT-DET-SRC-TIME
074600         MOVE WS-RES-JOB-NAME TO EXT-DET-SRC-JOB
074700     END-IF.
074800     MOVE WS-RES-STATUS-X TO EXT-DET-ASOF-STATUS-X.
074900     WRITE EXT-LINE FROM EXT-DETAIL-REC.
075000     ADD 1 TO WS-EXTRACT-COUNT.
075100 4600-EXIT.
075200     EXIT.
075300****************************************************************
075400*  4800-WRITE-HEADING-LINES                                      *
075500****************************************************************
075600 4800-WRITE-HEADING-LINES.
075700     ADD 1 TO WS-PAGE-COUNT.
075800     MOVE SPACES TO RPT-LINE.
075900     MOVE SPACES TO AOR-HEADING-LINE.
076000     MOVE 'RESULTS TABLE AS-OF RECONSTRUCTION' TO AOR-HDG-TITLE.
076100     MOVE 'RUN DATE ' TO AOR-HDG-DATE-LIT.
076200     MOVE WS-RUN-DATE TO AOR-HDG-DATE.
076300     MOVE 'PAGE ' TO AOR-HDG-PAGE-LIT.
076400     MOVE WS-PAGE-COUNT TO AOR-HDG-PAGE.
076500     WRITE RPT-LINE FROM AOR-HEADING-LINE.
076600     MOVE SPACES TO RPT-LINE.
076700     MOVE SPACES TO AOR-ASOF-LINE.
076800     MOVE 'AS OF:     ' TO AOR-ASOF-LIT.
076900     MOVE WS-ASOF-DATE TO AOR-ASOF-DATE.
077000     MOVE ' - TABLE AS PUBLISHED AT CLOSE OF THAT DAY'
077100             TO AOR-ASOF-TEXT.
077200     WRITE RPT-LINE FROM AOR-ASOF-LINE.
077300     MOVE SPACES TO RPT-LINE.
077400     MOVE SPACES TO AOR-COLUMN-LINE.
077500     MOVE 'N' TO AOR-COL-N-LIT.
077600     MOVE 'FACTORIAL OF N' TO AOR-COL-FACT-LIT.
077700     MOVE 'A' TO AOR-COL-APPROX-LIT.
077800     MOVE 'APPROX VALUE' TO AOR-COL-AVALUE-LIT.
077900     MOVE 'SOURCE CALCULATION' TO AOR-COL-CALC-LIT.
078000     MOVE 'JOB' TO AOR-COL-JOB-LIT.
078100     MOVE 'STATUS ON DATE' TO AOR-COL-STATUS-LIT.
078200     MOVE 'CHANGED ON' TO AOR-COL-CHG-LIT.
078300     MOVE 'BY JOB' TO AOR-COL-CJOB-LIT.
078400     WRITE RPT-LINE FROM AOR-COLUMN-LINE.
078500     MOVE 3 TO WS-LINE-COUNT.
078600 4800-EXIT.
078700     EXIT.
078800****************************************************************
078900*  5000-WRITE-TOTALS                                             *
079000****************************************************************
079100 5000-WRITE-TOTALS.
079200     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
079300             THAN WS-LINES-PER-PAGE - 9
079400         PERFORM 4800-WRITE-HEADING-LINES THRU 4800-EXIT
079500     END-IF.
079600     MOVE SPACES TO RPT-LINE.
079700     WRITE RPT-LINE.
079800     MOVE 'ENTRIES IN TABLE ON DATE' TO WS-TOT-LIT.
079900     MOVE WS-IN-TABLE-COUNT TO WS-TOT-COUNT.
080000     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
080100     MOVE '  CURRENT VALUE' TO WS-TOT-LIT.
080200     MOVE WS-CURRENT-COUNT TO WS-TOT-COUNT.
080300     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
080400     MOVE '  ROLLED BACK' TO WS-TOT-LIT.
080500     MOVE WS-ROLLBACK-COUNT TO WS-TOT-COUNT.
080600     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
080700     MOVE '  NOT RECONSTRUCTABLE' TO WS-TOT-LIT.
080800     MOVE WS-UNKNOWN-COUNT TO WS-TOT-COUNT.
080900     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
081000     MOVE 'NOT YET EXISTING ON DATE' TO WS-TOT-LIT.
081100     MOVE WS-NOT-YET-COUNT TO WS-TOT-COUNT.
081200     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
081300     MOVE 'PURGED BEFORE DATE' TO WS-TOT-LIT.
081400     MOVE WS-PURGED-COUNT TO WS-TOT-COUNT.
081500     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
081600     MOVE 'FACTMST ENTRIES READ' TO WS-TOT-LIT.
081700     MOVE WS-MASTER-COUNT TO WS-TOT-COUNT.
081800     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
081900     MOVE 'FMSTHIST RECORDS READ' TO WS-TOT-LIT.
082000     MOVE WS-READ-COUNT TO WS-TOT-COUNT.
082100     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
082200     MOVE '  GARBLED, IGNORED' TO WS-TOT-LIT.
082300     MOVE WS-GARBLED-COUNT TO WS-TOT-COUNT.
082400     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
082500     MOVE WS-EXTRACT-COUNT TO EXT-TRL-REC-COUNT.
082600     WRITE EXT-LINE FROM EXT-TRAILER-REC.
082700     DISPLAY 'FACTASOF - AS OF ' WS-ASOF-DATE ', '
082800             WS-IN-TABLE-COUNT ' ENTRIES IN TABLE, '
082900             WS-UNKNOWN-COUNT ' NOT RECONSTRUCTABLE'.
083000 5000-EXIT.
083100     EXIT.
083200****************************************************************
083300*  5100-WRITE-TOTAL-LINE                                         *
083400****************************************************************
083500 5100-WRITE-TOTAL-LINE.
083600     MOVE SPACES TO RPT-LINE.
083700     MOVE SPACES TO AOR-TOTAL-LINE.
083800     MOVE WS-TOT-LIT TO AOR-TOT-LIT.
083900     MOVE WS-TOT-COUNT TO AOR-TOT-COUNT.
084000     WRITE RPT-LINE FROM AOR-TOTAL-LINE.
084100     ADD 1 TO WS-LINE-COUNT.
084200 5100-EXIT.
084300     EXIT.
084400****************************************************************
084500*  9000-TERMINATE                                               *
084600****************************************************************
084700 9000-TERMINATE.
084800*    AN ABORTED RECONSTRUCTION WRITES NO TOTALS OR TRAILER - A
084900*    TABLE THAT WAS NEVER BUILT MUST NOT LOOK LIKE AN EMPTY ONE.
085000     CLOSE RESULTS-MASTER.
085100     IF WS-HISTORY-OPEN
085200         CLOSE HISTORY-FILE
085300     END-IF.
085400     CLOSE REPORT-FILE.
085500     CLOSE EXTRACT-FILE.
085600 9000-EXIT.
085700     EXIT.
085710****************************************************************
085720*  9900-LOG-STEP-STATUS                                         *
085730*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
085740*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
085750*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
085760****************************************************************
085770 9900-LOG-STEP-STATUS.
085780     MOVE SPACES TO SST-RECORD.
085790     MOVE 'FACTASOF' TO SST-PROGRAM.
085800     MOVE WS-RUN-DATE TO SST-RUN-DATE.
085810     MOVE WS-RUN-TIME TO SST-RUN-TIME.
085820     MOVE RETURN-CODE TO SST-RETURN-CODE.
085830     MOVE 'MASTER' TO SST-COUNT-NAME (1).
085840     MOVE WS-MASTER-COUNT TO SST-COUNT (1).
085850     MOVE 'JOURNAL' TO SST-COUNT-NAME (2).
085860     MOVE WS-READ-COUNT TO SST-COUNT (2).
085870     MOVE 'UNKNOWN' TO SST-COUNT-NAME (3).
085880     MOVE WS-UNKNOWN-COUNT TO SST-COUNT (3).
085890     MOVE 'GARBLED' TO SST-COUNT-NAME (4).
085900     MOVE WS-GARBLED-COUNT TO SST-COUNT (4).
085910     MOVE 'EXTRACT' TO SST-COUNT-NAME (5).
085920     MOVE WS-EXTRACT-COUNT TO SST-COUNT (5).
085930     IF SST-RETURN-CODE = 04
085940         MOVE 'GAPS' TO SST-DISPOSITION
085950         MOVE 'ENTRIES NOT RECONSTRUCTABLE' TO SST-REASON
085960     END-IF.
085970     CALL 'STEPLOG' USING SST-RECORD.
085980     MOVE SST-RETURN-CODE TO RETURN-CODE.
085990 9900-EXIT.
086000     EXIT.
