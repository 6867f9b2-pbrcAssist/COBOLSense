000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  STEPRPT                                       *
000400*  DESCRIPTION  :  MORNING OPERATIONS REPORT.  READS THE         *
000500*                  STEPLOG JOB-STREAM LOG, TO WHICH EVERY        *
000600*                  BATCH PROGRAM APPENDS ONE STEP-STATUS         *
000700*                  RECORD (SEE SSTREC) THROUGH STEPLOG, AND      *
000800*                  PRINTS ON MRNRPT ONE LINE PER STEP LOGGED     *
000900*                  IN THE NIGHT'S WINDOW - RETURN CODE,          *
001000*                  DISPOSITION, KEY COUNTS AND REASON - SO ONE   *
001100*                  PAGE SAYS WHETHER THE NIGHT WAS GOOD.  A      *
001200*                  STEP IS FLAGGED '**' AND FOLLOWED BY AN       *
001300*                  EXCEPTION LINE WHEN -                         *
001400*                    - IT ENDED WITH A NONZERO RETURN CODE;      *
001500*                    - EXTDIST READ A DIFFERENT NUMBER OF        *
001600*                      EXTOUT DETAILS THAN THE LAST FACTORIAL    *
001700*                      WROTE, OR DELIVERED A DIFFERENT NUMBER    *
001800*                      THAN IT READ;                             *
001900*                    - RECYCLE READ A DIFFERENT NUMBER OF        *
002000*                      RECORDS THAN THE PREVIOUS RECYCLE         *
002100*                      CARRIED FORWARD PLUS THE REJECTS          *
002200*                      FACTORIAL WROTE TO RECYCOUT SINCE.        *
002300*                  EXPECTED STEPS WITH NO RECORD IN THE WINDOW   *
002400*                  ARE LISTED AS MISSING.  THE WINDOW AND THE    *
002500*                  EXPECTED STEPS COME FROM THE MRNIN CARDS      *
002600*                  (SEE MRNCTL).                                 *
002700*                                                                *
002800*  NOTE         :  THE WHOLE LOG IS READ, NOT JUST THE WINDOW,   *
002900*                  SO THE COUNT CHECKS CAN USE THE LAST          *
003000*                  FACTORIAL AND RECYCLE STEPS LOGGED BEFORE     *
003100*                  THE NIGHT BEGAN.  A CHECK WITH NO EARLIER     *
003200*                  STEP TO COMPARE AGAINST IS NOT MADE.          *
003300*                  RETURN CODE 04 WHEN ANYTHING IS FLAGGED OR    *
003400*                  MISSING, 12 ON A FILE ERROR.                  *
003500*                                                                *
003600****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    STEPRPT.
003900 AUTHOR.        D. HOLLAND.
004000 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004100 DATE-WRITTEN.  02/01/2027.
004200 DATE-COMPILED.
004300****************************************************************
004400*  MODIFICATION HISTORY                                         *
004500*  ------------------------------------------------------------ *
004600*  2027-02-01  DEH  ORIGINAL PROGRAM.                           *
004630*  2027-02-08  DEH  TAKE A PARTITIONED NIGHT'S EXTOUT AND       *
004660*                   RECYCOUT COUNTS FROM FACTMRG.               *
004700****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CONTROL-FILE    ASSIGN TO MRNIN
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            ACCESS MODE IS SEQUENTIAL
005700            FILE STATUS IS WS-CONTROL-STATUS.
005800     SELECT STEP-LOG-FILE   ASSIGN TO STEPLOG
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            ACCESS MODE IS SEQUENTIAL
006100            FILE STATUS IS WS-STEP-LOG-STATUS.
006200     SELECT REPORT-FILE     ASSIGN TO MRNRPT
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            ACCESS MODE IS SEQUENTIAL
006500            FILE STATUS IS WS-REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTROL-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 COPY MRNCTL.
007200 FD  STEP-LOG-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 200 CHARACTERS.
007500 01  STEP-LOG-RECORD                 PIC X(200).
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  RPT-LINE                        PIC X(132).
008000 WORKING-STORAGE SECTION.
008100****************************************************************
008200*  STANDALONE SWITCHES AND COUNTERS                              *
008300****************************************************************
008400 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
008500     88  WS-CONTROL-OK                       VALUE '00'.
008600     88  WS-CONTROL-NOT-FOUND                VALUE '35'.
008700 77  WS-STEP-LOG-STATUS          PIC X(02) VALUE SPACES.
008800     88  WS-STEP-LOG-OK                      VALUE '00'.
008900     88  WS-STEP-LOG-NOT-FOUND               VALUE '35'.
009000 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009100     88  WS-REPORT-OK                        VALUE '00'.
009200 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
009300     88  WS-RUN-ABORTED                      VALUE 'Y'.
009400 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009500     88  WS-END-OF-LOG                       VALUE 'Y'.
009600 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
009700     88  WS-END-OF-CARDS                     VALUE 'Y'.
009800 77  WS-COUNT-FOUND-SW           PIC X(01) VALUE 'N'.
009900     88  WS-COUNT-FOUND                      VALUE 'Y'.
010000 77  WS-STEP-COUNT               PIC 9(08) COMP VALUE ZERO.
010100 77  WS-LOG-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
010200 77  WS-GARBLED-COUNT            PIC 9(08) COMP VALUE ZERO.
010300 77  WS-NONZERO-COUNT            PIC 9(08) COMP VALUE ZERO.
010400 77  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
010500 77  WS-MISSING-COUNT            PIC 9(08) COMP VALUE ZERO.
010600 77  WS-EXCEPTION-COUNT          PIC 9(08) COMP VALUE ZERO.
010700 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
010800 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
010900 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
011000 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
011100 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
011200 77  WS-CNT-LIT                  PIC X(40) VALUE SPACES.
011300 77  WS-CNT-COUNT                PIC 9(08) COMP VALUE ZERO.
011400 77  WS-COUNT-SUB                PIC 9(02) COMP VALUE ZERO.
011500 77  WS-FIND-NAME                PIC X(08) VALUE SPACES.
011600 77  WS-FOUND-COUNT              PIC 9(08) VALUE ZERO.
011700 77  WS-EXPECT-COUNT             PIC 9(08) VALUE ZERO.
011800 77  WS-EDIT-COUNT-1             PIC Z(07)9.
011900 77  WS-EDIT-COUNT-2             PIC Z(07)9.
012000 77  WS-EDIT-COUNT-3             PIC Z(07)9.
012100 77  WS-EDIT-COUNT-4             PIC Z(07)9.
012200 77  WS-TEXT-PTR                 PIC 9(03) COMP VALUE ZERO.
012300 77  WS-CRI-TEXT                 PIC X(100) VALUE SPACES.
012400****************************************************************
012500*  THE NIGHT'S WINDOW - EVERY STEP LOGGED AT OR AFTER            *
012600*  WS-FROM-DATE / WS-FROM-TIME (HHMMSSCC) BELONGS TO IT.         *
012700****************************************************************
012800 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
012900 77  WS-FROM-TIME                PIC 9(08) VALUE 18000000.
013000 77  WS-DAY-INT                  PIC 9(08) COMP VALUE ZERO.
013100 77  WS-EDIT-DATE                PIC 9999/99/99.
013200 01  WS-HHMMSS-TIME.
013300     05  WS-HMS-HH               PIC 9(02).
013400     05  WS-HMS-MM               PIC 9(02).
013500     05  WS-HMS-SS               PIC 9(02).
013600     05  WS-HMS-CC               PIC 9(02).
013700 01  WS-EDIT-TIME.
013800     05  WS-ET-HH                PIC 9(02).
013900     05  FILLER                  PIC X(01) VALUE ':'.
014000     05  WS-ET-MM                PIC 9(02).
014100     05  FILLER                  PIC X(01) VALUE ':'.
014200     05  WS-ET-SS                PIC 9(02).
014300****************************************************************
014400*  WHAT THE COUNT CHECKS REMEMBER OF EARLIER STEPS.  A           *
014500*  FACTORIAL RUN REPLACES RECYCOUT, SO ONLY THE LAST ONE SINCE   *
014600*  THE PREVIOUS RECYCLE COUNTS TOWARD THE NEXT RECYCLE'S INPUT.  *
014700****************************************************************
014800 77  WS-FACT-SEEN-SW             PIC X(01) VALUE 'N'.
014900     88  WS-FACT-SEEN                        VALUE 'Y'.
015000 77  WS-FACT-EXTRACT             PIC 9(08) VALUE ZERO.
015100 77  WS-RCY-SEEN-SW              PIC X(01) VALUE 'N'.
015200     88  WS-RCY-SEEN                         VALUE 'Y'.
015300 77  WS-RCY-CARRIED              PIC 9(08) VALUE ZERO.
015400 77  WS-RCY-PENDING              PIC 9(08) VALUE ZERO.
015500****************************************************************
015600*  THE EXPECTED STEPS - FROM THE 'S' CARDS, OR THE STANDARD      *
015700*  NIGHTLY STREAM BELOW WHEN THERE ARE NONE.                     *
015800****************************************************************
015900 01  WS-DEFAULT-STREAM-VALUES.
016000     05  FILLER                  PIC X(10) VALUE 'SUBPULL'.
016100     05  FILLER                  PIC X(10) VALUE 'SRQGEN'.
016200     05  FILLER                  PIC X(10) VALUE 'RECYCLE'.
016300     05  FILLER                  PIC X(10) VALUE 'WLASSEM'.
016400     05  FILLER                  PIC X(10) VALUE 'FACTORIAL'.
016500     05  FILLER                  PIC X(10) VALUE 'EXTDIST'.
016600     05  FILLER                  PIC X(10) VALUE 'RUNCOMP'.
016700 01  WS-DEFAULT-STREAM REDEFINES WS-DEFAULT-STREAM-VALUES.
016800     05  WS-DEFAULT-STEP         PIC X(10) OCCURS 7 TIMES.
016900 77  WS-DEFAULT-MAX              PIC 9(02) COMP VALUE 7.
017000 01  WS-EXPECTED-TABLE.
017100     05  WS-EX-ENTRY OCCURS 20 TIMES.
017200         10  WS-EX-PROGRAM       PIC X(10).
017300         10  WS-EX-SEEN-SW       PIC X(01).
017400             88  WS-EX-SEEN                  VALUE 'Y'.
017500 77  WS-EXPECTED-MAX             PIC 9(02) COMP VALUE 20.
017600 77  WS-EXPECTED-COUNT           PIC 9(02) COMP VALUE ZERO.
017700 77  WS-EX-SUB                   PIC 9(02) COMP VALUE ZERO.
017800****************************************************************
017900*  THE PROBLEMS FOUND WITH THE STEP IN HAND, PRINTED UNDER ITS   *
018000*  LINE.                                                         *
018100****************************************************************
018200 01  WS-STEP-EXCEPTIONS.
018300     05  WS-SE-TEXT              PIC X(100) OCCURS 4 TIMES.
018400 77  WS-SE-COUNT                 PIC 9(02) COMP VALUE ZERO.
018500 77  WS-SE-SUB                   PIC 9(02) COMP VALUE ZERO.
018600 77  WS-SE-MAX                   PIC 9(02) COMP VALUE 4.
018700 77  WS-SE-NEW-TEXT              PIC X(100) VALUE SPACES.
018800*
018900*    THE LOG RECORD IN HAND, AND THIS STEP'S OWN STATUS RECORD.
019000*
019100 01  WS-LOG-RECORD.
019200     05  WS-LOG-DATA             PIC X(200).
019300 COPY SSTREC.
019400 COPY MRNRPT.
019500 PROCEDURE DIVISION.
019600****************************************************************
019700*  0000-MAINLINE                                                *
019800****************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     IF NOT WS-RUN-ABORTED
020200         PERFORM 2000-PROCESS-LOG-RECORD THRU 2000-EXIT
020300                 UNTIL WS-END-OF-LOG
020400         PERFORM 3000-LIST-MISSING-STEPS THRU 3000-EXIT
020500         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
020600     END-IF.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     IF WS-RUN-ABORTED
020900         MOVE 12 TO RETURN-CODE
021000     ELSE
021100         IF WS-EXCEPTION-COUNT > ZERO
021200             MOVE 04 TO RETURN-CODE
021300         END-IF
021400     END-IF.
021500     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
021600     STOP RUN.
021700****************************************************************
021800*  1000-INITIALIZE                                              *
021900*  A MISSING STEPLOG IS AN EMPTY NIGHT - EVERY EXPECTED STEP    *
022000*  IS THEN REPORTED MISSING.                                    *
022100****************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022400     ACCEPT WS-RUN-TIME FROM TIME.
022500     COMPUTE WS-DAY-INT =
022600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
022700     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
022800     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
022900     IF WS-RUN-ABORTED
023000         GO TO 1000-EXIT
023100     END-IF.
023200     IF WS-EXPECTED-COUNT = ZERO
023300         PERFORM 1180-LOAD-DEFAULT-STEP THRU 1180-EXIT
023400                 VARYING WS-EX-SUB FROM 1 BY 1
023500                 UNTIL WS-EX-SUB > WS-DEFAULT-MAX
023600     END-IF.
023700     OPEN INPUT STEP-LOG-FILE.
023800     IF WS-STEP-LOG-NOT-FOUND
023900         DISPLAY 'STEPRPT - NO STEPLOG, NO STEPS WERE LOGGED'
024000         MOVE 'Y' TO WS-EOF-SW
024100     ELSE
024200         IF NOT WS-STEP-LOG-OK
024300             DISPLAY 'STEPRPT - UNABLE TO OPEN STEPLOG, STATUS = '
024400                     WS-STEP-LOG-STATUS
024500             MOVE 'Y' TO WS-ABORT-SW
024600         END-IF
024700     END-IF.
024800     OPEN OUTPUT REPORT-FILE.
024900     IF NOT WS-REPORT-OK
025000         DISPLAY 'STEPRPT - UNABLE TO OPEN MRNRPT, STATUS = '
025100                 WS-REPORT-STATUS
025200         MOVE 'Y' TO WS-ABORT-SW
025300     END-IF.
025400     IF WS-RUN-ABORTED
025500         GO TO 1000-EXIT
025600     END-IF.
025700     PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT.
025800     PERFORM 1200-WRITE-CRITERIA-LINES THRU 1200-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100****************************************************************
026200*  1100-READ-CONTROL-CARDS                                       *
026300*  A MISSING OR EMPTY MRNIN TAKES THE DEFAULT WINDOW AND         *
026400*  STREAM.  A CARD THAT IS NEITHER 'W' NOR 'S', OR A 'W' CARD    *
026500*  WITH A BAD DATE OR TIME, ABORTS - A WRONG WINDOW WOULD        *
026600*  REPORT THE WRONG NIGHT AS GOOD.                               *
026700****************************************************************
026800 1100-READ-CONTROL-CARDS.
026900     OPEN INPUT CONTROL-FILE.
027000     IF WS-CONTROL-NOT-FOUND
027100         GO TO 1100-EXIT
027200     END-IF.
027300     IF NOT WS-CONTROL-OK
027400         DISPLAY 'STEPRPT - UNABLE TO OPEN MRNIN, STATUS = '
027500                 WS-CONTROL-STATUS
027600         MOVE 'Y' TO WS-ABORT-SW
027700         GO TO 1100-EXIT
027800     END-IF.
027900     PERFORM 1150-APPLY-CONTROL-CARD THRU 1150-EXIT
028000             UNTIL WS-END-OF-CARDS OR WS-RUN-ABORTED.
028100     CLOSE CONTROL-FILE.
028200 1100-EXIT.
028300     EXIT.
028400****************************************************************
028500*  1150-APPLY-CONTROL-CARD                                       *
028600****************************************************************
028700 1150-APPLY-CONTROL-CARD.
028800     READ CONTROL-FILE
028900         AT END
029000             MOVE 'Y' TO WS-CARD-EOF-SW
029100             GO TO 1150-EXIT
029200     END-READ.
029300     IF MRNC-STEP-CARD
029400         IF WS-EXPECTED-COUNT NOT < WS-EXPECTED-MAX
029500             DISPLAY 'STEPRPT - MORE THAN ' WS-EXPECTED-MAX
029600                     ' EXPECTED STEPS ON MRNIN'
029700             MOVE 'Y' TO WS-ABORT-SW
029800             GO TO 1150-EXIT
029900         END-IF
030000         ADD 1 TO WS-EXPECTED-COUNT
030100         MOVE MRNC-PROGRAM TO WS-EX-PROGRAM (WS-EXPECTED-COUNT)
030200         MOVE 'N' TO WS-EX-SEEN-SW (WS-EXPECTED-COUNT)
030300         GO TO 1150-EXIT
030400     END-IF.
030500     IF MRNC-WINDOW-CARD
030600         IF MRNC-FROM-TIME-X = SPACES
030700             MOVE '0000' TO MRNC-FROM-TIME-X
030800         END-IF
030900         IF MRNC-FROM-DATE NUMERIC AND MRNC-FROM-TIME NUMERIC
031000             MOVE MRNC-FROM-DATE TO WS-FROM-DATE
031100             COMPUTE WS-FROM-TIME = MRNC-FROM-TIME * 10000
031200             GO TO 1150-EXIT
031300         END-IF
031400     END-IF.
031500     DISPLAY 'STEPRPT - INVALID MRNIN CARD: ' MRNC-RECORD.
031600     MOVE 'Y' TO WS-ABORT-SW.
031700 1150-EXIT.
031800     EXIT.
031900****************************************************************
032000*  1180-LOAD-DEFAULT-STEP                                        *
032100****************************************************************
032200 1180-LOAD-DEFAULT-STEP.
032300     ADD 1 TO WS-EXPECTED-COUNT.
032400     MOVE WS-DEFAULT-STEP (WS-EX-SUB)
032500             TO WS-EX-PROGRAM (WS-EXPECTED-COUNT).
032600     MOVE 'N' TO WS-EX-SEEN-SW (WS-EXPECTED-COUNT).
032700 1180-EXIT.
032800     EXIT.
032900****************************************************************
033000*  1200-WRITE-CRITERIA-LINES                                     *
033100*  ECHOES THE WINDOW AND THE EXPECTED STEPS UNDER THE FIRST      *
033200*  PAGE HEADING, NINE STEP NAMES TO A LINE.                      *
033300****************************************************************
033400 1200-WRITE-CRITERIA-LINES.
033500     MOVE WS-FROM-DATE TO WS-EDIT-DATE.
033600     MOVE WS-FROM-TIME TO WS-HHMMSS-TIME.
033700     MOVE WS-HMS-HH TO WS-ET-HH.
033800     MOVE WS-HMS-MM TO WS-ET-MM.
033900     MOVE WS-HMS-SS TO WS-ET-SS.
034000     MOVE SPACES TO WS-CRI-TEXT.
034100     STRING 'STEPS LOGGED FROM ' WS-EDIT-DATE ' '
034200             WS-EDIT-TIME ' ONWARD'
034300             DELIMITED BY SIZE INTO WS-CRI-TEXT
034400     END-STRING.
034500     MOVE 'WINDOW:    ' TO MRN-CRI-LIT.
034600     PERFORM 1250-WRITE-CRITERIA-LINE THRU 1250-EXIT.
034700     MOVE 'EXPECTED:  ' TO MRN-CRI-LIT.
034800     MOVE SPACES TO WS-CRI-TEXT.
034900     MOVE 1 TO WS-TEXT-PTR.
035000     PERFORM 1220-ADD-EXPECTED-NAME THRU 1220-EXIT
035100             VARYING WS-EX-SUB FROM 1 BY 1
035200             UNTIL WS-EX-SUB > WS-EXPECTED-COUNT.
035300     IF WS-TEXT-PTR > 1
035400         PERFORM 1250-WRITE-CRITERIA-LINE THRU 1250-EXIT
035500     END-IF.
035600 1200-EXIT.
035700     EXIT.
035800****************************************************************
035900*  1220-ADD-EXPECTED-NAME                                        *
036000****************************************************************
036100 1220-ADD-EXPECTED-NAME.
036200     IF WS-TEXT-PTR > 90
036300         PERFORM 1250-WRITE-CRITERIA-LINE THRU 1250-EXIT
036400         MOVE SPACES TO MRN-CRI-LIT
036500         MOVE SPACES TO WS-CRI-TEXT
036600         MOVE 1 TO WS-TEXT-PTR
036700     END-IF.
036800     STRING WS-EX-PROGRAM (WS-EX-SUB) ' '
036900             DELIMITED BY SIZE INTO WS-CRI-TEXT
037000             WITH POINTER WS-TEXT-PTR
037100     END-STRING.
037200 1220-EXIT.
037300     EXIT.
037400****************************************************************
037500*  1250-WRITE-CRITERIA-LINE                                      *
037600*  THE CALLER HAS SET MRN-CRI-LIT AND WS-CRI-TEXT.               *
037700****************************************************************
037800 1250-WRITE-CRITERIA-LINE.
037900     MOVE WS-CRI-TEXT TO MRN-CRI-TEXT.
038000     MOVE SPACES TO RPT-LINE.
038100     WRITE RPT-LINE FROM MRN-CRITERIA-LINE.
038200     MOVE SPACES TO MRN-CRITERIA-LINE.
038300     ADD 1 TO WS-LINE-COUNT.
038400 1250-EXIT.
038500     EXIT.
038600****************************************************************
038700*  2000-PROCESS-LOG-RECORD                                       *
038800*  EVERY RECORD ON THE LOG FEEDS THE COUNT CHECKS; ONLY THOSE    *
038900*  IN THE WINDOW ARE CHECKED AND PRINTED.  A GARBLED RECORD IS   *
039000*  COUNTED AND PASSED OVER.                                      *
039100****************************************************************
039200 2000-PROCESS-LOG-RECORD.
039300     READ STEP-LOG-FILE INTO WS-LOG-RECORD
039400         AT END
039500             MOVE 'Y' TO WS-EOF-SW
039600             GO TO 2000-EXIT
039700     END-READ.
039800     ADD 1 TO WS-LOG-READ-COUNT.
039900     MOVE WS-LOG-DATA TO SST-RECORD.
040000     IF SST-LOG-DATE NOT NUMERIC OR SST-LOG-TIME NOT NUMERIC
040100             OR SST-RETURN-CODE NOT NUMERIC
040200         ADD 1 TO WS-GARBLED-COUNT
040300         GO TO 2000-EXIT
040400     END-IF.
040500     IF SST-LOG-DATE > WS-FROM-DATE
040600             OR (SST-LOG-DATE = WS-FROM-DATE
040700                 AND SST-LOG-TIME NOT < WS-FROM-TIME)
040800         PERFORM 2100-REPORT-STEP THRU 2100-EXIT
040900     END-IF.
041000     PERFORM 2400-NOTE-STEP-COUNTS THRU 2400-EXIT.
041100 2000-EXIT.
041200     EXIT.
041300****************************************************************
041400*  2100-REPORT-STEP                                              *
041500****************************************************************
041600 2100-REPORT-STEP.
041700     ADD 1 TO WS-STEP-COUNT.
041800     MOVE ZERO TO WS-SE-COUNT.
041900     PERFORM 2500-MARK-EXPECTED-STEP THRU 2500-EXIT
042000             VARYING WS-EX-SUB FROM 1 BY 1
042100             UNTIL WS-EX-SUB > WS-EXPECTED-COUNT.
042200     IF SST-RETURN-CODE NOT = ZERO
042300         ADD 1 TO WS-NONZERO-COUNT
042400         MOVE SPACES TO WS-SE-NEW-TEXT
042500         STRING 'RETURN CODE ' SST-RETURN-CODE ' - '
042600                 SST-REASON
042700                 DELIMITED BY SIZE INTO WS-SE-NEW-TEXT
042800         END-STRING
042900         PERFORM 2900-ADD-STEP-EXCEPTION THRU 2900-EXIT
043000     END-IF.
043100     IF SST-PROGRAM = 'EXTDIST'
043200         PERFORM 2200-CHECK-EXTRACT-COUNTS THRU 2200-EXIT
043300     END-IF.
043400     IF SST-PROGRAM = 'RECYCLE'
043500         PERFORM 2300-CHECK-RECYCLE-COUNTS THRU 2300-EXIT
043600     END-IF.
043700     PERFORM 6100-WRITE-STEP-LINE THRU 6100-EXIT.
043800     PERFORM 6150-WRITE-EXCEPTION-LINE THRU 6150-EXIT
043900             VARYING WS-SE-SUB FROM 1 BY 1
044000             UNTIL WS-SE-SUB > WS-SE-COUNT.
044100 2100-EXIT.
044200     EXIT.
044300****************************************************************
044400*  2200-CHECK-EXTRACT-COUNTS                                     *
044500*  EXTDIST MUST HAVE READ EVERY EXTOUT DETAIL THE LAST           *
044600*  FACTORIAL WROTE, AND DELIVERED EVERY DETAIL IT READ.          *
044700****************************************************************
044800 2200-CHECK-EXTRACT-COUNTS.
044900     MOVE 'DETAILS' TO WS-FIND-NAME.
045000     PERFORM 7000-FIND-COUNT THRU 7000-EXIT.
045100     IF NOT WS-COUNT-FOUND
045200         GO TO 2200-EXIT
045300     END-IF.
045400     MOVE WS-FOUND-COUNT TO WS-EXPECT-COUNT.
045500     IF WS-FACT-SEEN AND WS-FACT-EXTRACT NOT = WS-EXPECT-COUNT
045600         ADD 1 TO WS-MISMATCH-COUNT
045700         MOVE WS-EXPECT-COUNT TO WS-EDIT-COUNT-1
045800         MOVE WS-FACT-EXTRACT TO WS-EDIT-COUNT-2
045900         MOVE SPACES TO WS-SE-NEW-TEXT
046000         STRING 'EXTOUT DETAILS READ ' WS-EDIT-COUNT-1
046100                 ' BUT FACTORIAL WROTE ' WS-EDIT-COUNT-2
046200                 DELIMITED BY SIZE INTO WS-SE-NEW-TEXT
046300         END-STRING
046400         PERFORM 2900-ADD-STEP-EXCEPTION THRU 2900-EXIT
046500     END-IF.
046600     MOVE 'DELIVERD' TO WS-FIND-NAME.
046700     PERFORM 7000-FIND-COUNT THRU 7000-EXIT.
046800     IF WS-COUNT-FOUND AND WS-FOUND-COUNT NOT = WS-EXPECT-COUNT
046900         ADD 1 TO WS-MISMATCH-COUNT
047000         MOVE WS-EXPECT-COUNT TO WS-EDIT-COUNT-1
047100         MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT-2
047200         MOVE SPACES TO WS-SE-NEW-TEXT
047300         STRING 'EXTOUT DETAILS READ ' WS-EDIT-COUNT-1
047400                 ' BUT DELIVERED ' WS-EDIT-COUNT-2
047500                 DELIMITED BY SIZE INTO WS-SE-NEW-TEXT
047600         END-STRING
047700         PERFORM 2900-ADD-STEP-EXCEPTION THRU 2900-EXIT
047800     END-IF.
047900 2200-EXIT.
048000     EXIT.
048100****************************************************************
048200*  2300-CHECK-RECYCLE-COUNTS                                     *
048300*  RECYCIN IS THE PREVIOUS RECYCLE'S CARRY-FORWARD FILE PLUS     *
048400*  THE REJECTS FACTORIAL HAS WRITTEN TO RECYCOUT SINCE, SO       *
048500*  RECYCLE MUST HAVE READ EXACTLY THAT MANY.                     *
048600****************************************************************
048700 2300-CHECK-RECYCLE-COUNTS.
048800     IF NOT WS-RCY-SEEN
048900         GO TO 2300-EXIT
049000     END-IF.
049100     MOVE 'READ' TO WS-FIND-NAME.
049200     PERFORM 7000-FIND-COUNT THRU 7000-EXIT.
049300     IF NOT WS-COUNT-FOUND
049400         GO TO 2300-EXIT
049500     END-IF.
049600     COMPUTE WS-EXPECT-COUNT = WS-RCY-CARRIED + WS-RCY-PENDING.
049700     IF WS-FOUND-COUNT = WS-EXPECT-COUNT
049800         GO TO 2300-EXIT
049900     END-IF.
050000     ADD 1 TO WS-MISMATCH-COUNT.
050100     MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT-1.
050200     MOVE WS-EXPECT-COUNT TO WS-EDIT-COUNT-2.
050300     MOVE WS-RCY-CARRIED TO WS-EDIT-COUNT-3.
050400     MOVE WS-RCY-PENDING TO WS-EDIT-COUNT-4.
050500     MOVE SPACES TO WS-SE-NEW-TEXT.
050600     STRING 'RECYCIN READ ' WS-EDIT-COUNT-1
050700             ' BUT EXPECTED ' WS-EDIT-COUNT-2
050800             ' (CARRIED ' WS-EDIT-COUNT-3
050900             ' + RECYCOUT ' WS-EDIT-COUNT-4 ')'
051000             DELIMITED BY SIZE INTO WS-SE-NEW-TEXT
051100     END-STRING.
051200     PERFORM 2900-ADD-STEP-EXCEPTION THRU 2900-EXIT.
051300 2300-EXIT.
051400     EXIT.
051500****************************************************************
051600*  2400-NOTE-STEP-COUNTS                                         *
051700*  REMEMBERS WHAT THE LATER COUNT CHECKS NEED FROM THIS STEP.    *
051720*  ON A PARTITIONED NIGHT THE EXTOUT AND RECYCOUT COUNTS ARE     *
051740*  FACTMRG'S - EACH PARTITION'S FACTORIAL STEP LOGS ONLY ITS     *
051760*  OWN SHARE.                                                    *
051800****************************************************************
051900 2400-NOTE-STEP-COUNTS.
051970     IF SST-PROGRAM = 'FACTORIAL' OR 'FACTMRG'
052040         MOVE 'Y' TO WS-FACT-SEEN-SW
052110     END-IF.
052180     IF SST-PROGRAM = 'FACTMRG'
052250             OR (SST-PROGRAM = 'FACTORIAL'
052280                 AND SST-PARTITION = SPACES)
052320         MOVE 'EXTRACT' TO WS-FIND-NAME
052390         PERFORM 7000-FIND-COUNT THRU 7000-EXIT
052460         MOVE WS-FOUND-COUNT TO WS-FACT-EXTRACT
052530         MOVE 'RECYCOUT' TO WS-FIND-NAME
052600         PERFORM 7000-FIND-COUNT THRU 7000-EXIT
052670         MOVE WS-FOUND-COUNT TO WS-RCY-PENDING
052740     END-IF.
052900     IF SST-PROGRAM = 'RECYCLE'
053000         MOVE 'Y' TO WS-RCY-SEEN-SW
053100         MOVE 'CARRIED' TO WS-FIND-NAME
053200         PERFORM 7000-FIND-COUNT THRU 7000-EXIT
053300         MOVE WS-FOUND-COUNT TO WS-RCY-CARRIED
053400         MOVE ZERO TO WS-RCY-PENDING
053500     END-IF.
053600 2400-EXIT.
053700     EXIT.
053800****************************************************************
053900*  2500-MARK-EXPECTED-STEP                                       *
054000****************************************************************
054100 2500-MARK-EXPECTED-STEP.
054200     IF WS-EX-PROGRAM (WS-EX-SUB) = SST-PROGRAM
054300         MOVE 'Y' TO WS-EX-SEEN-SW (WS-EX-SUB)
054400     END-IF.
054500 2500-EXIT.
054600     EXIT.
054700****************************************************************
054800*  2900-ADD-STEP-EXCEPTION                                       *
054900*  QUEUES WS-SE-NEW-TEXT TO PRINT UNDER THE STEP'S LINE.         *
055000****************************************************************
055100 2900-ADD-STEP-EXCEPTION.
055200     ADD 1 TO WS-EXCEPTION-COUNT.
055300     IF WS-SE-COUNT < WS-SE-MAX
055400         ADD 1 TO WS-SE-COUNT
055500         MOVE WS-SE-NEW-TEXT TO WS-SE-TEXT (WS-SE-COUNT)
055600     END-IF.
055700 2900-EXIT.
055800     EXIT.
055900****************************************************************
056000*  3000-LIST-MISSING-STEPS                                       *
056100****************************************************************
056200 3000-LIST-MISSING-STEPS.
056300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 3
056400         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
056500     END-IF.
056600     MOVE SPACES TO RPT-LINE.
056700     WRITE RPT-LINE.
056800     MOVE SPACES TO MRN-SECTION-LINE.
056900     MOVE 'EXPECTED STEPS NOT LOGGED IN THE WINDOW' TO
057000             MRN-SEC-TITLE.
057100     WRITE RPT-LINE FROM MRN-SECTION-LINE.
057200     ADD 2 TO WS-LINE-COUNT.
057300     PERFORM 3100-CHECK-EXPECTED-STEP THRU 3100-EXIT
057400             VARYING WS-EX-SUB FROM 1 BY 1
057500             UNTIL WS-EX-SUB > WS-EXPECTED-COUNT.
057600     IF WS-MISSING-COUNT = ZERO
057700         MOVE SPACES TO MRN-EXCEPTION-LINE
057800         MOVE 'NONE - EVERY EXPECTED STEP RAN' TO MRN-EXC-TEXT
057900         WRITE RPT-LINE FROM MRN-EXCEPTION-LINE
058000         ADD 1 TO WS-LINE-COUNT
058100     END-IF.
058200 3000-EXIT.
058300     EXIT.
058400****************************************************************
058500*  3100-CHECK-EXPECTED-STEP                                      *
058600****************************************************************
058700 3100-CHECK-EXPECTED-STEP.
058800     IF WS-EX-SEEN (WS-EX-SUB)
058900         GO TO 3100-EXIT
059000     END-IF.
059100     ADD 1 TO WS-MISSING-COUNT.
059200     ADD 1 TO WS-EXCEPTION-COUNT.
059300     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
059400         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
059500     END-IF.
059600     MOVE SPACES TO MRN-EXCEPTION-LINE.
059700     MOVE '**' TO MRN-EXC-LIT.
059800     MOVE WS-EX-PROGRAM (WS-EX-SUB) TO MRN-EXC-PROGRAM.
059900     MOVE 'MISSING - NO STEP-STATUS RECORD LOGGED IN THE WINDOW'
060000             TO MRN-EXC-TEXT.
060100     WRITE RPT-LINE FROM MRN-EXCEPTION-LINE.
060200     ADD 1 TO WS-LINE-COUNT.
060300 3100-EXIT.
060400     EXIT.
060500****************************************************************
060600*  6100-WRITE-STEP-LINE                                          *
060700****************************************************************
060800 6100-WRITE-STEP-LINE.
060900     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
061000         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
061100     END-IF.
061200     MOVE SPACES TO MRN-DETAIL-LINE.
061300     MOVE SST-PROGRAM TO MRN-DET-PROGRAM.
061400     MOVE SST-LOG-DATE TO MRN-DET-DATE.
061500     MOVE SST-LOG-TIME TO WS-HHMMSS-TIME.
061600     MOVE WS-HMS-HH TO WS-ET-HH.
061700     MOVE WS-HMS-MM TO WS-ET-MM.
061800     MOVE WS-HMS-SS TO WS-ET-SS.
061900     MOVE WS-EDIT-TIME TO MRN-DET-TIME.
062000     MOVE SST-RETURN-CODE TO MRN-DET-RC.
062100     MOVE SST-DISPOSITION TO MRN-DET-DISPOSITION.
062200     PERFORM 6110-MOVE-STEP-COUNT THRU 6110-EXIT
062300             VARYING WS-COUNT-SUB FROM 1 BY 1
062400             UNTIL WS-COUNT-SUB > 3.
062500     MOVE SST-REASON TO MRN-DET-REASON.
062600     IF WS-SE-COUNT > ZERO
062700         MOVE '**' TO MRN-DET-FLAG
062800     END-IF.
062900     MOVE SPACES TO RPT-LINE.
063000     WRITE RPT-LINE FROM MRN-DETAIL-LINE.
063100     ADD 1 TO WS-LINE-COUNT.
063200 6100-EXIT.
063300     EXIT.
063400****************************************************************
063500*  6110-MOVE-STEP-COUNT                                          *
063600****************************************************************
063700 6110-MOVE-STEP-COUNT.
063800     IF SST-COUNT-NAME (WS-COUNT-SUB) = SPACES
063900         GO TO 6110-EXIT
064000     END-IF.
064100     MOVE SST-COUNT-NAME (WS-COUNT-SUB)
064200             TO MRN-DET-COUNT-NAME (WS-COUNT-SUB).
064300     MOVE '=' TO MRN-DET-COUNT-EQ (WS-COUNT-SUB).
064400     MOVE SST-COUNT (WS-COUNT-SUB)
064500             TO MRN-DET-COUNT (WS-COUNT-SUB).
064600 6110-EXIT.
064700     EXIT.
064800****************************************************************
064900*  6150-WRITE-EXCEPTION-LINE                                     *
065000****************************************************************
065100 6150-WRITE-EXCEPTION-LINE.
065200     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
065300         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
065400     END-IF.
065500     MOVE SPACES TO MRN-EXCEPTION-LINE.
065600     MOVE '**' TO MRN-EXC-LIT.
065700     MOVE SST-PROGRAM TO MRN-EXC-PROGRAM.
065800     MOVE WS-SE-TEXT (WS-SE-SUB) TO MRN-EXC-TEXT.
065900     WRITE RPT-LINE FROM MRN-EXCEPTION-LINE.
066000     ADD 1 TO WS-LINE-COUNT.
066100 6150-EXIT.
066200     EXIT.
066300****************************************************************
066400*  6250-WRITE-COUNT-LINE                                         *
066500****************************************************************
066600 6250-WRITE-COUNT-LINE.
066700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
066800         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
066900     END-IF.
067000     MOVE SPACES TO RPT-LINE.
067100     MOVE SPACES TO MRN-COUNT-LINE.
067200     MOVE WS-CNT-LIT TO MRN-CNT-LIT.
067300     MOVE WS-CNT-COUNT TO MRN-CNT-COUNT.
067400     WRITE RPT-LINE FROM MRN-COUNT-LINE.
067500     ADD 1 TO WS-LINE-COUNT.
067600 6250-EXIT.
067700     EXIT.
067800****************************************************************
067900*  6300-WRITE-HEADING-LINES                                      *
068000****************************************************************
068100 6300-WRITE-HEADING-LINES.
068200     ADD 1 TO WS-PAGE-COUNT.
068300     MOVE SPACES TO RPT-LINE.
068400     MOVE SPACES TO MRN-HEADING-LINE.
068500     MOVE 'MORNING OPERATIONS REPORT' TO MRN-HDG-TITLE.
068600     MOVE 'RUN DATE ' TO MRN-HDG-DATE-LIT.
068700     MOVE WS-RUN-DATE TO MRN-HDG-DATE.
068800     MOVE 'PAGE ' TO MRN-HDG-PAGE-LIT.
068900     MOVE WS-PAGE-COUNT TO MRN-HDG-PAGE.
069000     WRITE RPT-LINE FROM MRN-HEADING-LINE.
069100     MOVE SPACES TO RPT-LINE.
069200     MOVE SPACES TO MRN-COLUMN-LINE.
069300     MOVE 'PROGRAM' TO MRN-COL-PROGRAM-LIT.
069400     MOVE 'ENDED' TO MRN-COL-DATE-LIT.
069500     MOVE 'AT' TO MRN-COL-TIME-LIT.
069600     MOVE 'RC' TO MRN-COL-RC-LIT.
069700     MOVE 'DISP' TO MRN-COL-DISP-LIT.
069800     MOVE 'KEY COUNTS' TO MRN-COL-COUNTS-LIT.
069900     MOVE 'REASON' TO MRN-COL-REASON-LIT.
070000     WRITE RPT-LINE FROM MRN-COLUMN-LINE.
070100     MOVE 2 TO WS-LINE-COUNT.
070200 6300-EXIT.
070300     EXIT.
070400****************************************************************
070500*  7000-FIND-COUNT                                               *
070600*  LOOKS UP THE COUNT NAMED WS-FIND-NAME ON THE STEP IN HAND.    *
070700*  A COUNT THE STEP DID NOT LOG IS TAKEN AS ZERO.                *
070800****************************************************************
070900 7000-FIND-COUNT.
071000     MOVE 'N' TO WS-COUNT-FOUND-SW.
071100     MOVE ZERO TO WS-FOUND-COUNT.
071200     PERFORM 7100-TEST-COUNT-ENTRY THRU 7100-EXIT
071300             VARYING WS-COUNT-SUB FROM 1 BY 1
071400             UNTIL WS-COUNT-SUB > 6 OR WS-COUNT-FOUND.
071500 7000-EXIT.
071600     EXIT.
071700****************************************************************
071800*  7100-TEST-COUNT-ENTRY                                         *
071900****************************************************************
072000 7100-TEST-COUNT-ENTRY.
072100     IF SST-COUNT-NAME (WS-COUNT-SUB) = WS-FIND-NAME
072200             AND SST-COUNT (WS-COUNT-SUB) NUMERIC
072300         MOVE 'Y' TO WS-COUNT-FOUND-SW
072400         MOVE SST-COUNT (WS-COUNT-SUB) TO WS-FOUND-COUNT
072500     END-IF.
072600 7100-EXIT.
072700     EXIT.
072800****************************************************************
072900*  8000-WRITE-SUMMARY                                            *
073000****************************************************************
073100 8000-WRITE-SUMMARY.
073200     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 8
073300         PERFORM 6300-WRITE-HEADING-LINES THRU 6300-EXIT
073400     END-IF.
073500     MOVE SPACES TO RPT-LINE.
073600     WRITE RPT-LINE.
073700     MOVE 'SUMMARY' TO RPT-LINE.
073800     WRITE RPT-LINE.
073900     ADD 2 TO WS-LINE-COUNT.
074000     MOVE 'STEPS LOGGED IN THE WINDOW' TO WS-CNT-LIT.
074100     MOVE WS-STEP-COUNT TO WS-CNT-COUNT.
074200     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
074300     MOVE 'STEPS ENDING WITH A NONZERO RETURN CODE' TO WS-CNT-LIT.
074400     MOVE WS-NONZERO-COUNT TO WS-CNT-COUNT.
074500     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
074600     MOVE 'COUNT MISMATCHES BETWEEN STEPS' TO WS-CNT-LIT.
074700     MOVE WS-MISMATCH-COUNT TO WS-CNT-COUNT.
074800     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
074900     MOVE 'EXPECTED STEPS MISSING' TO WS-CNT-LIT.
075000     MOVE WS-MISSING-COUNT TO WS-CNT-COUNT.
075100     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
075200     MOVE 'LOG RECORDS READ' TO WS-CNT-LIT.
075300     MOVE WS-LOG-READ-COUNT TO WS-CNT-COUNT.
075400     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
075500     MOVE '  GARBLED, PASSED OVER' TO WS-CNT-LIT.
075600     MOVE WS-GARBLED-COUNT TO WS-CNT-COUNT.
075700     PERFORM 6250-WRITE-COUNT-LINE THRU 6250-EXIT.
075800     IF WS-EXCEPTION-COUNT = ZERO
075900         DISPLAY 'STEPRPT - ' WS-STEP-COUNT ' STEPS, NIGHT CLEAN'
076000     ELSE
076100         DISPLAY 'STEPRPT - ' WS-STEP-COUNT ' STEPS, '
076200                 WS-EXCEPTION-COUNT ' EXCEPTIONS FLAGGED'
076300     END-IF.
076400 8000-EXIT.
076500     EXIT.
076600****************************************************************
076700*  9000-TERMINATE                                               *
076800****************************************************************
076900 9000-TERMINATE.
077000     CLOSE STEP-LOG-FILE.
077100     CLOSE REPORT-FILE.
077200 9000-EXIT.
077300     EXIT.
077400****************************************************************
077500*  9900-LOG-STEP-STATUS                                         *
077600*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
077700*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
077800*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
077900****************************************************************
078000 9900-LOG-STEP-STATUS.
078100     MOVE SPACES TO SST-RECORD.
078200     MOVE 'STEPRPT' TO SST-PROGRAM.
078300     MOVE WS-RUN-DATE TO SST-RUN-DATE.
078400     MOVE WS-RUN-TIME TO SST-RUN-TIME.
078500     MOVE RETURN-CODE TO SST-RETURN-CODE.
078600     MOVE 'STEPS' TO SST-COUNT-NAME (1).
078700     MOVE WS-STEP-COUNT TO SST-COUNT (1).
078800     MOVE 'EXCEPTNS' TO SST-COUNT-NAME (2).
078900     MOVE WS-EXCEPTION-COUNT TO SST-COUNT (2).
079000     MOVE 'MISSING' TO SST-COUNT-NAME (3).
079100     MOVE WS-MISSING-COUNT TO SST-COUNT (3).
079200     IF WS-EXCEPTION-COUNT > ZERO AND NOT WS-RUN-ABORTED
079300         MOVE 'FLAGGED' TO SST-DISPOSITION
079400         MOVE 'NIGHT HAS FLAGGED STEPS' TO SST-REASON
079500     END-IF.
079600     CALL 'STEPLOG' USING SST-RECORD.
079700     MOVE SST-RETURN-CODE TO RETURN-CODE.
079800 9900-EXIT.
079900     EXIT.
