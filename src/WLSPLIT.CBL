000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  WLSPLIT                                       *
000400*  DESCRIPTION  :  NIGHTLY WORKLIST PARTITION SPLIT.  DIVIDES    *
000500*                  THE NIGHT'S ASSEMBLED WORKIN BY REQUESTING    *
000600*                  DEPARTMENT INTO UP TO FOUR PARTITION          *
000700*                  WORKLISTS (WORKIN01 - WORKIN04), EACH RUN     *
000800*                  BY ITS OWN FACTORIAL STEP AT THE SAME TIME    *
000900*                  AS THE OTHERS (PARM-PARTITION-X ON THAT       *
001000*                  STEP'S PARMIN).  FACTMRG THEN MERGES THE      *
001100*                  PARTITIONS' OUTPUTS BACK INTO THE SINGLE      *
001200*                  FILES THE DOWNSTREAM STEPS EXPECT.            *
001300*                                                                *
001400*  NOTE         :  WORKIN IS READ TWICE.  THE FIRST READ         *
001500*                  VERIFIES ITS BH/BT BATCH STRUCTURE AND        *
001600*                  COUNTS EACH DEPARTMENT'S RECORDS; A DAMAGED   *
001700*                  WORKLIST IS NOT SPLIT AT ALL - RUN THE        *
001800*                  NIGHT UNPARTITIONED SO FACTORIAL REPORTS      *
001900*                  THE DAMAGE.  DEPARTMENTS PINNED ON PTNIN      *
002000*                  (SEE PTNCTL) GO WHERE THEY ARE PINNED; THE    *
002100*                  REST ARE PLACED LARGEST FIRST IN THE          *
002200*                  PARTITION WITH THE FEWEST RECORDS SO FAR.     *
002300*                  THE SECOND READ COPIES EVERY RECORD TO ITS    *
002400*                  DEPARTMENT'S PARTITION.  A BATCH WHOSE        *
002500*                  RECORDS SPAN PARTITIONS IS WRITTEN TO EACH    *
002600*                  OF THEM UNDER THE SAME HEADER, WITH A         *
002700*                  TRAILER CARRYING THAT PARTITION'S SHARE, SO   *
002800*                  EVERY PARTITION BALANCES ON ITS OWN.  EACH    *
002900*                  PARTITION GETS A WLMANIF-STYLE MANIFEST       *
003000*                  (WLMANF01 - WLMANF04, SEE WLMREC) FOR ITS     *
003100*                  FACTORIAL TO VERIFY, AND ONE PTNPLAN RECORD   *
003200*                  (SEE PLNREC) FOR FACTMRG.  THE MANIFESTS      *
003300*                  ARE EMPTIED AT STARTUP AND WRITTEN LAST, SO   *
003400*                  A SPLIT THAT DIES PART WAY LEAVES NO          *
003500*                  PARTITION ABLE TO RUN.  ANY FAILURE ENDS      *
003600*                  WITH RETURN CODE 12.                          *
003700*                                                                *
003800****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.    WLSPLIT.
004100 AUTHOR.        D. HOLLAND.
004200 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004300 DATE-WRITTEN.  02/08/2027.
004400 DATE-COMPILED.
004500****************************************************************
004600*  MODIFICATION HISTORY                                         *
004700*  ------------------------------------------------------------ *
004800*  2027-02-08  DEH  ORIGINAL PROGRAM.                           *
004830*  2027-02-22  DEH  FINISH THE RERUN ADVICE PRINTED WHEN WORKIN *
004860*                   IS TOO DAMAGED TO SPLIT.                    *
004900****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CONTROL-FILE    ASSIGN TO PTNIN
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            ACCESS MODE IS SEQUENTIAL
005900            FILE STATUS IS WS-CONTROL-STATUS.
006000     SELECT WORKLIST-FILE   ASSIGN TO WORKIN
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            ACCESS MODE IS SEQUENTIAL
006300            FILE STATUS IS WS-WORKLIST-STATUS.
006400     SELECT MANIFEST-FILE   ASSIGN TO WLMANIF
006500            ORGANIZATION IS LINE SEQUENTIAL
006600            ACCESS MODE IS SEQUENTIAL
006700            FILE STATUS IS WS-MANIFEST-STATUS.
006800     SELECT PART-WORKLIST-1 ASSIGN TO WORKIN01
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            ACCESS MODE IS SEQUENTIAL
007100            FILE STATUS IS WS-PART-STATUS.
007200     SELECT PART-WORKLIST-2 ASSIGN TO WORKIN02
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            ACCESS MODE IS SEQUENTIAL
007500            FILE STATUS IS WS-PART-STATUS.
007600     SELECT PART-WORKLIST-3 ASSIGN TO WORKIN03
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            ACCESS MODE IS SEQUENTIAL
007900            FILE STATUS IS WS-PART-STATUS.
008000     SELECT PART-WORKLIST-4 ASSIGN TO WORKIN04
008100            ORGANIZATION IS LINE SEQUENTIAL
008200            ACCESS MODE IS SEQUENTIAL
008300            FILE STATUS IS WS-PART-STATUS.
008400     SELECT PART-MANIFEST-1 ASSIGN TO WLMANF01
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            ACCESS MODE IS SEQUENTIAL
008700            FILE STATUS IS WS-PART-STATUS.
008800     SELECT PART-MANIFEST-2 ASSIGN TO WLMANF02
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            ACCESS MODE IS SEQUENTIAL
009100            FILE STATUS IS WS-PART-STATUS.
009200     SELECT PART-MANIFEST-3 ASSIGN TO WLMANF03
009300            ORGANIZATION IS LINE SEQUENTIAL
009400            ACCESS MODE IS SEQUENTIAL
009500            FILE STATUS IS WS-PART-STATUS.
009600     SELECT PART-MANIFEST-4 ASSIGN TO WLMANF04
009700            ORGANIZATION IS LINE SEQUENTIAL
009800            ACCESS MODE IS SEQUENTIAL
009900            FILE STATUS IS WS-PART-STATUS.
010000     SELECT PLAN-FILE       ASSIGN TO PTNPLAN
010100            ORGANIZATION IS LINE SEQUENTIAL
010200            ACCESS MODE IS SEQUENTIAL
010300            FILE STATUS IS WS-PLAN-STATUS.
010400     SELECT REPORT-FILE     ASSIGN TO SPLTRPT
010500            ORGANIZATION IS LINE SEQUENTIAL
010600            ACCESS MODE IS SEQUENTIAL
010700            FILE STATUS IS WS-REPORT-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CONTROL-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300 COPY PTNCTL.
011400 FD  WORKLIST-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  WORKLIST-LINE                   PIC X(80).
011800 FD  MANIFEST-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  MANIFEST-LINE                   PIC X(80).
012200 FD  PART-WORKLIST-1
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  PART-WORKLIST-LINE-1            PIC X(80).
012600 FD  PART-WORKLIST-2
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  PART-WORKLIST-LINE-2            PIC X(80).
013000 FD  PART-WORKLIST-3
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  PART-WORKLIST-LINE-3            PIC X(80).
013400 FD  PART-WORKLIST-4
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  PART-WORKLIST-LINE-4            PIC X(80).
013800 FD  PART-MANIFEST-1
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100 01  PART-MANIFEST-LINE-1            PIC X(80).
014200 FD  PART-MANIFEST-2
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  PART-MANIFEST-LINE-2            PIC X(80).
014600 FD  PART-MANIFEST-3
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  PART-MANIFEST-LINE-3            PIC X(80).
015000 FD  PART-MANIFEST-4
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  PART-MANIFEST-LINE-4            PIC X(80).
015400 FD  PLAN-FILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS.
015700 COPY PLNREC.
015800 FD  REPORT-FILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 132 CHARACTERS.
016100 01  RPT-LINE                        PIC X(132).
016200 WORKING-STORAGE SECTION.
016300****************************************************************
016400*  STANDALONE SWITCHES AND COUNTERS                              *
016500****************************************************************
016600 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
016700     88  WS-CONTROL-OK                       VALUE '00'.
016800     88  WS-CONTROL-NOT-FOUND                VALUE '35'.
016900 77  WS-WORKLIST-STATUS          PIC X(02) VALUE SPACES.
017000     88  WS-WORKLIST-OK                      VALUE '00'.
017100 77  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.
017200     88  WS-MANIFEST-OK                      VALUE '00'.
017300     88  WS-MANIFEST-NOT-FOUND               VALUE '35'.
017400 77  WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
017500     88  WS-PLAN-OK                          VALUE '00'.
017600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
017700     88  WS-REPORT-OK                        VALUE '00'.
017800****************************************************************
017900*  THE EIGHT PARTITION FILES SHARE ONE STATUS FIELD - IT IS      *
018000*  TESTED STRAIGHT AFTER EVERY OPEN AND WRITE.                   *
018100****************************************************************
018200 77  WS-PART-STATUS              PIC X(02) VALUE SPACES.
018300     88  WS-PART-OK                          VALUE '00'.
018400 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
018500     88  WS-RUN-ABORTED                      VALUE 'Y'.
018600 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
018700     88  WS-END-OF-WORKLIST                  VALUE 'Y'.
018800 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
018900     88  WS-END-OF-CARDS                     VALUE 'Y'.
019000 77  WS-BATCH-SW                 PIC X(01) VALUE 'N'.
019100     88  WS-IN-BATCH                         VALUE 'Y'.
019200 77  WS-DAMAGE-SW                PIC X(01) VALUE 'N'.
019300     88  WS-WORKLIST-DAMAGED                 VALUE 'Y'.
019400 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
019500 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
019600 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
019700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
019800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
019900 77  WS-PRINT-SAVE               PIC X(132) VALUE SPACES.
020000 77  WS-CARD-ERROR-COUNT         PIC 9(04) COMP VALUE ZERO.
020100 77  WS-CARD-DISP                PIC X(40) VALUE SPACES.
020200 77  WS-DAMAGE-TEXT              PIC X(60) VALUE SPACES.
020300****************************************************************
020400*  WS-COLUMN-SW NAMES THE COLUMN HEADING REPEATED UNDER EACH     *
020500*  NEW PAGE HEADING - 'D' DEPARTMENTS, 'P' PARTITIONS, SPACE     *
020600*  NONE.                                                         *
020700****************************************************************
020800 77  WS-COLUMN-SW                PIC X(01) VALUE SPACE.
020900     88  WS-DEPT-COLUMNS                     VALUE 'D'.
021000     88  WS-PARTITION-COLUMNS                VALUE 'P'.
021100****************************************************************
021200*  WORKIN TOTALS AND CURRENT BATCH FIELDS                        *
021300****************************************************************
021400 77  WS-TOT-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
021500 77  WS-TOT-DATA-COUNT           PIC 9(08) COMP VALUE ZERO.
021600 77  WS-TOT-LOOSE-COUNT          PIC 9(08) COMP VALUE ZERO.
021700 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
021800 77  WS-BATCH-IN-COUNT           PIC 9(08) COMP VALUE ZERO.
021900 77  WS-BATCH-EXP-COUNT          PIC 9(08) VALUE ZERO.
022000 77  WS-HELD-HEADER              PIC X(80) VALUE SPACES.
022100 77  WS-OUT-LINE                 PIC X(80) VALUE SPACES.
022200****************************************************************
022300*  PARTITION TABLE.  WS-PART-MAX IS THE NUMBER OF PARTITION      *
022400*  FILES THE PROGRAM HAS; WS-PART-COUNT IS HOW MANY TONIGHT'S    *
022500*  SPLIT USES (PTNIN 'P' CARD, DEFAULT ALL OF THEM).  THE        *
022600*  ENTRY NUMBER IS THE PARTITION NUMBER USED BY THE 6000-SERIES  *
022700*  FILE ROUTINES.  WS-PT-LOAD IS THE RECORDS GIVEN TO THE        *
022800*  PARTITION WHILE DEPARTMENTS ARE BEING PLACED; THE BATCH AND   *
022900*  DATA COUNTS ARE WHAT WAS ACTUALLY WRITTEN TO ITS WORKLIST.    *
023000*  WS-PT-BATCH-SW IS SET ONCE THE CURRENT BATCH'S HEADER HAS     *
023100*  GONE TO THE PARTITION.                                        *
023200****************************************************************
023300 77  WS-PART-MAX                 PIC 9(02) COMP VALUE 4.
023400 77  WS-PART-COUNT               PIC 9(02) COMP VALUE 4.
023500 77  WS-PT-SUB                   PIC 9(02) COMP VALUE ZERO.
023600 77  WS-PT-LIGHT-SUB             PIC 9(02) COMP VALUE ZERO.
023700 77  WS-PT-TOUCHED-COUNT         PIC 9(02) COMP VALUE ZERO.
023800 01  WS-PART-NAME-VALUES.
023900     05  FILLER                  PIC X(16)
024000                                 VALUE 'WORKIN01WLMANF01'.
024100     05  FILLER                  PIC X(16)
024200                                 VALUE 'WORKIN02WLMANF02'.
024300     05  FILLER                  PIC X(16)
024400                                 VALUE 'WORKIN03WLMANF03'.
024500     05  FILLER                  PIC X(16)
024600                                 VALUE 'WORKIN04WLMANF04'.
024700 01  WS-PART-NAME-TABLE REDEFINES WS-PART-NAME-VALUES.
024800     05  WS-PART-NAMES OCCURS 4 TIMES.
024900         10  WS-PART-WORKLIST-NAME   PIC X(08).
025000         10  WS-PART-MANIFEST-NAME   PIC X(08).
025100 01  WS-PARTITION-TABLE.
025200     05  WS-PT-ENTRY OCCURS 4 TIMES.
025300         10  WS-PT-LOAD              PIC 9(08) COMP.
025400         10  WS-PT-DEPT-COUNT        PIC 9(04) COMP.
025500         10  WS-PT-BATCH-COUNT       PIC 9(08) COMP.
025600         10  WS-PT-DATA-COUNT        PIC 9(08) COMP.
025700         10  WS-PT-BATCH-REC-COUNT   PIC 9(08) COMP.
025800         10  WS-PT-BATCH-SW          PIC X(01).
025900             88  WS-PT-IN-BATCH              VALUE 'Y'.
026000****************************************************************
026100*  DEPARTMENT TABLE - ONE ENTRY PER DEPARTMENT PINNED ON PTNIN   *
026200*  OR FOUND ON WORKIN, IN THAT ORDER.  WS-DP-PARTITION IS ZERO   *
026300*  UNTIL THE DEPARTMENT IS PLACED.  A REQUEST WITH NO            *
026400*  DEPARTMENT IS FILED UNDER SPACES LIKE ANY OTHER.  MORE        *
026500*  DEPARTMENTS THAN THE TABLE HOLDS STOPS THE SPLIT.             *
026600****************************************************************
026700 77  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 500.
026800 77  WS-DEPT-COUNT               PIC 9(04) COMP VALUE ZERO.
026900 77  WS-DP-SUB                   PIC 9(04) COMP VALUE ZERO.
027000 77  WS-DP-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
027100 77  WS-DP-BIG-SUB               PIC 9(04) COMP VALUE ZERO.
027200 77  WS-SEARCH-DEPT              PIC X(04) VALUE SPACES.
027300 01  WS-DEPT-TABLE.
027400     05  WS-DP-ENTRY OCCURS 500 TIMES.
027500         10  WS-DP-DEPT              PIC X(04).
027600         10  WS-DP-RECORD-COUNT      PIC 9(08) COMP.
027700         10  WS-DP-PARTITION         PIC 9(02) COMP.
027800         10  WS-DP-PINNED-SW         PIC X(01).
027900             88  WS-DP-PINNED                VALUE 'Y'.
028000****************************************************************
028100*  GENERATED BATCH TRAILER BUILD AREA                            *
028200****************************************************************
028300 01  WS-OUT-BATCH-TRAILER.
028400     05  FILLER                  PIC X(02) VALUE 'BT'.
028500     05  WS-OBT-REC-COUNT        PIC 9(08) VALUE ZERO.
028600     05  FILLER                  PIC X(70) VALUE SPACES.
028700 77  WS-EDIT-COUNT               PIC ZZ,ZZZ,ZZ9.
028800 77  WS-EDIT-BATCHES             PIC ZZ,ZZZ,ZZ9.
028900 77  WS-EDIT-PARTITION           PIC 9(02).
029000 77  WS-EDIT-PART-COUNT          PIC 9(02).
029100 COPY WORKREC.
029200 COPY WLMREC.
029300 COPY SPLRPT.
029400****************************************************************
029500*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
029600****************************************************************
029700 COPY SSTREC.
029800 PROCEDURE DIVISION.
029900****************************************************************
030000*  0000-MAINLINE                                                *
030100****************************************************************
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400     IF NOT WS-RUN-ABORTED
030500         PERFORM 1300-READ-CONTROL-CARDS THRU 1300-EXIT
030600     END-IF.
030700     IF NOT WS-RUN-ABORTED
030800         PERFORM 2000-SURVEY-WORKLIST THRU 2000-EXIT
030900     END-IF.
031000     IF NOT WS-RUN-ABORTED
031100         PERFORM 2300-VERIFY-MANIFEST THRU 2300-EXIT
031200     END-IF.
031300     IF NOT WS-RUN-ABORTED
031400         PERFORM 3000-PLACE-DEPARTMENTS THRU 3000-EXIT
031500         PERFORM 4000-SPLIT-WORKLIST THRU 4000-EXIT
031600     END-IF.
031700     IF NOT WS-RUN-ABORTED
031800         PERFORM 5000-WRITE-PARTITION-SUMMARY THRU 5000-EXIT
031900         PERFORM 5500-WRITE-PLAN THRU 5500-EXIT
032000                 VARYING WS-PT-SUB FROM 1 BY 1
032100                 UNTIL WS-PT-SUB > WS-PART-COUNT
032200                    OR WS-RUN-ABORTED
032300     END-IF.
032400     IF NOT WS-RUN-ABORTED
032500         PERFORM 5600-WRITE-PART-MANIFEST THRU 5600-EXIT
032600                 VARYING WS-PT-SUB FROM 1 BY 1
032700                 UNTIL WS-PT-SUB > WS-PART-MAX
032800                    OR WS-RUN-ABORTED
032900     END-IF.
033000     IF WS-RUN-ABORTED
033100         PERFORM 4800-WRITE-ABORT-LINE THRU 4800-EXIT
033200     END-IF.
033300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033400     IF WS-RUN-ABORTED
033500         MOVE 12 TO RETURN-CODE
033600     END-IF.
033700     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
033800     STOP RUN.
033900****************************************************************
034000*  1000-INITIALIZE                                              *
034100*  OPENS THE OUTPUTS.  EVERY PARTITION WORKLIST AND MANIFEST IS  *
034200*  OPENED (AND SO EMPTIED) NOW, WHETHER OR NOT TONIGHT'S SPLIT   *
034300*  USES IT, SO NO PARTITION CAN RUN AGAINST A LEFTOVER FROM AN   *
034400*  EARLIER NIGHT.                                                *
034500****************************************************************
034600 1000-INITIALIZE.
034700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034800     ACCEPT WS-RUN-TIME FROM TIME.
034900     PERFORM 1100-CLEAR-PARTITION-ENTRY THRU 1100-EXIT
035000             VARYING WS-PT-SUB FROM 1 BY 1
035100             UNTIL WS-PT-SUB > WS-PART-MAX.
035200     OPEN OUTPUT REPORT-FILE.
035300     IF NOT WS-REPORT-OK
035400         DISPLAY 'WLSPLIT - UNABLE TO OPEN SPLTRPT, STATUS = '
035500                 WS-REPORT-STATUS
035600         MOVE 'Y' TO WS-ABORT-SW
035700     END-IF.
035800     OPEN OUTPUT PLAN-FILE.
035900     IF NOT WS-PLAN-OK
036000         DISPLAY 'WLSPLIT - UNABLE TO OPEN PTNPLAN, STATUS = '
036100                 WS-PLAN-STATUS
036200         MOVE 'Y' TO WS-ABORT-SW
036300     END-IF.
036400     PERFORM 6100-OPEN-PARTITION-FILES THRU 6100-EXIT
036500             VARYING WS-PT-SUB FROM 1 BY 1
036600             UNTIL WS-PT-SUB > WS-PART-MAX.
036700 1000-EXIT.
036800     EXIT.
036900****************************************************************
037000*  1100-CLEAR-PARTITION-ENTRY                                    *
037100****************************************************************
037200 1100-CLEAR-PARTITION-ENTRY.
037300     MOVE ZERO TO WS-PT-LOAD (WS-PT-SUB).
037400     MOVE ZERO TO WS-PT-DEPT-COUNT (WS-PT-SUB).
037500     MOVE ZERO TO WS-PT-BATCH-COUNT (WS-PT-SUB).
037600     MOVE ZERO TO WS-PT-DATA-COUNT (WS-PT-SUB).
037700     MOVE ZERO TO WS-PT-BATCH-REC-COUNT (WS-PT-SUB).
037800     MOVE 'N' TO WS-PT-BATCH-SW (WS-PT-SUB).
037900 1100-EXIT.
038000     EXIT.
038100****************************************************************
038200*  1300-READ-CONTROL-CARDS                                       *
038300*  READS THE PTNIN CARDS (SEE PTNCTL), PRINTING EACH ONE WITH    *
038400*  ITS DISPOSITION.  NO PTNIN TAKES THE DEFAULTS.  ANY CARD      *
038500*  THAT DOES NOT EDIT, OR A PIN TO A PARTITION THE SPLIT WILL    *
038600*  NOT USE, STOPS THE SPLIT ONCE EVERY CARD HAS BEEN LISTED.     *
038700****************************************************************
038800 1300-READ-CONTROL-CARDS.
038900     OPEN INPUT CONTROL-FILE.
039000     IF WS-CONTROL-NOT-FOUND
039100         GO TO 1300-EXIT
039200     END-IF.
039300     IF NOT WS-CONTROL-OK
039400         DISPLAY 'WLSPLIT - UNABLE TO OPEN PTNIN, STATUS = '
039500                 WS-CONTROL-STATUS
039600         MOVE 'Y' TO WS-ABORT-SW
039700         GO TO 1300-EXIT
039800     END-IF.
039900     PERFORM 1350-APPLY-CONTROL-CARD THRU 1350-EXIT
040000             UNTIL WS-END-OF-CARDS OR WS-RUN-ABORTED.
040100     CLOSE CONTROL-FILE.
040200     IF WS-RUN-ABORTED
040300         GO TO 1300-EXIT
040400     END-IF.
040500     PERFORM 1400-CHECK-PIN THRU 1400-EXIT
040600             VARYING WS-DP-SUB FROM 1 BY 1
040700             UNTIL WS-DP-SUB > WS-DEPT-COUNT.
040800     IF WS-CARD-ERROR-COUNT > ZERO
040900         DISPLAY 'WLSPLIT - ' WS-CARD-ERROR-COUNT
041000                 ' PTNIN CARD(S) REJECTED, SEE SPLTRPT'
041100         MOVE 'Y' TO WS-ABORT-SW
041200     END-IF.
041300 1300-EXIT.
041400     EXIT.
041500****************************************************************
041600*  1350-APPLY-CONTROL-CARD                                       *
041700****************************************************************
041800 1350-APPLY-CONTROL-CARD.
041900     READ CONTROL-FILE
042000         AT END
042100             MOVE 'Y' TO WS-CARD-EOF-SW
042200             GO TO 1350-EXIT
042300     END-READ.
042400     IF PTNC-RECORD = SPACES
042500         GO TO 1350-EXIT
042600     END-IF.
042700     MOVE 'ACCEPTED' TO WS-CARD-DISP.
042800     IF PTNC-COUNT-CARD
042900         PERFORM 1360-APPLY-COUNT-CARD THRU 1360-EXIT
043000         GO TO 1350-PRINT
043100     END-IF.
043200     IF PTNC-DEPT-CARD
043300         PERFORM 1370-APPLY-DEPT-CARD THRU 1370-EXIT
043400         GO TO 1350-PRINT
043500     END-IF.
043600     MOVE 'REJECTED - UNKNOWN CARD TYPE' TO WS-CARD-DISP.
043700     ADD 1 TO WS-CARD-ERROR-COUNT.
043800 1350-PRINT.
043900     MOVE SPACES TO SPL-RECORD.
044000     MOVE SPACES TO SPL-MESSAGE-LINE.
044100     STRING 'PTNIN  ' PTNC-CARD-TYPE-X ' ' PTNC-DEPT
044200             ' ' PTNC-PARTITION-X '   ' WS-CARD-DISP
044300             DELIMITED BY SIZE INTO SPL-MSG-TEXT
044400     END-STRING.
044500     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
044600 1350-EXIT.
044700     EXIT.
044800****************************************************************
044900*  1360-APPLY-COUNT-CARD                                         *
045000****************************************************************
045100 1360-APPLY-COUNT-CARD.
045200     IF PTNC-COUNT-X NOT NUMERIC
045300         MOVE 'REJECTED - COUNT NOT NUMERIC' TO WS-CARD-DISP
045400         ADD 1 TO WS-CARD-ERROR-COUNT
045500         GO TO 1360-EXIT
045600     END-IF.
045700     IF PTNC-COUNT < 1 OR PTNC-COUNT > WS-PART-MAX
045800         MOVE 'REJECTED - COUNT MUST BE 01 - 04'
045900                 TO WS-CARD-DISP
046000         ADD 1 TO WS-CARD-ERROR-COUNT
046100         GO TO 1360-EXIT
046200     END-IF.
046300     MOVE PTNC-COUNT TO WS-PART-COUNT.
046400 1360-EXIT.
046500     EXIT.
046600****************************************************************
046700*  1370-APPLY-DEPT-CARD                                          *
046800****************************************************************
046900 1370-APPLY-DEPT-CARD.
047000     IF PTNC-DEPT = SPACES
047100         MOVE 'REJECTED - NO DEPARTMENT' TO WS-CARD-DISP
047200         ADD 1 TO WS-CARD-ERROR-COUNT
047300         GO TO 1370-EXIT
047400     END-IF.
047500     IF PTNC-PARTITION-X NOT NUMERIC
047600         MOVE 'REJECTED - PARTITION NOT NUMERIC'
047700                 TO WS-CARD-DISP
047800         ADD 1 TO WS-CARD-ERROR-COUNT
047900         GO TO 1370-EXIT
048000     END-IF.
048100     IF PTNC-PARTITION < 1 OR PTNC-PARTITION > WS-PART-MAX
048200         MOVE 'REJECTED - PARTITION MUST BE 01 - 04'
048300                 TO WS-CARD-DISP
048400         ADD 1 TO WS-CARD-ERROR-COUNT
048500         GO TO 1370-EXIT
048600     END-IF.
048700     MOVE PTNC-DEPT TO WS-SEARCH-DEPT.
048800     PERFORM 2210-FIND-DEPT THRU 2210-EXIT.
048900     IF WS-DP-FOUND-SUB > ZERO
049000         MOVE 'REJECTED - DEPARTMENT ALREADY PINNED'
049100                 TO WS-CARD-DISP
049200         ADD 1 TO WS-CARD-ERROR-COUNT
049300         GO TO 1370-EXIT
049400     END-IF.
049500     PERFORM 2220-ADD-DEPT THRU 2220-EXIT.
049600     IF WS-RUN-ABORTED
049700         GO TO 1370-EXIT
049800     END-IF.
049900     MOVE PTNC-PARTITION TO WS-DP-PARTITION (WS-DEPT-COUNT).
050000     MOVE 'Y' TO WS-DP-PINNED-SW (WS-DEPT-COUNT).
050100 1370-EXIT.
050200     EXIT.
050300****************************************************************
050400*  1400-CHECK-PIN                                                *
050500*  A DEPARTMENT PINNED BEYOND THE NUMBER OF PARTITIONS TONIGHT   *
050600*  WOULD NEVER BE RUN.                                           *
050700****************************************************************
050800 1400-CHECK-PIN.
050900     IF WS-DP-PARTITION (WS-DP-SUB) NOT > WS-PART-COUNT
051000         GO TO 1400-EXIT
051100     END-IF.
051200     MOVE WS-DP-PARTITION (WS-DP-SUB) TO WS-EDIT-PARTITION.
051300     MOVE WS-PART-COUNT TO WS-EDIT-PART-COUNT.
051400     MOVE SPACES TO SPL-RECORD.
051500     MOVE SPACES TO SPL-MESSAGE-LINE.
051600     STRING 'DEPARTMENT ' WS-DP-DEPT (WS-DP-SUB)
051700             ' IS PINNED TO PARTITION ' WS-EDIT-PARTITION
051800             ' BUT THE SPLIT IS ONLY ' WS-EDIT-PART-COUNT ' WAYS'
051900             DELIMITED BY SIZE INTO SPL-MSG-TEXT
052000     END-STRING.
052100     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
052200     ADD 1 TO WS-CARD-ERROR-COUNT.
052300 1400-EXIT.
052400     EXIT.
052500****************************************************************
052600*  2000-SURVEY-WORKLIST                                          *
052700*  FIRST READ OF WORKIN - PROVES ITS BATCH STRUCTURE THE WAY     *
052800*  FACTORIAL WOULD AND COUNTS EVERY DEPARTMENT'S RECORDS.        *
052900*  A DAMAGED WORKLIST STOPS THE SPLIT.                           *
053000****************************************************************
053100 2000-SURVEY-WORKLIST.
053200     OPEN INPUT WORKLIST-FILE.
053300     IF NOT WS-WORKLIST-OK
053400         DISPLAY 'WLSPLIT - UNABLE TO OPEN WORKIN, STATUS = '
053500                 WS-WORKLIST-STATUS
053600         MOVE 'Y' TO WS-ABORT-SW
053700         GO TO 2000-EXIT
053800     END-IF.
053900     MOVE 'N' TO WS-EOF-SW.
054000     MOVE 'N' TO WS-BATCH-SW.
054100     PERFORM 6400-READ-WORKLIST THRU 6400-EXIT.
054200     PERFORM 2100-SURVEY-RECORD THRU 2100-EXIT
054300             UNTIL WS-END-OF-WORKLIST
054400                OR WS-WORKLIST-DAMAGED
054500                OR WS-RUN-ABORTED.
054600     IF WS-IN-BATCH AND NOT WS-WORKLIST-DAMAGED
054700         MOVE 'Y' TO WS-DAMAGE-SW
054800         STRING 'BATCH ' WS-BATCH-ID ' TRAILER MISSING'
054900                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
055000         END-STRING
055100     END-IF.
055200     CLOSE WORKLIST-FILE.
055300     IF WS-WORKLIST-DAMAGED
055400         MOVE SPACES TO SPL-RECORD
055500         MOVE SPACES TO SPL-MESSAGE-LINE
055600         STRING 'WORKIN NOT SPLIT - ' WS-DAMAGE-TEXT
055700                 DELIMITED BY SIZE INTO SPL-MSG-TEXT
055800         END-STRING
055900         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
055950         MOVE SPACES TO SPL-MESSAGE-LINE
056000         STRING 'RUN THE NIGHT UNPARTITIONED SO FACTORIAL '
056050                 'REPORTS THE DAMAGE'
056100                 DELIMITED BY SIZE INTO SPL-MSG-TEXT
056150         END-STRING
056200         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
056300         DISPLAY 'WLSPLIT - WORKIN NOT SPLIT, ' WS-DAMAGE-TEXT
056400         MOVE 'Y' TO WS-ABORT-SW
056500         GO TO 2000-EXIT
056600     END-IF.
056700     MOVE WS-TOT-DATA-COUNT TO WS-EDIT-COUNT.
056800     MOVE WS-TOT-BATCH-COUNT TO WS-EDIT-BATCHES.
056900     MOVE WS-PART-COUNT TO WS-EDIT-PART-COUNT.
057000     MOVE SPACES TO SPL-RECORD.
057100     MOVE SPACES TO SPL-MESSAGE-LINE.
057200     STRING 'WORKIN HOLDS ' WS-EDIT-BATCHES ' BATCHES AND '
057300             WS-EDIT-COUNT ' RECORDS, SPLIT '
057400             WS-EDIT-PART-COUNT ' WAYS'
057500             DELIMITED BY SIZE INTO SPL-MSG-TEXT
057600     END-STRING.
057700     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
057800 2000-EXIT.
057900     EXIT.
058000****************************************************************
058100*  2100-SURVEY-RECORD                                            *
058200****************************************************************
058300 2100-SURVEY-RECORD.
058400     IF WL-BATCH-HEADER-REC
058500         IF WS-IN-BATCH
058600             MOVE 'Y' TO WS-DAMAGE-SW
058700             STRING 'BATCH ' WS-BATCH-ID ' TRAILER MISSING'
058800                     DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
058900             END-STRING
059000             GO TO 2100-EXIT
059100         END-IF
059200         MOVE 'Y' TO WS-BATCH-SW
059300         MOVE WL-BH-BATCH-ID TO WS-BATCH-ID
059400         MOVE ZERO TO WS-BATCH-IN-COUNT
059500         ADD 1 TO WS-TOT-BATCH-COUNT
059600         GO TO 2100-READ
059700     END-IF.
059800     IF WL-BATCH-TRAILER-REC
059900         PERFORM 2150-VERIFY-TRAILER THRU 2150-EXIT
060000         GO TO 2100-READ
060100     END-IF.
060200     IF WS-IN-BATCH
060300         ADD 1 TO WS-BATCH-IN-COUNT
060400     ELSE
060500         ADD 1 TO WS-TOT-LOOSE-COUNT
060600     END-IF.
060700     ADD 1 TO WS-TOT-DATA-COUNT.
060800     MOVE WL-REQ-DEPT TO WS-SEARCH-DEPT.
060900     PERFORM 2210-FIND-DEPT THRU 2210-EXIT.
061000     IF WS-DP-FOUND-SUB = ZERO
061100         PERFORM 2220-ADD-DEPT THRU 2220-EXIT
061200         IF WS-RUN-ABORTED
061300             GO TO 2100-EXIT
061400         END-IF
061500         MOVE WS-DEPT-COUNT TO WS-DP-FOUND-SUB
061600     END-IF.
061700     ADD 1 TO WS-DP-RECORD-COUNT (WS-DP-FOUND-SUB).
061800 2100-READ.
061900     PERFORM 6400-READ-WORKLIST THRU 6400-EXIT.
062000 2100-EXIT.
062100     EXIT.
062200****************************************************************
062300*  2150-VERIFY-TRAILER                                           *
062400****************************************************************
062500 2150-VERIFY-TRAILER.
062600     IF NOT WS-IN-BATCH
062700         MOVE 'Y' TO WS-DAMAGE-SW
062800         MOVE 'BATCH TRAILER WITHOUT HEADER' TO WS-DAMAGE-TEXT
062900         GO TO 2150-EXIT
063000     END-IF.
063100     MOVE 'N' TO WS-BATCH-SW.
063200     IF WL-BT-REC-COUNT-X NOT NUMERIC
063300         MOVE 'Y' TO WS-DAMAGE-SW
063400         STRING 'BATCH ' WS-BATCH-ID ' TRAILER COUNT INVALID'
063500                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
063600         END-STRING
063700         GO TO 2150-EXIT
063800     END-IF.
063900     MOVE WL-BT-REC-COUNT-X TO WS-BATCH-EXP-COUNT.
064000     IF WS-BATCH-EXP-COUNT NOT = WS-BATCH-IN-COUNT
064100         MOVE 'Y' TO WS-DAMAGE-SW
064200         STRING 'BATCH ' WS-BATCH-ID ' RECORD COUNT MISMATCH'
064300                 DELIMITED BY SIZE INTO WS-DAMAGE-TEXT
064400         END-STRING
064500     END-IF.
064600 2150-EXIT.
064700     EXIT.
064800****************************************************************
064900*  2210-FIND-DEPT                                                *
065000*  SETS WS-DP-FOUND-SUB TO THE TABLE ENTRY FOR WS-SEARCH-DEPT,   *
065100*  OR ZERO IF THERE IS NONE.                                     *
065200****************************************************************
065300 2210-FIND-DEPT.
065400     MOVE ZERO TO WS-DP-FOUND-SUB.
065500     MOVE ZERO TO WS-DP-SUB.
065600     PERFORM 2215-SCAN-DEPT-ENTRY THRU 2215-EXIT
065700             UNTIL WS-DP-FOUND-SUB > ZERO
065800                OR WS-DP-SUB NOT < WS-DEPT-COUNT.
065900 2210-EXIT.
066000     EXIT.
066100****************************************************************
066200*  2215-SCAN-DEPT-ENTRY                                          *
066300****************************************************************
066400 2215-SCAN-DEPT-ENTRY.
066500     ADD 1 TO WS-DP-SUB.
066600     IF WS-DP-DEPT (WS-DP-SUB) = WS-SEARCH-DEPT
066700         MOVE WS-DP-SUB TO WS-DP-FOUND-SUB
066800     END-IF.
066900 2215-EXIT.
067000     EXIT.
067100****************************************************************
067200*  2220-ADD-DEPT                                                 *
067300*  FILES WS-SEARCH-DEPT AS A NEW, UNPLACED TABLE ENTRY.          *
067400****************************************************************
067500 2220-ADD-DEPT.
067600     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
067700         DISPLAY 'WLSPLIT - MORE THAN ' WS-DEPT-MAX
067800                 ' DEPARTMENTS, SPLIT ABORTED'
067900         MOVE 'Y' TO WS-ABORT-SW
068000         GO TO 2220-EXIT
068100     END-IF.
068200     ADD 1 TO WS-DEPT-COUNT.
068300     MOVE WS-SEARCH-DEPT TO WS-DP-DEPT (WS-DEPT-COUNT).
068400     MOVE ZERO TO WS-DP-RECORD-COUNT (WS-DEPT-COUNT).
068500     MOVE ZERO TO WS-DP-PARTITION (WS-DEPT-COUNT).
068600     MOVE 'N' TO WS-DP-PINNED-SW (WS-DEPT-COUNT).
068700 2220-EXIT.
068800     EXIT.
068900****************************************************************
069000*  2300-VERIFY-MANIFEST                                          *
069100*  THE SAME CHECK FACTORIAL MAKES AT STARTUP, MADE HERE BECAUSE  *
069200*  THE PARTITIONS ARE VERIFIED AGAINST WLSPLIT'S OWN MANIFESTS   *
069300*  RATHER THAN WLASSEM'S.  NO WLMANIF MEANS THE WORKLIST WAS     *
069400*  NOT ASSEMBLED AND THERE IS NOTHING TO CHECK; AN EMPTY ONE     *
069500*  MEANS THE ASSEMBLY DID NOT FINISH.                            *
069600****************************************************************
069700 2300-VERIFY-MANIFEST.
069800     OPEN INPUT MANIFEST-FILE.
069900     IF WS-MANIFEST-NOT-FOUND
070000         GO TO 2300-EXIT
070100     END-IF.
070200     IF NOT WS-MANIFEST-OK
070300         DISPLAY 'WLSPLIT - UNABLE TO OPEN WLMANIF, STATUS = '
070400                 WS-MANIFEST-STATUS
070500         MOVE 'Y' TO WS-ABORT-SW
070600         GO TO 2300-EXIT
070700     END-IF.
070800     MOVE SPACES TO SPL-RECORD.
070900     MOVE SPACES TO SPL-MESSAGE-LINE.
071000     READ MANIFEST-FILE INTO WLM-RECORD
071100         AT END
071200             MOVE 'WLMANIF EMPTY - ASSEMBLY DID NOT COMPLETE'
071300                     TO SPL-MSG-TEXT
071400             MOVE 'Y' TO WS-ABORT-SW
071500     END-READ.
071600     CLOSE MANIFEST-FILE.
071700     IF WS-RUN-ABORTED
071800         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
071900         DISPLAY 'WLSPLIT - WLMANIF IS EMPTY, WORKLIST '
072000                 'ASSEMBLY DID NOT COMPLETE'
072100         GO TO 2300-EXIT
072200     END-IF.
072300     IF WLM-BATCH-COUNT = WS-TOT-BATCH-COUNT
072400             AND WLM-DATA-COUNT = WS-TOT-DATA-COUNT
072500         MOVE 'WORKIN AGREES WITH THE ASSEMBLY MANIFEST'
072600                 TO SPL-MSG-TEXT
072700         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
072800         GO TO 2300-EXIT
072900     END-IF.
073000     STRING 'WORKIN DISAGREES WITH ASSEMBLY MANIFEST - WLMANIF '
073100             'SAYS ' WLM-BATCH-COUNT ' BATCHES, '
073200             WLM-DATA-COUNT ' RECORDS'
073300             DELIMITED BY SIZE INTO SPL-MSG-TEXT
073400     END-STRING.
073500     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
073600     DISPLAY 'WLSPLIT - WORKIN HOLDS ' WS-TOT-BATCH-COUNT
073700             ' BATCHES, ' WS-TOT-DATA-COUNT ' RECORDS; '
073800             'WLMANIF SAYS ' WLM-BATCH-COUNT ' BATCHES, '
073900             WLM-DATA-COUNT ' RECORDS'
074000     MOVE 'Y' TO WS-ABORT-SW.
074100 2300-EXIT.
074200     EXIT.
074300****************************************************************
074400*  3000-PLACE-DEPARTMENTS                                        *
074500*  LOADS THE PINNED DEPARTMENTS INTO THEIR PARTITIONS, THEN      *
074600*  PLACES THE REST ONE AT A TIME, LARGEST FIRST, IN WHICHEVER    *
074700*  PARTITION HAS THE FEWEST RECORDS SO FAR (THE LOWEST NUMBER    *
074800*  ON A TIE), AND LISTS EVERY DEPARTMENT WITH ITS PARTITION.     *
074900****************************************************************
075000 3000-PLACE-DEPARTMENTS.
075100     PERFORM 3050-LOAD-PINNED-DEPT THRU 3050-EXIT
075200             VARYING WS-DP-SUB FROM 1 BY 1
075300             UNTIL WS-DP-SUB > WS-DEPT-COUNT.
075400     MOVE 1 TO WS-DP-BIG-SUB.
075500     PERFORM 3100-PLACE-LARGEST-DEPT THRU 3100-EXIT
075600             UNTIL WS-DP-BIG-SUB = ZERO.
075700     MOVE 'D' TO WS-COLUMN-SW.
075800     MOVE ZERO TO WS-LINE-COUNT.
075900     PERFORM 3300-WRITE-DEPT-LINE THRU 3300-EXIT
076000             VARYING WS-DP-SUB FROM 1 BY 1
076100             UNTIL WS-DP-SUB > WS-DEPT-COUNT.
076200     MOVE SPACE TO WS-COLUMN-SW.
076300 3000-EXIT.
076400     EXIT.
076500****************************************************************
076600*  3050-LOAD-PINNED-DEPT                                         *
076700****************************************************************
076800 3050-LOAD-PINNED-DEPT.
076900     IF NOT WS-DP-PINNED (WS-DP-SUB)
077000         GO TO 3050-EXIT
077100     END-IF.
077200     MOVE WS-DP-PARTITION (WS-DP-SUB) TO WS-PT-SUB.
077300     ADD WS-DP-RECORD-COUNT (WS-DP-SUB) TO WS-PT-LOAD (WS-PT-SUB).
077400     ADD 1 TO WS-PT-DEPT-COUNT (WS-PT-SUB).
077500 3050-EXIT.
077600     EXIT.
077700****************************************************************
077800*  3100-PLACE-LARGEST-DEPT                                       *
077900*  PLACES THE LARGEST DEPARTMENT NOT YET PLACED, OR SETS         *
078000*  WS-DP-BIG-SUB TO ZERO WHEN EVERY DEPARTMENT HAS BEEN.         *
078100****************************************************************
078200 3100-PLACE-LARGEST-DEPT.
078300     MOVE ZERO TO WS-DP-BIG-SUB.
078400     PERFORM 3110-CHECK-DEPT-SIZE THRU 3110-EXIT
078500             VARYING WS-DP-SUB FROM 1 BY 1
078600             UNTIL WS-DP-SUB > WS-DEPT-COUNT.
078700     IF WS-DP-BIG-SUB = ZERO
078800         GO TO 3100-EXIT
078900     END-IF.
079000     MOVE 1 TO WS-PT-LIGHT-SUB.
079100     PERFORM 3120-CHECK-PARTITION-LOAD THRU 3120-EXIT
079200             VARYING WS-PT-SUB FROM 2 BY 1
079300             UNTIL WS-PT-SUB > WS-PART-COUNT.
079400     MOVE WS-PT-LIGHT-SUB TO WS-DP-PARTITION (WS-DP-BIG-SUB).
079500     ADD WS-DP-RECORD-COUNT (WS-DP-BIG-SUB)
079600             TO WS-PT-LOAD (WS-PT-LIGHT-SUB).
079700     ADD 1 TO WS-PT-DEPT-COUNT (WS-PT-LIGHT-SUB).
079800 3100-EXIT.
079900     EXIT.
080000****************************************************************
080100*  3110-CHECK-DEPT-SIZE                                          *
080200****************************************************************
080300 3110-CHECK-DEPT-SIZE.
080400     IF WS-DP-PARTITION (WS-DP-SUB) > ZERO
080500         GO TO 3110-EXIT
080600     END-IF.
080700     IF WS-DP-BIG-SUB = ZERO
080800         MOVE WS-DP-SUB TO WS-DP-BIG-SUB
080900         GO TO 3110-EXIT
081000     END-IF.
081100     IF WS-DP-RECORD-COUNT (WS-DP-SUB)
081200             > WS-DP-RECORD-COUNT (WS-DP-BIG-SUB)
081300         MOVE WS-DP-SUB TO WS-DP-BIG-SUB
081400     END-IF.
081500 3110-EXIT.
081600     EXIT.
081700****************************************************************
081800*  3120-CHECK-PARTITION-LOAD                                     *
081900****************************************************************
082000 3120-CHECK-PARTITION-LOAD.
082100     IF WS-PT-LOAD (WS-PT-SUB) < WS-PT-LOAD (WS-PT-LIGHT-SUB)
082200         MOVE WS-PT-SUB TO WS-PT-LIGHT-SUB
082300     END-IF.
082400 3120-EXIT.
082500     EXIT.
082600****************************************************************
082700*  3300-WRITE-DEPT-LINE                                          *
082800****************************************************************
082900 3300-WRITE-DEPT-LINE.
083000     MOVE SPACES TO SPL-RECORD.
083100     MOVE SPACES TO SPL-DEPT-LINE.
083200     MOVE WS-DP-DEPT (WS-DP-SUB) TO SPL-DPT-DEPT.
083300     MOVE WS-DP-RECORD-COUNT (WS-DP-SUB) TO SPL-DPT-RECORDS.
083400     MOVE WS-DP-PARTITION (WS-DP-SUB) TO SPL-DPT-PARTITION.
083500     IF WS-DP-PINNED (WS-DP-SUB)
083600         MOVE 'PINNED ON PTNIN' TO SPL-DPT-PLACED
083700     ELSE
083800         MOVE 'BALANCED' TO SPL-DPT-PLACED
083900     END-IF.
084000     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
084100 3300-EXIT.
084200     EXIT.
084300****************************************************************
084400*  4000-SPLIT-WORKLIST                                           *
084500*  SECOND READ OF WORKIN - COPIES EVERY RECORD TO ITS            *
084600*  DEPARTMENT'S PARTITION.  A BATCH HEADER IS HELD UNTIL THE     *
084700*  FIRST OF ITS RECORDS FOR A PARTITION, THEN WRITTEN THERE      *
084800*  AHEAD OF IT; AT THE TRAILER EACH PARTITION THE BATCH REACHED  *
084900*  GETS A TRAILER WITH ITS OWN SHARE.  STRUCTURE WAS PROVED BY   *
085000*  2000, SO EVERY BATCH HERE HAS ITS HEADER AND A TRAILER.       *
085100****************************************************************
085200 4000-SPLIT-WORKLIST.
085300     OPEN INPUT WORKLIST-FILE.
085400     IF NOT WS-WORKLIST-OK
085500         DISPLAY 'WLSPLIT - UNABLE TO REOPEN WORKIN, STATUS = '
085600                 WS-WORKLIST-STATUS
085700         MOVE 'Y' TO WS-ABORT-SW
085800         GO TO 4000-EXIT
085900     END-IF.
086000     MOVE 'N' TO WS-EOF-SW.
086100     MOVE 'N' TO WS-BATCH-SW.
086200     PERFORM 6400-READ-WORKLIST THRU 6400-EXIT.
086300     PERFORM 4100-SPLIT-RECORD THRU 4100-EXIT
086400             UNTIL WS-END-OF-WORKLIST OR WS-RUN-ABORTED.
086500     CLOSE WORKLIST-FILE.
086600 4000-EXIT.
086700     EXIT.
086800****************************************************************
086900*  4100-SPLIT-RECORD                                             *
087000****************************************************************
087100 4100-SPLIT-RECORD.
087200     IF WL-BATCH-HEADER-REC
087300         MOVE 'Y' TO WS-BATCH-SW
087400         MOVE WL-RECORD TO WS-HELD-HEADER
087500         PERFORM 4150-CLEAR-BATCH-ENTRY THRU 4150-EXIT
087600                 VARYING WS-PT-SUB FROM 1 BY 1
087700                 UNTIL WS-PT-SUB > WS-PART-COUNT
087800         GO TO 4100-READ
087900     END-IF.
088000     IF WL-BATCH-TRAILER-REC
088100         PERFORM 4200-END-BATCH THRU 4200-EXIT
088200         GO TO 4100-READ
088300     END-IF.
088400     MOVE WL-REQ-DEPT TO WS-SEARCH-DEPT.
088500     PERFORM 2210-FIND-DEPT THRU 2210-EXIT.
088600     MOVE WS-DP-PARTITION (WS-DP-FOUND-SUB) TO WS-PT-SUB.
088700     IF WS-IN-BATCH AND NOT WS-PT-IN-BATCH (WS-PT-SUB)
088800         PERFORM 4300-START-PARTITION-BATCH THRU 4300-EXIT
088900     END-IF.
089000     MOVE WL-RECORD TO WS-OUT-LINE.
089100     PERFORM 6200-WRITE-PARTITION THRU 6200-EXIT.
089200     ADD 1 TO WS-PT-DATA-COUNT (WS-PT-SUB).
089300     ADD 1 TO WS-PT-BATCH-REC-COUNT (WS-PT-SUB).
089400 4100-READ.
089500     PERFORM 6400-READ-WORKLIST THRU 6400-EXIT.
089600 4100-EXIT.
089700     EXIT.
089800****************************************************************
089900*  4150-CLEAR-BATCH-ENTRY                                        *
090000****************************************************************
090100 4150-CLEAR-BATCH-ENTRY.
090200     MOVE 'N' TO WS-PT-BATCH-SW (WS-PT-SUB).
090300     MOVE ZERO TO WS-PT-BATCH-REC-COUNT (WS-PT-SUB).
090400 4150-EXIT.
090500     EXIT.
090600****************************************************************
090700*  4200-END-BATCH                                                *
090800*  CLOSES THE BATCH IN EVERY PARTITION IT REACHED.  A BATCH      *
090900*  WITH NO RECORDS AT ALL STILL GOES, HEADER AND EMPTY TRAILER,  *
091000*  TO PARTITION 1, SO NO BATCH ON WORKIN IS LOST TO THE SPLIT.   *
091100****************************************************************
091200 4200-END-BATCH.
091300     MOVE 'N' TO WS-BATCH-SW.
091400     MOVE ZERO TO WS-PT-TOUCHED-COUNT.
091500     PERFORM 4250-CLOSE-PARTITION-BATCH THRU 4250-EXIT
091600             VARYING WS-PT-SUB FROM 1 BY 1
091700             UNTIL WS-PT-SUB > WS-PART-COUNT.
091800     IF WS-PT-TOUCHED-COUNT > ZERO
091900         GO TO 4200-EXIT
092000     END-IF.
092100     MOVE 1 TO WS-PT-SUB.
092200     PERFORM 4300-START-PARTITION-BATCH THRU 4300-EXIT.
092300     PERFORM 4250-CLOSE-PARTITION-BATCH THRU 4250-EXIT.
092400 4200-EXIT.
092500     EXIT.
092600****************************************************************
092700*  4250-CLOSE-PARTITION-BATCH                                    *
092800****************************************************************
092900 4250-CLOSE-PARTITION-BATCH.
093000     IF NOT WS-PT-IN-BATCH (WS-PT-SUB)
093100         GO TO 4250-EXIT
093200     END-IF.
093300     MOVE WS-PT-BATCH-REC-COUNT (WS-PT-SUB) TO WS-OBT-REC-COUNT.
093400     MOVE WS-OUT-BATCH-TRAILER TO WS-OUT-LINE.
093500     PERFORM 6200-WRITE-PARTITION THRU 6200-EXIT.
093600     MOVE 'N' TO WS-PT-BATCH-SW (WS-PT-SUB).
093700     ADD 1 TO WS-PT-TOUCHED-COUNT.
093800 4250-EXIT.
093900     EXIT.
094000****************************************************************
094100*  4300-START-PARTITION-BATCH                                    *
094200*  WRITES THE HELD BATCH HEADER TO PARTITION WS-PT-SUB.          *
094300****************************************************************
094400 4300-START-PARTITION-BATCH.
094500     MOVE WS-HELD-HEADER TO WS-OUT-LINE.
094600     PERFORM 6200-WRITE-PARTITION THRU 6200-EXIT.
094700     MOVE 'Y' TO WS-PT-BATCH-SW (WS-PT-SUB).
094800     MOVE ZERO TO WS-PT-BATCH-REC-COUNT (WS-PT-SUB).
094900     ADD 1 TO WS-PT-BATCH-COUNT (WS-PT-SUB).
095000 4300-EXIT.
095100     EXIT.
095200****************************************************************
095300*  4800-WRITE-ABORT-LINE                                         *
095400****************************************************************
095500 4800-WRITE-ABORT-LINE.
095600     IF NOT WS-REPORT-OK
095700         GO TO 4800-EXIT
095800     END-IF.
095900     MOVE SPACES TO SPL-RECORD.
096000     MOVE SPACES TO SPL-MESSAGE-LINE.
096100     MOVE 'SPLIT ABORTED - NO PARTITION WORKLIST OR MANIFEST '
096200             TO SPL-MSG-TEXT.
096300     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
096400     MOVE 'WRITTEN, NO PARTITION CAN RUN TONIGHT'
096500             TO SPL-MSG-TEXT.
096600     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
096700 4800-EXIT.
096800     EXIT.
096900****************************************************************
097000*  4900-PRINT-LINE                                               *
097100*  PRINTS THE LINE BUILT IN SPL-RECORD, STARTING A NEW PAGE      *
097200*  FIRST WHEN THE CURRENT ONE IS FULL.                           *
097300****************************************************************
097400 4900-PRINT-LINE.
097500     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
097600             THAN WS-LINES-PER-PAGE
097700         MOVE SPL-RECORD TO WS-PRINT-SAVE
097800         PERFORM 7000-WRITE-HEADING-LINES THRU 7000-EXIT
097900         MOVE WS-PRINT-SAVE TO SPL-RECORD
098000     END-IF.
098100     WRITE RPT-LINE FROM SPL-RECORD.
098200     ADD 1 TO WS-LINE-COUNT.
098300 4900-EXIT.
098400     EXIT.
098500****************************************************************
098600*  5000-WRITE-PARTITION-SUMMARY                                  *
098700*  ONE SUMMARY LINE PER PARTITION USED TONIGHT, ON A FRESH PAGE. *
098800****************************************************************
098900 5000-WRITE-PARTITION-SUMMARY.
099000     MOVE 'P' TO WS-COLUMN-SW.
099100     MOVE ZERO TO WS-LINE-COUNT.
099200     PERFORM 5100-WRITE-PARTITION-LINE THRU 5100-EXIT
099300             VARYING WS-PT-SUB FROM 1 BY 1
099400             UNTIL WS-PT-SUB > WS-PART-COUNT.
099500     MOVE SPACE TO WS-COLUMN-SW.
099600     IF WS-PART-COUNT < WS-PART-MAX
099700         MOVE SPACES TO SPL-RECORD
099800         MOVE SPACES TO SPL-MESSAGE-LINE
099900         COMPUTE WS-EDIT-PARTITION = WS-PART-COUNT + 1
100000         STRING 'PARTITIONS ' WS-EDIT-PARTITION
100100                 ' AND ABOVE NOT USED TONIGHT - EMPTY WORKLIST'
100200                 ' AND ZERO MANIFEST WRITTEN'
100300                 DELIMITED BY SIZE INTO SPL-MSG-TEXT
100400         END-STRING
100500         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
100600     END-IF.
100700     DISPLAY 'WLSPLIT - WORKIN SPLIT ' WS-PART-COUNT ' WAYS, '
100800             'DEPARTMENTS ' WS-DEPT-COUNT ', BATCHES '
100900             WS-TOT-BATCH-COUNT ', RECORDS ' WS-TOT-DATA-COUNT.
101000 5000-EXIT.
101100     EXIT.
101200****************************************************************
101300*  5100-WRITE-PARTITION-LINE                                     *
101400****************************************************************
101500 5100-WRITE-PARTITION-LINE.
101600     MOVE SPACES TO SPL-RECORD.
101700     MOVE SPACES TO SPL-PTN-LINE.
101800     MOVE WS-PT-SUB TO SPL-PTN-PARTITION.
101900     MOVE WS-PT-DEPT-COUNT (WS-PT-SUB) TO SPL-PTN-DEPTS.
102000     MOVE WS-PT-BATCH-COUNT (WS-PT-SUB) TO SPL-PTN-BATCHES.
102100     MOVE WS-PT-DATA-COUNT (WS-PT-SUB) TO SPL-PTN-DATA.
102200     COMPUTE SPL-PTN-TOTAL = WS-PT-DATA-COUNT (WS-PT-SUB)
102300             + WS-PT-BATCH-COUNT (WS-PT-SUB) * 2.
102400     MOVE WS-PART-WORKLIST-NAME (WS-PT-SUB) TO SPL-PTN-WORKLIST.
102500     MOVE WS-PART-MANIFEST-NAME (WS-PT-SUB) TO SPL-PTN-MANIFEST.
102600     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
102700 5100-EXIT.
102800     EXIT.
102900****************************************************************
103000*  5500-WRITE-PLAN                                               *
103100*  ONE PTNPLAN RECORD FOR PARTITION WS-PT-SUB (SEE PLNREC).      *
103200*  THE RECORD COUNT IS WHAT THE PARTITION'S FACTORIAL WILL       *
103300*  REPORT AS RECORDS READ - DATA PLUS HEADER AND TRAILER.        *
103400****************************************************************
103500 5500-WRITE-PLAN.
103600     MOVE SPACES TO PLN-RECORD.
103700     MOVE WS-PT-SUB TO PLN-PARTITION.
103800     MOVE WS-RUN-DATE TO PLN-RUN-DATE.
103900     MOVE WS-RUN-TIME TO PLN-RUN-TIME.
104000     MOVE WS-PT-DEPT-COUNT (WS-PT-SUB) TO PLN-DEPT-COUNT.
104100     MOVE WS-PT-BATCH-COUNT (WS-PT-SUB) TO PLN-BATCH-COUNT.
104200     MOVE WS-PT-DATA-COUNT (WS-PT-SUB) TO PLN-DATA-COUNT.
104300     COMPUTE PLN-RECORD-COUNT = WS-PT-DATA-COUNT (WS-PT-SUB)
104400             + WS-PT-BATCH-COUNT (WS-PT-SUB) * 2.
104500     WRITE PLN-RECORD.
104600     IF NOT WS-PLAN-OK
104700         DISPLAY 'WLSPLIT - PTNPLAN WRITE FAILED, STATUS = '
104800                 WS-PLAN-STATUS
104900         MOVE 'Y' TO WS-ABORT-SW
105000     END-IF.
105100 5500-EXIT.
105200     EXIT.
105300****************************************************************
105400*  5600-WRITE-PART-MANIFEST                                      *
105500*  WRITES PARTITION WS-PT-SUB'S MANIFEST IN THE WLMANIF LAYOUT,  *
105600*  FOR ITS FACTORIAL TO VERIFY ITS WORKLIST AGAINST.  A          *
105700*  PARTITION NOT USED TONIGHT GETS ZERO COUNTS TO MATCH ITS      *
105800*  EMPTY WORKLIST.  WRITTEN LAST, AFTER THE PLAN.                *
105900****************************************************************
106000 5600-WRITE-PART-MANIFEST.
106100     MOVE SPACES TO WLM-RECORD.
106200     MOVE WS-RUN-DATE TO WLM-RUN-DATE.
106300     MOVE WS-RUN-TIME TO WLM-RUN-TIME.
106400     MOVE WS-PT-BATCH-COUNT (WS-PT-SUB) TO WLM-BATCH-COUNT.
106500     MOVE WS-PT-DATA-COUNT (WS-PT-SUB) TO WLM-DATA-COUNT.
106600     MOVE ZERO TO WLM-DUP-COUNT.
106700     MOVE ZERO TO WLM-REFUSED-COUNT.
106800     MOVE ZERO TO WLM-DAMAGED-COUNT.
106900     PERFORM 6300-WRITE-PART-MANIFEST THRU 6300-EXIT.
107000 5600-EXIT.
107100     EXIT.
107200****************************************************************
107300*  6100-OPEN-PARTITION-FILES                                     *
107400*  OPENS PARTITION WS-PT-SUB'S WORKLIST AND MANIFEST.            *
107500****************************************************************
107600 6100-OPEN-PARTITION-FILES.
107700     EVALUATE WS-PT-SUB
107800         WHEN 1 OPEN OUTPUT PART-WORKLIST-1
107900         WHEN 2 OPEN OUTPUT PART-WORKLIST-2
108000         WHEN 3 OPEN OUTPUT PART-WORKLIST-3
108100         WHEN 4 OPEN OUTPUT PART-WORKLIST-4
108200     END-EVALUATE.
108300     IF NOT WS-PART-OK
108400         DISPLAY 'WLSPLIT - UNABLE TO OPEN '
108500                 WS-PART-WORKLIST-NAME (WS-PT-SUB)
108600                 ', STATUS = ' WS-PART-STATUS
108700         MOVE 'Y' TO WS-ABORT-SW
108800     END-IF.
108900     EVALUATE WS-PT-SUB
109000         WHEN 1 OPEN OUTPUT PART-MANIFEST-1
109100         WHEN 2 OPEN OUTPUT PART-MANIFEST-2
109200         WHEN 3 OPEN OUTPUT PART-MANIFEST-3
109300         WHEN 4 OPEN OUTPUT PART-MANIFEST-4
109400     END-EVALUATE.
109500     IF NOT WS-PART-OK
109600         DISPLAY 'WLSPLIT - UNABLE TO OPEN '
109700                 WS-PART-MANIFEST-NAME (WS-PT-SUB)
109800                 ', STATUS = ' WS-PART-STATUS
109900         MOVE 'Y' TO WS-ABORT-SW
110000     END-IF.
110100 6100-EXIT.
110200     EXIT.
110300****************************************************************
110400*  6200-WRITE-PARTITION                                          *
110500*  WRITES WS-OUT-LINE TO PARTITION WS-PT-SUB'S WORKLIST.         *
110600****************************************************************
110700 6200-WRITE-PARTITION.
110800     EVALUATE WS-PT-SUB
110900         WHEN 1 WRITE PART-WORKLIST-LINE-1 FROM WS-OUT-LINE
111000         WHEN 2 WRITE PART-WORKLIST-LINE-2 FROM WS-OUT-LINE
111100         WHEN 3 WRITE PART-WORKLIST-LINE-3 FROM WS-OUT-LINE
111200         WHEN 4 WRITE PART-WORKLIST-LINE-4 FROM WS-OUT-LINE
111300     END-EVALUATE.
111400     IF NOT WS-PART-OK
111500         DISPLAY 'WLSPLIT - ' WS-PART-WORKLIST-NAME (WS-PT-SUB)
111600                 ' WRITE FAILED, STATUS = ' WS-PART-STATUS
111700         MOVE 'Y' TO WS-ABORT-SW
111800     END-IF.
111900 6200-EXIT.
112000     EXIT.
112100****************************************************************
112200*  6300-WRITE-PART-MANIFEST                                      *
112300*  WRITES WLM-RECORD TO PARTITION WS-PT-SUB'S MANIFEST.          *
112400****************************************************************
112500 6300-WRITE-PART-MANIFEST.
112600     EVALUATE WS-PT-SUB
112700         WHEN 1 WRITE PART-MANIFEST-LINE-1 FROM WLM-RECORD
112800         WHEN 2 WRITE PART-MANIFEST-LINE-2 FROM WLM-RECORD
112900         WHEN 3 WRITE PART-MANIFEST-LINE-3 FROM WLM-RECORD
113000         WHEN 4 WRITE PART-MANIFEST-LINE-4 FROM WLM-RECORD
113100     END-EVALUATE.
113200     IF NOT WS-PART-OK
113300         DISPLAY 'WLSPLIT - ' WS-PART-MANIFEST-NAME (WS-PT-SUB)
113400                 ' WRITE FAILED, STATUS = ' WS-PART-STATUS
113500         MOVE 'Y' TO WS-ABORT-SW
113600     END-IF.
113700 6300-EXIT.
113800     EXIT.
113900****************************************************************
114000*  6400-READ-WORKLIST                                            *
114100*  READS THE NEXT WORKIN RECORD INTO WL-RECORD AND ITS BATCH     *
114200*  HEADER AND TRAILER VIEWS.                                     *
114300****************************************************************
114400 6400-READ-WORKLIST.
114500     READ WORKLIST-FILE INTO WL-RECORD
114600         AT END
114700             MOVE 'Y' TO WS-EOF-SW
114800             GO TO 6400-EXIT
114900     END-READ.
115000     MOVE WL-RECORD TO WL-BATCH-HEADER.
115100     MOVE WL-RECORD TO WL-BATCH-TRAILER.
115200 6400-EXIT.
115300     EXIT.
115400****************************************************************
115500*  7000-WRITE-HEADING-LINES                                      *
115600****************************************************************
115700 7000-WRITE-HEADING-LINES.
115800     ADD 1 TO WS-PAGE-COUNT.
115900     MOVE SPACES TO RPT-LINE.
116000     MOVE SPACES TO SPL-HEADING-LINE.
116100     MOVE 'WORKLIST PARTITION PLAN' TO SPL-HDG-TITLE.
116200     MOVE 'RUN DATE ' TO SPL-HDG-DATE-LIT.
116300     MOVE WS-RUN-DATE TO SPL-HDG-DATE.
116400     MOVE 'PAGE ' TO SPL-HDG-PAGE-LIT.
116500     MOVE WS-PAGE-COUNT TO SPL-HDG-PAGE.
116600     WRITE RPT-LINE FROM SPL-HEADING-LINE.
116700     MOVE 1 TO WS-LINE-COUNT.
116800     IF WS-DEPT-COLUMNS
116900         MOVE SPACES TO SPL-DEPT-COLUMN-LINE
117000         MOVE 'DEPT' TO SPL-DCL-DEPT-LIT
117100         MOVE '     RECORDS' TO SPL-DCL-RECORDS-LIT
117200         MOVE '   PARTITION' TO SPL-DCL-PARTITION-LIT
117300         MOVE '  PLACED' TO SPL-DCL-PLACED-LIT
117400         WRITE RPT-LINE FROM SPL-DEPT-COLUMN-LINE
117500         ADD 1 TO WS-LINE-COUNT
117600     END-IF.
117700     IF WS-PARTITION-COLUMNS
117800         MOVE SPACES TO SPL-PTN-COLUMN-LINE
117900         MOVE 'PARTITION' TO SPL-PCL-PARTITION-LIT
118000         MOVE '     DEPTS' TO SPL-PCL-DEPTS-LIT
118100         MOVE '   BATCHES' TO SPL-PCL-BATCHES-LIT
118200         MOVE '        DATA' TO SPL-PCL-DATA-LIT
118300         MOVE '     RECORDS' TO SPL-PCL-TOTAL-LIT
118400         MOVE '    WORKLIST' TO SPL-PCL-WORKLIST-LIT
118500         MOVE '  MANIFEST' TO SPL-PCL-MANIFEST-LIT
118600         WRITE RPT-LINE FROM SPL-PTN-COLUMN-LINE
118700         ADD 1 TO WS-LINE-COUNT
118800     END-IF.
118900 7000-EXIT.
119000     EXIT.
119100****************************************************************
119200*  9000-TERMINATE                                               *
119300****************************************************************
119400 9000-TERMINATE.
119500     CLOSE PART-WORKLIST-1.
119600     CLOSE PART-WORKLIST-2.
119700     CLOSE PART-WORKLIST-3.
119800     CLOSE PART-WORKLIST-4.
119900     CLOSE PART-MANIFEST-1.
120000     CLOSE PART-MANIFEST-2.
120100     CLOSE PART-MANIFEST-3.
120200     CLOSE PART-MANIFEST-4.
120300     CLOSE PLAN-FILE.
120400     CLOSE REPORT-FILE.
120500 9000-EXIT.
120600     EXIT.
120700****************************************************************
120800*  9900-LOG-STEP-STATUS                                         *
120900*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
121000*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
121100*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
121200****************************************************************
121300 9900-LOG-STEP-STATUS.
121400     MOVE SPACES TO SST-RECORD.
121500     MOVE 'WLSPLIT' TO SST-PROGRAM.
121600     MOVE WS-RUN-DATE TO SST-RUN-DATE.
121700     MOVE WS-RUN-TIME TO SST-RUN-TIME.
121800     MOVE RETURN-CODE TO SST-RETURN-CODE.
121900     MOVE 'PARTS' TO SST-COUNT-NAME (1).
122000     MOVE WS-PART-COUNT TO SST-COUNT (1).
122100     MOVE 'DEPTS' TO SST-COUNT-NAME (2).
122200     MOVE WS-DEPT-COUNT TO SST-COUNT (2).
122300     MOVE 'BATCHES' TO SST-COUNT-NAME (3).
122400     MOVE WS-TOT-BATCH-COUNT TO SST-COUNT (3).
122500     MOVE 'RECORDS' TO SST-COUNT-NAME (4).
122600     MOVE WS-TOT-DATA-COUNT TO SST-COUNT (4).
122700     IF SST-RETURN-CODE = 12
122800         MOVE 'WORKLIST NOT SPLIT - SEE SPLTRPT' TO SST-REASON
122900     END-IF.
123000     CALL 'STEPLOG' USING SST-RECORD.
123100     MOVE SST-RETURN-CODE TO RETURN-CODE.
123200 9900-EXIT.
123300     EXIT.
