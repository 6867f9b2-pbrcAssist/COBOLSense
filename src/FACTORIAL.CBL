001820*                   WITHOUT THE COMBO PERMISSION REJECTS WITH      *
001830*                   NEW REASON 11, IN BOTH THE PRODUCTION RUN      *
001840*                   AND THE EDIT PASS.                             *
001841*  2026-11-30  DEH  POST EACH REQUEST'S LIFECYCLE EVENTS -         *
001842*                   DEFERRED TO CARRYOUT, REJECTED (WITH THE       *
001843*                   REASON CODE) AND COMPLETED - TO THE NEW        *
001844*                   RQSTMST REQUEST STATUS MASTER THROUGH THE      *
001845*                   NEW RQSPOST SUBPROGRAM (SEE RQSREC).  THE      *
001846*                   EDIT PASS POSTS NOTHING.                       *
001847*  2026-12-07  DEH  VERIFY WORKIN AGAINST THE WLMANIF CONTROL      *
001848*                   RECORD WRITTEN BY THE NEW WLASSEM WORKLIST     *
001849*                   ASSEMBLY (SEE WLMREC) BEFORE ANY CALCULATION.  *
001850*                   A BATCH OR DATA RECORD COUNT THAT DISAGREES,   *
001851*                   OR AN EMPTY MANIFEST, ABORTS THE RUN WITH      *
001852*                   NEW REASON 12 ON EXCPRPT.  NO WLMANIF MEANS    *
001853*                   AN UNASSEMBLED WORKLIST AND NO CHECK.  THE     *
001854*                   EDIT PASS IS NOT CHECKED.                      *
001855*  2026-12-14  DEH  ADDED BINOMIAL MODE.  A WL-MODE-X = 'B'        *
001856*                   RECORD CARRIES N AND A SUCCESS PROBABILITY P   *
001857*                   AND GETS THE FULL DISTRIBUTION P(X = K), K = 0 *
001858*                   - N, FROM EXACT COMBCALC NCR VALUES WITH A     *
001859*                   RUNNING CUMULATIVE - A SECTION ON RPTOUT, ONE  *
001860*                   'B' RECORD PER K ON EXTOUT AND ONE AUDOUT      *
001861*                   ENTRY.  A P THAT IS NOT NUMERIC REJECTS WITH   *
001862*                   NEW REASON 13, A P ABOVE 1 WITH NEW REASON 14, *
001863*                   IN BOTH THE PRODUCTION RUN AND THE EDIT PASS.  *
001864*                   AN NCR TOO LARGE FOR 19 DIGITS REJECTS THE     *
001865*                   WHOLE RECORD (REASON 07) BEFORE ANY OF IT IS   *
001866*                   PUBLISHED.                                     *
001867*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED      *
001868*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE     *
001869*                   SSTREC) FOR THE STEPRPT MORNING REPORT.        *
001870*  2027-02-08  DEH  A PARTITION NUMBER ON PARMIN RUNS THE STEP     *
001871*                   AS ONE PARTITION OF A NIGHT SPLIT BY THE       *
001872*                   NEW WLSPLIT.  A PARTITION LEAVES FACTMST,      *
001873*                   FMSTHIST, RQSTMST AND RUNHIST ALONE - ITS      *
001874*                   MASTER UPDATES AND REQUEST POSTINGS GO TO      *
001875*                   THE NEW EVTOUT EVENT FILE FOR THE NEW          *
001876*                   FACTMRG MERGE TO APPLY - AND STARTS ITS        *
001877*                   AUDOUT AND EVTOUT AFRESH UNLESS RESTARTING.    *
001878*                   RUNSTAT AND THE STEP-STATUS RECORD CARRY THE   *
001879*                   PARTITION NUMBER.                              *
001880*  2027-02-22  DEH  WORK THE BINOMIAL POWERS AND TERMS IN          *
001881*                   FLOATING POINT (COMP-2).  THE FIXED-POINT      *
001882*                   PRODUCTS NEEDED MORE THAN 31 DIGITS AND        *
001883*                   DROPPED THE LOW-ORDER DIGITS OF SMALL          *
001884*                   POWERS OF P AND Q.                             *
001885****************************************************************
001886 ENVIRONMENT DIVISION.
001887 CONFIGURATION SECTION.
001888 SOURCE-COMPUTER.   IBM-370.
001890 OBJECT-COMPUTER.   IBM-370.
001900 INPUT-OUTPUT SECTION.
001910 FILE-CONTROL.
002470            ACCESS MODE IS RANDOM
002480            RECORD KEY IS DEPT-CODE
002490            FILE STATUS IS WS-DEPT-STATUS.
002492     SELECT MANIFEST-FILE   ASSIGN TO WLMANIF
002494            ORGANIZATION IS LINE SEQUENTIAL
002496            ACCESS MODE IS SEQUENTIAL
002498            FILE STATUS IS WS-MANIFEST-STATUS.
002499     SELECT EVENT-FILE      ASSIGN TO EVTOUT
002500            ORGANIZATION IS LINE SEQUENTIAL
002501            ACCESS MODE IS SEQUENTIAL
002502            FILE STATUS IS WS-EVENT-STATUS.
002503 DATA DIVISION.
002510 FILE SECTION.
002520 FD  WORKLIST-FILE
002530     LABEL RECORDS ARE STANDARD
003050     LABEL RECORDS ARE STANDARD
003060     RECORD CONTAINS 80 CHARACTERS.
003070 COPY DEPTREC.
003072 FD  MANIFEST-FILE
003074     LABEL RECORDS ARE STANDARD
003076     RECORD CONTAINS 80 CHARACTERS.
003078 COPY WLMREC.
003079 FD  EVENT-FILE
003080     LABEL RECORDS ARE STANDARD
003081     RECORD CONTAINS 120 CHARACTERS.
003082 COPY EVTREC.
003083 WORKING-STORAGE SECTION.
003090****************************************************************
003100*  STANDALONE SWITCHES AND COUNTERS                              *
003110****************************************************************
003430 77  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
003440     88  WS-DEPT-OK                          VALUE '00'.
003450     88  WS-DEPT-KEY-NOT-FOUND               VALUE '23'.
003452 77  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.
003454     88  WS-MANIFEST-OK                      VALUE '00'.
003456     88  WS-MANIFEST-NOT-FOUND               VALUE '35'.
003457 77  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
003458     88  WS-EVENT-OK                         VALUE '00'.
003459     88  WS-EVENT-NOT-FOUND                  VALUE '35'.
003460 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
003470     88  WS-MASTER-OK                        VALUE '00'.
003480     88  WS-MASTER-NOT-FOUND                 VALUE '35'.
004070****************************************************************
004080*  RUN MODE AND BATCH CONTROL FIELDS.  WS-RUN-MODE-SW IS SET     *
004090*  FROM PARM-RUN-MODE-X ('E' = VALIDATION-ONLY EDIT PASS).       *
004093*  WS-PARTITION-SW IS SET WHEN PARM-PARTITION-X NAMES ONE        *
004096*  PARTITION OF A NIGHT SPLIT BY WLSPLIT (SEE EVTREC).           *
004100*  WS-BATCH-REC-COUNT COUNTS THE DATA RECORDS READ FOR THE       *
004110*  CURRENT BATCH AND IS VERIFIED AGAINST THE WL-BT-REC-COUNT-X   *
004120*  CARRIED ON THE BATCH TRAILER.                                 *
004130****************************************************************
004140 77  WS-RUN-MODE-SW              PIC X(01) VALUE 'N'.
004150     88  WS-EDIT-PASS-MODE                   VALUE 'Y'.
004152 77  WS-PARTITION-SW             PIC X(01) VALUE 'N'.
004154     88  WS-PARTITION-RUN                    VALUE 'Y'.
004156 77  WS-PARTITION                PIC 9(02) VALUE ZERO.
004160 77  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
004170 77  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
004180 77  WS-BATCH-SW                 PIC X(01) VALUE 'N'.
004210 77  WS-BATCH-DATE               PIC 9(08) VALUE ZERO.
004220 77  WS-BATCH-REC-COUNT          PIC 9(08) COMP VALUE ZERO.
004230 77  WS-BATCH-EXP-COUNT          PIC 9(08) VALUE ZERO.
004231****************************************************************
004232*  ASSEMBLY MANIFEST CHECK FIELDS.  1040-VERIFY-MANIFEST COUNTS  *
004233*  THE BATCHES AND DATA RECORDS ON WORKIN AND SETS WS-MANIFEST-  *
004234*  SW WHEN THEY DISAGREE WITH THE WLMANIF GRAND TOTALS.          *
004235****************************************************************
004236 77  WS-MANIFEST-SW              PIC X(01) VALUE 'N'.
004237     88  WS-MANIFEST-MISMATCH                VALUE 'Y'.
004238 77  WS-MAN-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
004239 77  WS-MAN-DATA-COUNT           PIC 9(08) COMP VALUE ZERO.
004240****************************************************************
004250*  PRIORITY PASS AND BATCH-WINDOW CUTOFF FIELDS.  A PRODUCTION   *
004260*  RUN READS THE WORKLIST TWICE - PASS 1 PROCESSES THE HIGH-     *
004580 COPY EXCREC.
004590 COPY EXTREC.
004600 COPY RSTREC.
004601****************************************************************
004602*  REQUEST STATUS EVENT PASSED TO RQSPOST.  THE CALLERS OF      *
004603*  2650-POST-REQUEST-STATUS STAGE RQE-EVENT-X AND RQE-DETAIL.   *
004604****************************************************************
004605 COPY RQEREC.
004610****************************************************************
004620*  CALCULATION WORKING FIELDS                                   *
004630****************************************************************
004770 01  WS-NR-FACTORIAL             PIC 9(19) COMP-3 VALUE 1.
004780 01  WS-COMBINATIONS             PIC 9(19) COMP-3 VALUE ZERO.
004790 01  WS-PERMUTATIONS             PIC 9(19) COMP-3 VALUE ZERO.
004791****************************************************************
004792*  BINOMIAL-MODE WORKING FIELDS.  WS-BIN-TABLE HOLDS ONE ENTRY  *
004793*  PER K (0 THROUGH N, SUBSCRIPTED BY K + 1) - THE EXACT NCR    *
004794*  FROM COMBCALC AND THE POWERS P**K AND Q**K, EACH BUILT FROM  *
004795*  THE ONE BEFORE.  P(X = K) IS NCR * P**K * Q**(N-K), TOO WIDE *
004796*  FOR FIXED-POINT INTERMEDIATES, SO THE POWERS AND THE TERM    *
004797*  ARE WORKED IN FLOATING POINT (COMP-2) AS IN FACTAPPX.        *
004798****************************************************************
004799 01  WS-BIN-P                    PIC 9V9(05) VALUE ZERO.
004800 01  WS-BIN-Q                    PIC 9V9(05) VALUE ZERO.
004801 01  WS-BIN-K                    PIC 9(02) VALUE ZERO.
004802 01  WS-BIN-N-MINUS-K            PIC 9(02) VALUE ZERO.
004803 01  WS-BIN-TERM                 COMP-2 VALUE ZERO.
004804 01  WS-BIN-POWER-FLOOR          COMP-2 VALUE 1.0E-30.
004805 01  WS-BIN-PROBABILITY          PIC 9V9(10) COMP-3 VALUE ZERO.
004806 01  WS-BIN-CUMULATIVE           PIC 9V9(10) COMP-3 VALUE ZERO.
004807 01  WS-BIN-TABLE.
004808     05  WS-BT-ENTRY OCCURS 100 TIMES.
004809         10  WS-BT-COMBINATIONS      PIC 9(19) COMP-3.
004810         10  WS-BT-P-POWER           COMP-2.
004811         10  WS-BT-Q-POWER           COMP-2.
004812 77  WS-BT-SUB                   PIC 9(03) COMP VALUE ZERO.
004813 77  WS-BT-LAST                  PIC 9(03) COMP VALUE ZERO.
004814****************************************************************
004815*  WS-FACT-CACHE HOLDS ONE ENTRY PER POSSIBLE N (0 THROUGH 99,   *
004820*  SUBSCRIPTED BY N + 1).  THE FIRST WORKLIST RECORD NEEDING A   *
004830*  GIVEN N CALLS FACTCALC AND FILES THE RESULT AND RETURN CODE   *
004840*  HERE; EVERY LATER NEED FOR THE SAME N IS SATISFIED FROM THE   *
004960         10  WS-FC-EXPONENT          PIC 9(04).
004970         10  WS-FC-APPROX-RC         PIC 9(02).
004980 77  WS-FC-SUB                   PIC 9(03) COMP VALUE ZERO.
004982****************************************************************
004984*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
004986****************************************************************
004988 COPY SSTREC.
004990 PROCEDURE DIVISION.
005000****************************************************************
005010*  0000-MAINLINE                                                *
005140     END-IF.
005150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005160     MOVE WS-JOB-RC TO RETURN-CODE.
005165     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
005170     STOP RUN.
005180****************************************************************
005190*  1000-INITIALIZE                                              *
005250     PERFORM 1080-CLEAR-CACHE-ENTRY THRU 1080-EXIT
005260             VARYING WS-FC-SUB FROM 1 BY 1
005270             UNTIL WS-FC-SUB > 100.
005272     IF NOT WS-EDIT-PASS-MODE
005274         PERFORM 1040-VERIFY-MANIFEST THRU 1040-EXIT
005276     END-IF.
005280     OPEN INPUT WORKLIST-FILE.
005290     IF NOT WS-WORKLIST-OK
005300         DISPLAY 'FACTORIAL - UNABLE TO OPEN WORKIN, STATUS = '
005490         MOVE 'Y' TO WS-EOF-SW
005500         MOVE 'Y' TO WS-ABORT-SW
005510     END-IF.
005511     IF WS-MANIFEST-MISMATCH AND WS-EXCEPTION-OK
005512         MOVE '12' TO WS-REASON-CODE
005513         MOVE 'WORKIN DISAGREES WITH ASSEMBLY MANIFEST'
005514                 TO WS-REASON-TEXT
005515         PERFORM 4200-WRITE-BATCH-EXCEPTION THRU 4200-EXIT
005516     END-IF.
005517     IF WS-MANIFEST-MISMATCH
005518         MOVE 'Y' TO WS-EOF-SW
005519         MOVE 'Y' TO WS-ABORT-SW
005520     END-IF.
005521     IF WS-EDIT-PASS-MODE
005530         DISPLAY 'FACTORIAL - EDIT PASS ONLY, NO RESULTS '
005540                 'WILL BE PUBLISHED'
005550         GO TO 1000-PRIME
005860         PERFORM 3500-WRITE-EXTRACT-HEADER THRU 3500-EXIT
005870     END-IF.
005880     PERFORM 1050-OPEN-CHECKPOINT THRU 1050-EXIT.
005883     IF WS-PARTITION-RUN
005886         PERFORM 1065-OPEN-PARTITION-LOGS THRU 1065-EXIT
005889     ELSE
005892         PERFORM 1055-OPEN-RESULTS-MASTER THRU 1055-EXIT
005895         PERFORM 1058-OPEN-HISTORY-LOG THRU 1058-EXIT
005898         PERFORM 1060-OPEN-AUDIT-LOG THRU 1060-EXIT
005901         MOVE 'O' TO RQE-FUNCTION-X
005904         MOVE WS-JOB-NAME TO RQE-JOB-NAME
005907         CALL 'RQSPOST' USING RQE-RECORD
005910     END-IF.
005920     IF WS-RESTART-COUNT > ZERO
005930         DISPLAY 'FACTORIAL - RESTARTING, SKIPPING '
005940                 WS-RESTART-COUNT ' PREVIOUSLY PROCESSED RECORDS'
005990                OR WS-END-OF-WORKLIST.
006000 1000-EXIT.
006010     EXIT.
006011****************************************************************
006012*  1040-VERIFY-MANIFEST                                          *
006013*  PROVES THE NIGHT'S INPUT COMPLETE BEFORE ANY CALCULATION -    *
006014*  COUNTS THE BATCHES AND DATA RECORDS ON WORKIN AND COMPARES    *
006015*  THEM WITH THE GRAND TOTALS WLASSEM WROTE TO WLMANIF.  NO      *
006016*  WLMANIF MEANS THE WORKLIST WAS NOT ASSEMBLED AND THERE IS     *
006017*  NOTHING TO CHECK; AN EMPTY ONE MEANS THE ASSEMBLY DID NOT     *
006018*  FINISH AND COUNTS AS A MISMATCH.                              *
006019****************************************************************
006020 1040-VERIFY-MANIFEST.
006021     OPEN INPUT MANIFEST-FILE.
006022     IF WS-MANIFEST-NOT-FOUND
006023         GO TO 1040-EXIT
006024     END-IF.
006025     IF NOT WS-MANIFEST-OK
006026         DISPLAY 'FACTORIAL - UNABLE TO OPEN WLMANIF, STATUS = '
006027                 WS-MANIFEST-STATUS
006028         MOVE 'Y' TO WS-MANIFEST-SW
006029         GO TO 1040-EXIT
006030     END-IF.
006031     READ MANIFEST-FILE
006032         AT END
006033             DISPLAY 'FACTORIAL - WLMANIF IS EMPTY, WORKLIST '
006034                     'ASSEMBLY DID NOT COMPLETE'
006035             MOVE 'Y' TO WS-MANIFEST-SW
006036     END-READ.
006037     CLOSE MANIFEST-FILE.
006038     IF WS-MANIFEST-MISMATCH
006039         GO TO 1040-EXIT
006040     END-IF.
006041     OPEN INPUT WORKLIST-FILE.
006042     IF NOT WS-WORKLIST-OK
006043         GO TO 1040-EXIT
006044     END-IF.
006045     PERFORM 1045-COUNT-WORKLIST-RECORD THRU 1045-EXIT
006046             UNTIL WS-END-OF-WORKLIST.
006047     CLOSE WORKLIST-FILE.
006048     MOVE 'N' TO WS-EOF-SW.
006049     IF WS-MAN-BATCH-COUNT NOT = WLM-BATCH-COUNT
006050             OR WS-MAN-DATA-COUNT NOT = WLM-DATA-COUNT
006051         DISPLAY 'FACTORIAL - WORKIN HOLDS ' WS-MAN-BATCH-COUNT
006052                 ' BATCHES, ' WS-MAN-DATA-COUNT ' RECORDS; '
006053                 'WLMANIF SAYS ' WLM-BATCH-COUNT ' BATCHES, '
006054                 WLM-DATA-COUNT ' RECORDS'
006055         MOVE 'Y' TO WS-MANIFEST-SW
006056     END-IF.
006057 1040-EXIT.
006058     EXIT.
006059****************************************************************
006060*  1045-COUNT-WORKLIST-RECORD                                    *
006061****************************************************************
006062 1045-COUNT-WORKLIST-RECORD.
006063     READ WORKLIST-FILE
006064         AT END
006065             MOVE 'Y' TO WS-EOF-SW
006066             GO TO 1045-EXIT
006067     END-READ.
006068     IF WL-BATCH-HEADER-REC
006069         ADD 1 TO WS-MAN-BATCH-COUNT
006070     ELSE
006071         IF NOT WL-BATCH-TRAILER-REC
006072             ADD 1 TO WS-MAN-DATA-COUNT
006073         END-IF
006074     END-IF.
006075 1045-EXIT.
006076     EXIT.
006077****************************************************************
006078*  1050-OPEN-CHECKPOINT                                          *
006079*  READS ANY EXISTING CHECKPOINT FILE TO FIND HOW MANY WORKLIST  *
006080*  RECORDS WERE ALREADY PROCESSED BY A PRIOR RUN, THEN REOPENS   *
006081*  THE FILE FOR CONTINUED WRITING.                               *
006082****************************************************************
006083 1050-OPEN-CHECKPOINT.
006090     MOVE ZERO TO WS-RESTART-COUNT.
006100     OPEN INPUT CHECKPOINT-FILE.
006110     IF WS-CKPT-OK
007060     END-IF.
007070 1060-EXIT.
007080     EXIT.
007081****************************************************************
007082*  1065-OPEN-PARTITION-LOGS                                      *
007083*  A PARTITION OF A SPLIT NIGHT KEEPS ITS OWN AUDOUT AND WRITES  *
007084*  ITS MASTER UPDATES AND REQUEST POSTINGS TO EVTOUT INSTEAD OF  *
007085*  FACTMST AND RQSTMST; FACTMRG APPENDS AND APPLIES THEM ONCE    *
007086*  EVERY PARTITION HAS FINISHED.  BOTH ARE THE NIGHT'S WORK      *
007087*  FILES, SO A FRESH RUN EMPTIES THEM AND A RESTART APPENDS TO   *
007088*  WHAT THE FAILED RUN LEFT.                                     *
007089****************************************************************
007090 1065-OPEN-PARTITION-LOGS.
007091     IF WS-RESTART-COUNT > ZERO
007092         OPEN EXTEND AUDIT-FILE
007093         OPEN EXTEND EVENT-FILE
007094     END-IF.
007095     IF WS-RESTART-COUNT = ZERO OR WS-AUDIT-NOT-FOUND
007096         OPEN OUTPUT AUDIT-FILE
007097     END-IF.
007098     IF WS-RESTART-COUNT = ZERO OR WS-EVENT-NOT-FOUND
007099         OPEN OUTPUT EVENT-FILE
007100     END-IF.
007101     IF NOT WS-AUDIT-OK
007102         DISPLAY 'FACTORIAL - UNABLE TO OPEN AUDOUT, STATUS = '
007103                 WS-AUDIT-STATUS
007104         MOVE 'Y' TO WS-EOF-SW
007105         MOVE 'Y' TO WS-ABORT-SW
007106     END-IF.
007107     IF NOT WS-EVENT-OK
007108         DISPLAY 'FACTORIAL - UNABLE TO OPEN EVTOUT, STATUS = '
007109                 WS-EVENT-STATUS
007110         MOVE 'Y' TO WS-EOF-SW
007111         MOVE 'Y' TO WS-ABORT-SW
007112     END-IF.
007113 1065-EXIT.
007114     EXIT.
007115****************************************************************
007116*  1070-READ-PARAMETERS                                          *
007117*  READS THE ONE-RECORD CONTROL FILE FOR THE ACCEPTABLE N RANGE.  *
007120*  IF PARMIN IS MISSING OR EMPTY THE WORKING-STORAGE DEFAULTS     *
007130*  ABOVE ARE LEFT AS THEY ARE.                                    *
007140****************************************************************
007280                     COMPUTE WS-CUTOFF-TIME =
007290                         PARM-CUTOFF-TIME * 100
007300                 END-IF
007301*                A PARTITION NUMBER RUNS THE STEP AS ONE
007302*                PARTITION OF A NIGHT SPLIT BY WLSPLIT.
007303                 IF PARM-PARTITION-X NUMERIC
007304                     IF PARM-PARTITION > ZERO
007305                         MOVE 'Y' TO WS-PARTITION-SW
007306                         MOVE PARM-PARTITION TO WS-PARTITION
007307                     END-IF
007308                 END-IF
007310         END-READ
007320         CLOSE PARAMETER-FILE
007330     END-IF.
008110             IF WL-COMBO-MODE
008120                 PERFORM 3200-PROCESS-COMBO THRU 3200-EXIT
008130             ELSE
008132                 IF WL-BINOMIAL-MODE
008134                     PERFORM 3700-PROCESS-BINOMIAL THRU 3700-EXIT
008136                 ELSE
008140                     PERFORM 2200-PROCESS-FACTORIAL THRU 2200-EXIT
008145                 END-IF
008150             END-IF
008160         END-IF
008170     END-IF.
008250****************************************************************
008260*  2050-VALIDATE-WORKLIST-RECORD                                  *
008270*  CHECKS A WORKLIST RECORD'S MODE BYTE AND ITS N/R FIELDS        *
008275*  (AND FOR BINOMIAL MODE ITS PROBABILITY, 0 THROUGH 1)          *
008280*  AGAINST WS-MIN-N/WS-MAX-N (SET FROM PARMIN IN                  *
008290*  1070-READ-PARAMETERS) BEFORE ANY FACTCALC CALL IS MADE.  A     *
008300*  REJECTED RECORD IS ROUTED TO EXCPRPT INSTEAD OF BEING          *
008400     MOVE SPACES TO WS-REASON-CODE.
008410     MOVE SPACES TO WS-REASON-TEXT.
008420     IF NOT WL-COMBO-MODE AND NOT WL-FACTORIAL-MODE
008425             AND NOT WL-BINOMIAL-MODE
008430         MOVE 'Y' TO WS-REJECT-SW
008440         MOVE '06' TO WS-REASON-CODE
008450         MOVE 'MODE FIELD IS INVALID' TO WS-REASON-TEXT
008790             GO TO 2050-EXIT
008800         END-IF
008810     END-IF.
008811     IF WL-BINOMIAL-MODE
008812         IF WL-PROB-X NOT NUMERIC
008813             MOVE 'Y' TO WS-REJECT-SW
008814             MOVE '13' TO WS-REASON-CODE
008815             MOVE 'PROBABILITY FIELD IS NOT NUMERIC'
008816                     TO WS-REASON-TEXT
008817             GO TO 2050-EXIT
008818         END-IF
008819         IF WL-PROB > 1
008820             MOVE 'Y' TO WS-REJECT-SW
008821             MOVE '14' TO WS-REASON-CODE
008822             MOVE 'PROBABILITY GREATER THAN 1'
008823                     TO WS-REASON-TEXT
008824             GO TO 2050-EXIT
008825         END-IF
008826     END-IF.
008827     PERFORM 2055-CHECK-DEPARTMENT THRU 2055-EXIT.
008830 2050-EXIT.
008840     EXIT.
008850****************************************************************
009550         MOVE WL-REQ-DEPT TO EXT-DET-REQ-DEPT
009560         MOVE WL-REQ-REF TO EXT-DET-REQ-REF
009570         PERFORM 3400-WRITE-EXTRACT-DETAIL THRU 3400-EXIT
009572         MOVE 'C' TO RQE-EVENT-X
009574         MOVE 'EXACT FACTORIAL' TO RQE-DETAIL
009576         PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT
009580     END-IF.
009590 2200-EXIT.
009600     EXIT.
009860     MOVE WL-REQ-DEPT TO EXT-DET-REQ-DEPT.
009870     MOVE WL-REQ-REF TO EXT-DET-REQ-REF.
009880     PERFORM 3400-WRITE-EXTRACT-DETAIL THRU 3400-EXIT.
009882     MOVE 'C' TO RQE-EVENT-X.
009884     MOVE 'APPROXIMATE FACTORIAL' TO RQE-DETAIL.
009886     PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT.
009890 2250-EXIT.
009900     EXIT.
009910****************************************************************
011090     END-IF.
011100     WRITE CARRY-RECORD FROM WL-RECORD.
011110     ADD 1 TO WS-DEFER-COUNT.
011112     MOVE 'D' TO RQE-EVENT-X.
011114     MOVE 'CARRIED ON CARRYOUT' TO RQE-DETAIL.
011116     PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT.
011120 2160-EXIT.
011130     EXIT.
011140****************************************************************
011440     MOVE WL-REQ-DEPT TO AUD-REQ-DEPT.
011450     MOVE WL-REQ-REF TO AUD-REQ-REF.
011460     MOVE WS-AUDIT-APPROX-FLAG TO AUD-APPROX-FLAG.
011462     IF WL-BINOMIAL-MODE
011464         MOVE WL-MODE-X TO AUD-MODE-X
011466         MOVE WL-PROB-X TO AUD-PROB-X
011468     END-IF.
011470     WRITE AUD-RECORD.
011480 2600-EXIT.
011490     EXIT.
011491****************************************************************
011492*  2650-POST-REQUEST-STATUS                                      *
011493*  POSTS ONE LIFECYCLE EVENT FOR THE CURRENT WORKLIST RECORD TO  *
011494*  THE RQSTMST REQUEST STATUS MASTER THROUGH RQSPOST.  THE       *
011495*  CALLER STAGES RQE-EVENT-X AND RQE-DETAIL; A REJECT ALSO       *
011496*  CARRIES WS-REASON-CODE.  RQSPOST IGNORES A RECORD WITH NO     *
011497*  DEPARTMENT OR REFERENCE AND NEVER STOPS THE RUN.              *
011498****************************************************************
011499 2650-POST-REQUEST-STATUS.
011500     MOVE 'P' TO RQE-FUNCTION-X.
011501     MOVE WL-REQ-DEPT TO RQE-REQ-DEPT.
011502     MOVE WL-REQ-REF TO RQE-REQ-REF.
011503     MOVE WS-RUN-DATE TO RQE-DATE.
011504     MOVE WS-RUN-TIME TO RQE-TIME.
011505     MOVE WS-JOB-NAME TO RQE-JOB-NAME.
011506     IF RQE-REJECTED
011507         MOVE WS-REASON-CODE TO RQE-REASON-CODE
011508     ELSE
011509         MOVE SPACES TO RQE-REASON-CODE
011510     END-IF.
011511     IF WS-PARTITION-RUN
011512         PERFORM 2970-LOG-POSTING-EVENT THRU 2970-EXIT
011513     ELSE
011514         CALL 'RQSPOST' USING RQE-RECORD
011515     END-IF.
011516 2650-EXIT.
011517     EXIT.
011518****************************************************************
011519*  2700-GET-FACTORIAL                                            *
011520*  RETURNS THE FACTORIAL OF FACT-N IN FACTORIAL AND ITS RETURN   *
011530*  CODE IN WS-RETURN-CODE.  THE FIRST REQUEST FOR A GIVEN N      *
011540*  CALLS FACTCALC AND FILES THE RESULT IN WS-FACT-CACHE; EVERY   *
012220*  RUN.  A FAILED UPDATE IS REPORTED BUT DOES NOT STOP THE RUN.  *
012230****************************************************************
012240 2900-UPDATE-RESULTS-MASTER.
012241*    A PARTITION OF A SPLIT NIGHT LEAVES FACTMST TO FACTMRG.
012242     IF WS-PARTITION-RUN
012243         PERFORM 2960-LOG-MASTER-EVENT THRU 2960-EXIT
012244         GO TO 2900-EXIT
012245     END-IF.
012250*    SKIPPED WHEN THE MASTER COULD NOT BE OPENED AT STARTUP.
012260     IF NOT WS-MASTER-AVAILABLE
012270         GO TO 2900-EXIT
012970     END-IF.
012980 2950-EXIT.
012990     EXIT.
012991****************************************************************
012992*  2960-LOG-MASTER-EVENT                                         *
012993*  A PARTITION'S FACTMST UPDATE.  WRITES THE ENTRY 2910 WOULD    *
012994*  HAVE BUILT TO EVTOUT AS AN 'M' EVENT (SEE EVTREC); FACTMRG    *
012995*  WRITES IT, OR JOURNALS THE STANDING ENTRY AND REWRITES IT,    *
012996*  ONCE EVERY PARTITION HAS FINISHED.  A FAILED WRITE IS         *
012997*  REPORTED BUT DOES NOT STOP THE RUN, AS FOR FACTMST ITSELF.    *
012998****************************************************************
012999 2960-LOG-MASTER-EVENT.
013000     MOVE SPACES TO EVT-RECORD.
013001     MOVE 'M' TO EVT-TYPE-X.
013002     MOVE WS-PARTITION TO EVT-PARTITION.
013003     MOVE FACT-N TO EVT-FMST-N.
013004     MOVE WS-MST-FACTORIAL TO EVT-FMST-FACTORIAL.
013005     MOVE WS-MST-RETURN-CODE TO EVT-FMST-RETURN-CODE.
013006     MOVE WS-MST-APPROX-FLAG TO EVT-FMST-APPROX-FLAG.
013007     MOVE WS-MST-MANTISSA TO EVT-FMST-MANTISSA.
013008     MOVE WS-MST-EXPONENT TO EVT-FMST-EXPONENT.
013009     MOVE WS-RUN-DATE TO EVT-FMST-LAST-CALC-DATE.
013010     MOVE WS-RUN-TIME TO EVT-FMST-LAST-CALC-TIME.
013011     MOVE WS-JOB-NAME TO EVT-FMST-JOB-NAME.
013012     WRITE EVT-RECORD.
013013     IF NOT WS-EVENT-OK
013014         DISPLAY 'FACTORIAL - EVTOUT WRITE FAILED FOR N = '
013015                 FACT-N ', STATUS = ' WS-EVENT-STATUS
013016     END-IF.
013017 2960-EXIT.
013018     EXIT.
013019****************************************************************
013020*  2970-LOG-POSTING-EVENT                                        *
013021*  A PARTITION'S REQUEST POSTING.  WRITES THE RQE-RECORD STAGED  *
013022*  BY 2650 TO EVTOUT AS A 'Q' EVENT, FOR FACTMRG TO PASS TO      *
013023*  RQSPOST ONCE EVERY PARTITION HAS FINISHED.                    *
013024****************************************************************
013025 2970-LOG-POSTING-EVENT.
013026     MOVE SPACES TO EVT-RECORD.
013027     MOVE 'Q' TO EVT-TYPE-X.
013028     MOVE WS-PARTITION TO EVT-PARTITION.
013029     MOVE RQE-RECORD TO EVT-RQE-IMAGE.
013030     WRITE EVT-RECORD.
013031     IF NOT WS-EVENT-OK
013032         DISPLAY 'FACTORIAL - EVTOUT WRITE FAILED FOR REQUEST '
013033                 WL-REQ-DEPT ' ' WL-REQ-REF ', STATUS = '
013034                 WS-EVENT-STATUS
013035     END-IF.
013036 2970-EXIT.
013037     EXIT.
013038****************************************************************
013039*  3000-WRITE-HEADING-LINES                                     *
013040****************************************************************
013041 3000-WRITE-HEADING-LINES.
013042     ADD 1 TO WS-PAGE-COUNT.
013050     MOVE SPACES TO RPT-LINE.
013060     MOVE SPACES TO RPT-HEADING-LINE.
013070     MOVE 'FACTORIAL RESULTS REPORT' TO RPT-HDG-TITLE.
014350         MOVE WL-REQ-DEPT TO EXT-DET-REQ-DEPT
014360         MOVE WL-REQ-REF TO EXT-DET-REQ-REF
014370         PERFORM 3400-WRITE-EXTRACT-DETAIL THRU 3400-EXIT
014372         MOVE 'C' TO RQE-EVENT-X
014374         MOVE 'EXACT NCR/NPR' TO RQE-DETAIL
014376         PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT
014380     END-IF.
014390 3200-EXIT.
014400     EXIT.
014530     MOVE SPACE TO WS-AUDIT-APPROX-FLAG.
014540     CALL 'COMBCALC' USING FACT-N, FACT-R,
014550             WS-COMBINATIONS, WS-PERMUTATIONS, WS-RETURN-CODE.
014551*    A COMBO RECORD PUBLISHES BOTH NCR AND NPR - AN NPR THAT
014552*    WILL NOT FIT IS THE SAME OVERFLOW AS AN NCR THAT WILL NOT.
014553     IF WS-RETURN-CODE = 02
014554         MOVE 04 TO WS-RETURN-CODE
014555     END-IF.
014560     MOVE FACT-N TO WS-AUDIT-N.
014570     MOVE ZERO TO WS-AUDIT-FACTORIAL.
014580     MOVE WS-RETURN-CODE TO WS-AUDIT-RETURN-CODE.
014810     MOVE WL-REQ-DEPT TO EXT-DET-REQ-DEPT.
014820     MOVE WL-REQ-REF TO EXT-DET-REQ-REF.
014830     PERFORM 3400-WRITE-EXTRACT-DETAIL THRU 3400-EXIT.
014832     MOVE 'C' TO RQE-EVENT-X.
014834     MOVE 'EXACT NCR/NPR' TO RQE-DETAIL.
014836     PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT.
014840 3250-EXIT.
014850     EXIT.
014860****************************************************************
015100     ADD 1 TO WS-EXTRACT-COUNT.
015110 3400-EXIT.
015120     EXIT.
015121****************************************************************
015122*  3450-WRITE-EXTRACT-BINOMIAL                                   *
015123*  WRITES ONE EXTOUT 'B' RECORD FOR ONE K OF A BINOMIAL          *
015124*  DISTRIBUTION.  IT COUNTS AS A DETAIL IN THE TRAILER.          *
015125****************************************************************
015126 3450-WRITE-EXTRACT-BINOMIAL.
015127     WRITE EXT-LINE FROM EXT-BINOMIAL-REC.
015128     ADD 1 TO WS-EXTRACT-COUNT.
015129 3450-EXIT.
015130     EXIT.
015131****************************************************************
015140*  3500-WRITE-EXTRACT-HEADER                                     *
015150****************************************************************
015160 3500-WRITE-EXTRACT-HEADER.
015300     WRITE EXT-LINE FROM EXT-TRAILER-REC.
015310 3600-EXIT.
015320     EXIT.
015321****************************************************************
015322*  3700-PROCESS-BINOMIAL                                         *
015323*  PRODUCES THE BINOMIAL DISTRIBUTION P(X = K), K = 0 THROUGH    *
015324*  N, FOR A BINOMIAL-MODE RECORD.  EVERY NCR IS FETCHED FROM     *
015325*  COMBCALC FIRST - IF ANY ONE OF THEM EXCEEDS 19 DIGITS THE     *
015326*  RECORD IS REJECTED (REASON 07) WITH NOTHING PUBLISHED, SO A   *
015327*  PARTIAL DISTRIBUTION NEVER REACHES RPTOUT OR EXTOUT.  ONE     *
015328*  AUDIT ENTRY IS WRITTEN FOR THE DISTRIBUTION (MODE 'B',        *
015329*  FACTORIAL LEFT AT ZERO).  THE SECTION ON RPTOUT SHOWS EACH    *
015330*  K WITH ITS NCR, P(X = K) AND CUMULATIVE P(X <= K), AND EACH   *
015331*  K ALSO GOES TO EXTOUT AS ONE 'B' RECORD.                      *
015332****************************************************************
015333 3700-PROCESS-BINOMIAL.
015334     MOVE WL-N-X TO FACT-N.
015335     MOVE WL-PROB TO WS-BIN-P.
015336     COMPUTE WS-BIN-Q = 1 - WS-BIN-P.
015337     COMPUTE WS-BT-LAST = FACT-N + 1.
015338     MOVE 'N' TO WS-OVERFLOW-SW.
015339     MOVE SPACE TO WS-AUDIT-APPROX-FLAG.
015340     MOVE 1 TO WS-BT-P-POWER (1).
015341     MOVE 1 TO WS-BT-Q-POWER (1).
015342     PERFORM 3710-BUILD-BINOMIAL-TERM THRU 3710-EXIT
015343             VARYING WS-BT-SUB FROM 1 BY 1
015344             UNTIL WS-BT-SUB > WS-BT-LAST
015345                OR WS-FACTORIAL-OVERFLOW.
015346     MOVE FACT-N TO WS-AUDIT-N.
015347     MOVE ZERO TO WS-AUDIT-FACTORIAL.
015348     IF WS-FACTORIAL-OVERFLOW
015349         MOVE 04 TO WS-AUDIT-RETURN-CODE
015350     ELSE
015351         MOVE ZERO TO WS-AUDIT-RETURN-CODE
015352     END-IF.
015353     PERFORM 2600-WRITE-AUDIT-ENTRY THRU 2600-EXIT.
015354     IF WS-FACTORIAL-OVERFLOW
015355         DISPLAY 'FACTORIAL - BINOMIAL OVERFLOW, N = ' FACT-N
015356                 ' K = ' WS-BIN-K ', RECORD SKIPPED'
015357         MOVE '07' TO WS-REASON-CODE
015358         MOVE 'FACTORIAL CALCULATION OVERFLOW' TO WS-REASON-TEXT
015359         ADD 1 TO WS-OVERFLOW-COUNT
015360         PERFORM 4100-WRITE-EXCEPTION-LINE THRU 4100-EXIT
015361         GO TO 3700-EXIT
015362     END-IF.
015363*    THE SECTION OPENS ON A FRESH PAGE UNLESS ITS TITLE, COLUMN
015364*    LINE AND FIRST TERM ALL FIT ON THIS ONE.
015365     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT + 3
015366             > WS-LINES-PER-PAGE
015367         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
015368     END-IF.
015369     PERFORM 3750-WRITE-BINOMIAL-HEADING THRU 3750-EXIT.
015370     MOVE ZERO TO WS-BIN-CUMULATIVE.
015371     PERFORM 3720-PUBLISH-BINOMIAL-TERM THRU 3720-EXIT
015372             VARYING WS-BT-SUB FROM 1 BY 1
015373             UNTIL WS-BT-SUB > WS-BT-LAST.
015374*    WHATEVER FOLLOWS STARTS A NEW PAGE UNDER ITS OWN COLUMN
015375*    HEADINGS RATHER THAN UNDER THE BINOMIAL ONES.
015376     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
015377     MOVE 'C' TO RQE-EVENT-X.
015378     MOVE 'BINOMIAL DISTRIBUTION' TO RQE-DETAIL.
015379     PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT.
015380 3700-EXIT.
015381     EXIT.
015382****************************************************************
015383*  3710-BUILD-BINOMIAL-TERM                                      *
015384*  FILLS ONE WS-BIN-TABLE ENTRY - NCR FOR THIS K FROM COMBCALC   *
015385*  (A RETURN CODE 02 ONLY MEANS NPR, WHICH IS NOT NEEDED HERE,   *
015386*  WOULD NOT FIT) AND P**K, Q**K FROM THE ENTRY BEFORE.          *
015387****************************************************************
015388 3710-BUILD-BINOMIAL-TERM.
015389     COMPUTE WS-BIN-K = WS-BT-SUB - 1.
015390     CALL 'COMBCALC' USING FACT-N, WS-BIN-K,
015391             WS-BT-COMBINATIONS (WS-BT-SUB), WS-PERMUTATIONS,
015392             WS-RETURN-CODE.
015393     IF WS-RETURN-CODE = 04
015394         MOVE 'Y' TO WS-OVERFLOW-SW
015395         GO TO 3710-EXIT
015396     END-IF.
015397     IF WS-BT-SUB > 1
015398         PERFORM 3760-NEXT-BINOMIAL-POWERS THRU 3760-EXIT
015399     END-IF.
015403 3710-EXIT.
015404     EXIT.
015405****************************************************************
015406*  3720-PUBLISH-BINOMIAL-TERM                                    *
015407*  COMPUTES P(X = K) FOR ONE K, ADDS IT TO THE RUNNING           *
015408*  CUMULATIVE, AND WRITES THE REPORT LINE AND THE EXTOUT 'B'     *
015409*  RECORD.  A PAGE BREAK REPEATS THE SECTION TITLE.              *
015410****************************************************************
015411 3720-PUBLISH-BINOMIAL-TERM.
015412     COMPUTE WS-BIN-K = WS-BT-SUB - 1.
015413     COMPUTE WS-BIN-N-MINUS-K = FACT-N - WS-BIN-K.
015414     COMPUTE WS-BIN-TERM = WS-BT-COMBINATIONS (WS-BT-SUB)
015415             * WS-BT-P-POWER (WS-BT-SUB).
015416     COMPUTE WS-BIN-TERM =
015417         WS-BIN-TERM * WS-BT-Q-POWER (WS-BIN-N-MINUS-K + 1).
015418     COMPUTE WS-BIN-PROBABILITY ROUNDED = WS-BIN-TERM.
015419     ADD WS-BIN-PROBABILITY TO WS-BIN-CUMULATIVE.
015420     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
015421         PERFORM 3000-WRITE-HEADING-LINES THRU 3000-EXIT
015422         PERFORM 3750-WRITE-BINOMIAL-HEADING THRU 3750-EXIT
015423     END-IF.
015424     MOVE SPACES TO RPT-LINE.
015425     MOVE SPACES TO RPT-BINOMIAL-DETAIL-LINE.
015426     MOVE WS-BIN-K TO RPT-BDL-K.
015427     MOVE WS-BT-COMBINATIONS (WS-BT-SUB) TO RPT-BDL-COMBINATIONS.
015428     MOVE WS-BIN-PROBABILITY TO RPT-BDL-PROBABILITY.
015429     MOVE WS-BIN-CUMULATIVE TO RPT-BDL-CUMULATIVE.
015430     WRITE RPT-LINE FROM RPT-BINOMIAL-DETAIL-LINE.
015431     ADD 1 TO WS-LINE-COUNT.
015432     MOVE FACT-N TO EXT-BIN-N.
015433     MOVE WS-BIN-K TO EXT-BIN-K.
015434     MOVE WS-BT-COMBINATIONS (WS-BT-SUB) TO EXT-BIN-COMBINATIONS.
015435     MOVE WS-BIN-PROBABILITY TO EXT-BIN-PROBABILITY.
015436     MOVE WS-BIN-CUMULATIVE TO EXT-BIN-CUMULATIVE.
015437     MOVE WS-BIN-P TO EXT-BIN-P.
015438     MOVE WL-REQ-DEPT TO EXT-BIN-REQ-DEPT.
015439     MOVE WL-REQ-REF TO EXT-BIN-REQ-REF.
015440     PERFORM 3450-WRITE-EXTRACT-BINOMIAL THRU 3450-EXIT.
015441 3720-EXIT.
015442     EXIT.
015443****************************************************************
015444*  3750-WRITE-BINOMIAL-HEADING                                   *
015445*  WRITES THE BINOMIAL SECTION TITLE (N, P, DEPARTMENT AND       *
015446*  REFERENCE) AND ITS COLUMN LINE.                               *
015447****************************************************************
015448 3750-WRITE-BINOMIAL-HEADING.
015449     MOVE SPACES TO RPT-LINE.
015450     MOVE SPACES TO RPT-BINOMIAL-TITLE-LINE.
015451     MOVE 'BINOMIAL DISTRIBUTION   N =' TO RPT-BTL-LIT.
015452     MOVE FACT-N TO RPT-BTL-N.
015453     MOVE '   P = ' TO RPT-BTL-P-LIT.
015454     MOVE WS-BIN-P TO RPT-BTL-P.
015455     MOVE '   DEPT ' TO RPT-BTL-DEPT-LIT.
015456     MOVE WL-REQ-DEPT TO RPT-BTL-REQ-DEPT.
015457     MOVE '   REFERENCE ' TO RPT-BTL-REF-LIT.
015458     MOVE WL-REQ-REF TO RPT-BTL-REQ-REF.
015459     WRITE RPT-LINE FROM RPT-BINOMIAL-TITLE-LINE.
015460     MOVE SPACES TO RPT-LINE.
015461     MOVE SPACES TO RPT-BINOMIAL-COLUMN-LINE.
015462     MOVE 'K' TO RPT-BCL-K-LIT.
015463     MOVE 'C(N,K)' TO RPT-BCL-COMB-LIT.
015464     MOVE 'P(X = K)' TO RPT-BCL-PROB-LIT.
015465     MOVE 'CUMULATIVE P(X <= K)' TO RPT-BCL-CUM-LIT.
015466     WRITE RPT-LINE FROM RPT-BINOMIAL-COLUMN-LINE.
015467     ADD 2 TO WS-LINE-COUNT.
015468 3750-EXIT.
015469     EXIT.
015470****************************************************************
015471*  3760-NEXT-BINOMIAL-POWERS                                    *
015472*  BUILDS P**K AND Q**K FOR THIS ENTRY FROM THE ENTRY BEFORE.   *
015473*  A POWER BELOW WS-BIN-POWER-FLOOR IS TAKEN AS ZERO - NCR      *
015474*  TIMES IT CANNOT REACH THE 10 DECIMALS PUBLISHED, AND THE     *
015475*  FLOOR KEEPS EVERY PRODUCT OF TWO POWERS INSIDE THE           *
015476*  FLOATING-POINT RANGE.                                        *
015477****************************************************************
015478 3760-NEXT-BINOMIAL-POWERS.
015479     COMPUTE WS-BT-P-POWER (WS-BT-SUB) =
015480         WS-BT-P-POWER (WS-BT-SUB - 1) * WS-BIN-P.
015481     COMPUTE WS-BT-Q-POWER (WS-BT-SUB) =
015482         WS-BT-Q-POWER (WS-BT-SUB - 1) * WS-BIN-Q.
015483     IF WS-BT-P-POWER (WS-BT-SUB) < WS-BIN-POWER-FLOOR
015484         MOVE ZERO TO WS-BT-P-POWER (WS-BT-SUB)
015485     END-IF.
015486     IF WS-BT-Q-POWER (WS-BT-SUB) < WS-BIN-POWER-FLOOR
015487         MOVE ZERO TO WS-BT-Q-POWER (WS-BT-SUB)
015488     END-IF.
015489 3760-EXIT.
015490     EXIT.
015491****************************************************************
015492*  4000-WRITE-EXC-HEADING-LINES                                  *
015493****************************************************************
015494 4000-WRITE-EXC-HEADING-LINES.
015495     ADD 1 TO WS-EXC-PAGE-COUNT.
015496     MOVE SPACES TO EXC-LINE.
015497     MOVE SPACES TO EXC-HEADING-LINE.
015498     IF WS-EDIT-PASS-MODE
015499         MOVE 'FACTORIAL EDIT PASS REPORT' TO EXC-HDG-TITLE
015500     ELSE
015501         MOVE 'FACTORIAL EXCEPTION REPORT' TO EXC-HDG-TITLE
015502     END-IF.
015503     MOVE WS-RUN-DATE TO EXC-HDG-DATE.
015504     MOVE WS-EXC-PAGE-COUNT TO EXC-HDG-PAGE.
015505     WRITE EXC-LINE FROM EXC-HEADING-LINE.
015506     MOVE SPACES TO EXC-LINE.
015507     MOVE SPACES TO EXC-COLUMN-LINE.
015508     MOVE 'N' TO EXC-COL-N-LIT.
015510     MOVE 'MODE' TO EXC-COL-MODE-LIT.
015520     MOVE 'R' TO EXC-COL-R-LIT.
015530     MOVE 'RSN' TO EXC-COL-REASON-LIT.
015850*    ACTUALLY REJECTED, SO NOTHING GOES TO THE RECYCLE FILE.
015860     IF NOT WS-EDIT-PASS-MODE
015870         PERFORM 4150-WRITE-RECYCLE-RECORD THRU 4150-EXIT
015872         MOVE 'R' TO RQE-EVENT-X
015874         MOVE WS-REASON-TEXT TO RQE-DETAIL
015876         PERFORM 2650-POST-REQUEST-STATUS THRU 2650-EXIT
015880     END-IF.
015890 4100-EXIT.
015900     EXIT.
016620         WRITE CARRY-RECORD FROM WS-CARRY-BATCH-TRAILER
016630     END-IF.
016640     CLOSE CARRYOVER-FILE.
016660     CLOSE RECYCLE-FILE.
016670     CLOSE REPORT-FILE.
016680     CLOSE EXTRACT-FILE.
016710         CLOSE RESULTS-MASTER
016720     END-IF.
016730     CLOSE AUDIT-FILE.
016731     IF WS-PARTITION-RUN
016732         CLOSE EVENT-FILE
016733         GO TO 9000-EXIT
016734     END-IF.
016735     CLOSE HISTORY-FILE.
016736     MOVE 'C' TO RQE-FUNCTION-X.
016737     CALL 'RQSPOST' USING RQE-RECORD.
016740 9000-EXIT.
016750     EXIT.
016760****************************************************************
017130     MOVE WS-REJECT-COUNT TO RST-REJECT-COUNT.
017140     MOVE WS-OVERFLOW-COUNT TO RST-OVERFLOW-COUNT.
017150     MOVE WS-DEFER-COUNT TO RST-DEFER-COUNT.
017152     IF WS-PARTITION-RUN
017154         MOVE WS-PARTITION TO RST-PARTITION
017156     END-IF.
017160     WRITE RST-LINE FROM RST-RECORD.
017170     CLOSE RUN-STATUS-FILE.
017175     IF NOT WS-PARTITION-RUN
017180         PERFORM 9200-APPEND-RUN-HISTORY THRU 9200-EXIT
017185     END-IF.
017190 9100-EXIT.
017200     EXIT.
017210****************************************************************
017250*  NEXT RUN'S RUNSTAT OVERWRITE.  LIKE RUNSTAT ITSELF, A         *
017260*  FAILURE HERE IS REPORTED BUT NEVER CHANGES THE OUTCOME OF     *
017270*  THE RUN.                                                      *
017273*  A PARTITION OF A SPLIT NIGHT DOES NOT APPEND - FACTMRG        *
017276*  APPENDS THE MERGED RECORD FOR THE WHOLE NIGHT.                *
017280****************************************************************
017290 9200-APPEND-RUN-HISTORY.
017300     OPEN EXTEND RUN-HISTORY-FILE.
017400     CLOSE RUN-HISTORY-FILE.
017410 9200-EXIT.
017420     EXIT.
017430****************************************************************
017440*  9900-LOG-STEP-STATUS                                         *
017450*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
017460*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
017470*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
017480****************************************************************
017490 9900-LOG-STEP-STATUS.
017500     MOVE SPACES TO SST-RECORD.
017510     MOVE 'FACTORIAL' TO SST-PROGRAM.
017520     MOVE WS-RUN-DATE TO SST-RUN-DATE.
017530     MOVE WS-RUN-TIME TO SST-RUN-TIME.
017540     MOVE RETURN-CODE TO SST-RETURN-CODE.
017542     IF WS-PARTITION-RUN
017544         MOVE WS-PARTITION TO SST-PARTITION
017546     END-IF.
017550     MOVE 'READ' TO SST-COUNT-NAME (1).
017560     MOVE WS-REC-COUNT TO SST-COUNT (1).
017570     MOVE 'REJECTS' TO SST-COUNT-NAME (2).
017580     MOVE WS-REJECT-COUNT TO SST-COUNT (2).
017590     MOVE 'EXTRACT' TO SST-COUNT-NAME (3).
017600     MOVE WS-EXTRACT-COUNT TO SST-COUNT (3).
017610     MOVE 'RECYCOUT' TO SST-COUNT-NAME (4).
017620     MOVE WS-RECYCLE-SEQ TO SST-COUNT (4).
017630     MOVE 'OVERFLOW' TO SST-COUNT-NAME (5).
017640     MOVE WS-OVERFLOW-COUNT TO SST-COUNT (5).
017650     MOVE 'DEFERRED' TO SST-COUNT-NAME (6).
017660     MOVE WS-DEFER-COUNT TO SST-COUNT (6).
017670     MOVE RST-DISPOSITION TO SST-DISPOSITION.
017680     IF SST-RETURN-CODE = 04
017690         MOVE 'WORKLIST REJECTS - SEE EXCPRPT' TO SST-REASON
017700     END-IF.
017710     IF SST-RETURN-CODE = 08
017720         MOVE 'OVERFLOWS - SEE EXCPRPT' TO SST-REASON
017730     END-IF.
017740     CALL 'STEPLOG' USING SST-RECORD.
017750     MOVE SST-RETURN-CODE TO RETURN-CODE.
017760 9900-EXIT.
017770     EXIT.
