002100*                  WITH A GARBLED DATE OR RETURN CODE IS         *
002200*                  COUNTED AND SKIPPED RATHER THAN BILLED TO A   *
002300*                  GUESSED PERIOD OR CATEGORY.                   *
002310*                                                                *
002320*  LEDGER       :  A RUN WHOSE RATE CARD CARRIES THE CLOSE       *
002330*                  FLAG WRITES THE PERIOD AND EACH               *
002340*                  DEPARTMENT'S BILLED CALCULATIONS AND AMOUNT   *
002350*                  TO THE CHGLDG LEDGER.  A LATER RUN FOR A      *
002360*                  PERIOD OVERLAPPING A CLOSED ONE IS REFUSED    *
002370*                  BEFORE ANYTHING IS PRINTED - CORRECTIONS TO   *
002380*                  A CLOSED PERIOD GO THROUGH CHGADJ AS CREDITS  *
002390*                  AND DEBITS INSTEAD.                           *
002400*                                                                *
002500****************************************************************
002600 IDENTIFICATION DIVISION.
003300*  MODIFICATION HISTORY                                         *
003400*  ------------------------------------------------------------ *
003500*  2026-09-07  DEH  ORIGINAL PROGRAM.                           *
003510*  2026-12-21  DEH  CHGLDG BILLING LEDGER - WRITE THE PERIOD   *
003520*                   AND DEPARTMENT BILLED ENTRIES ON A CLOSE    *
003530*                   RUN AND REFUSE TO BILL A CLOSED PERIOD.     *
003540*  2027-02-01  DEH  APPEND A STEP-STATUS RECORD TO THE SHARED   *
003550*                   STEPLOG JOB-STREAM LOG AT END OF STEP (SEE  *
003560*                   SSTREC) FOR THE STEPRPT MORNING REPORT.     *
003570*  2027-02-22  DEH  CLOSE CHGLDG AT END OF STEP ONLY WHEN IT    *
003580*                   WAS OPENED, NOT ON ITS LAST I/O STATUS.     *
003600****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            ACCESS MODE IS SEQUENTIAL
005800            FILE STATUS IS WS-REPORT-STATUS.
005810     SELECT LEDGER-FILE     ASSIGN TO CHGLDG
005820            ORGANIZATION IS INDEXED
005830            ACCESS MODE IS DYNAMIC
005840            RECORD KEY IS CHL-KEY
005850            FILE STATUS IS WS-LEDGER-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDIT-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 132 CHARACTERS.
007600 01  RPT-LINE                        PIC X(132).
007610 FD  LEDGER-FILE
007620     LABEL RECORDS ARE STANDARD
007630     RECORD CONTAINS 120 CHARACTERS.
007640 COPY CHLREC.
007700 WORKING-STORAGE SECTION.
007800****************************************************************
007900*  STANDALONE SWITCHES AND COUNTERS                              *
008700     88  WS-RATE-OK                          VALUE '00'.
008800 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008900     88  WS-REPORT-OK                        VALUE '00'.
008910 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
008920     88  WS-LEDGER-OK                        VALUE '00'.
008930     88  WS-LEDGER-NOT-FOUND                 VALUE '35'.
008940 77  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
008950     88  WS-END-OF-LEDGER                    VALUE 'Y'.
008953 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
008956     88  WS-LEDGER-OPEN                      VALUE 'Y'.
008960 77  WS-CLOSE-SW                 PIC X(01) VALUE 'N'.
008970     88  WS-CLOSING-PERIOD                   VALUE 'Y'.
009000 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
009100     88  WS-RUN-ABORTED                      VALUE 'Y'.
009200 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
011000 77  WS-PERIOD-FROM              PIC 9(08) VALUE ZERO.
011100 77  WS-PERIOD-TO                PIC 9(08) VALUE 99999999.
011110 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
011200****************************************************************
011300*  PER-CALCULATION RATES STAGED FROM THE RATEIN RATE CARD        *
011400****************************************************************
014400         10  WS-DT-ONLINE-COUNT      PIC 9(08) COMP.
014500 COPY AUDREC.
014600 COPY CHGRPT.
014620****************************************************************
014640*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
014660****************************************************************
014680 COPY SSTREC.
014700 PROCEDURE DIVISION.
014800****************************************************************
014900*  0000-MAINLINE                                                *
015800         PERFORM 3000-WRITE-INVOICE-PAGES THRU 3000-EXIT
015900         PERFORM 4000-WRITE-SUMMARY-PAGE THRU 4000-EXIT
016000     END-IF.
016010     IF WS-CLOSING-PERIOD AND NOT WS-RUN-ABORTED
016020         PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT
016030     END-IF.
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     IF WS-RUN-ABORTED
016300         MOVE 12 TO RETURN-CODE
016400     END-IF.
016450     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
016500     STOP RUN.
016600****************************************************************
016700*  1000-INITIALIZE                                              *
016800****************************************************************
016900 1000-INITIALIZE.
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017010     ACCEPT WS-RUN-TIME FROM TIME.
017100     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT.
017200     IF WS-RUN-ABORTED
017300         GO TO 1000-EXIT
017400     END-IF.
017410     PERFORM 1300-CHECK-CLOSED-PERIODS THRU 1300-EXIT.
017420     IF WS-RUN-ABORTED
017430         GO TO 1000-EXIT
017440     END-IF.
017500     PERFORM 1200-CLEAR-DEPT-ENTRY THRU 1200-EXIT
017600             VARYING WS-DT-SUB FROM 1 BY 1
017700             UNTIL WS-DT-SUB > WS-DEPT-MAX.
024600         DISPLAY 'CHGBACK - A RATE ON RATEIN IS NOT NUMERIC'
024700         MOVE 'Y' TO WS-ABORT-SW
024800     END-IF.
024810     IF RATE-CLOSE-PERIOD
024820         MOVE 'Y' TO WS-CLOSE-SW
024830     END-IF.
024900     CLOSE RATE-FILE.
025000 1100-EXIT.
025100     EXIT.
025800     MOVE ZERO TO WS-DT-APPROX-COUNT (WS-DT-SUB).
025900     MOVE ZERO TO WS-DT-ONLINE-COUNT (WS-DT-SUB).
026000 1200-EXIT.
026005     EXIT.
026010****************************************************************
026015*  1300-CHECK-CLOSED-PERIODS                                     *
026020*  OPENS THE CHGLDG LEDGER, CREATING IT EMPTY ON FIRST USE, AND  *
026025*  BROWSES ITS PERIOD ENTRIES (DEPARTMENT SPACES, SO THEY SORT   *
026030*  AHEAD OF EVERY DEPARTMENT).  A RATE CARD PERIOD OVERLAPPING  *
026035*  ANY CLOSED PERIOD BY EVEN ONE DAY ABORTS THE RUN - THOSE      *
026040*  AUDIT ENTRIES HAVE ALREADY BEEN INVOICED.                     *
026045****************************************************************
026050 1300-CHECK-CLOSED-PERIODS.
026055     OPEN I-O LEDGER-FILE.
026060     IF WS-LEDGER-NOT-FOUND
026065         OPEN OUTPUT LEDGER-FILE
026070         CLOSE LEDGER-FILE
026075         OPEN I-O LEDGER-FILE
026080     END-IF.
026085     IF NOT WS-LEDGER-OK
026090         DISPLAY 'CHGBACK - UNABLE TO OPEN CHGLDG, STATUS = '
026095                 WS-LEDGER-STATUS
026100         MOVE 'Y' TO WS-ABORT-SW
026105         GO TO 1300-EXIT
026110     END-IF.
026115     MOVE 'Y' TO WS-LEDGER-OPEN-SW.
026122     MOVE SPACES TO CHL-RECORD.
026123     MOVE ZERO TO CHL-PERIOD-FROM.
026124     MOVE ZERO TO CHL-PERIOD-TO.
026125     MOVE ZERO TO CHL-ENTRY-SEQ.
026126     MOVE 'N' TO WS-LEDGER-EOF-SW.
026127     START LEDGER-FILE KEY NOT LESS THAN CHL-KEY
026128         INVALID KEY
026129             MOVE 'Y' TO WS-LEDGER-EOF-SW
026130     END-START.
026131     PERFORM 1310-CHECK-PERIOD-ENTRY THRU 1310-EXIT
026132             UNTIL WS-END-OF-LEDGER OR WS-RUN-ABORTED.
026133 1300-EXIT.
026134     EXIT.
026135****************************************************************
026136*  1310-CHECK-PERIOD-ENTRY                                       *
026137****************************************************************
026138 1310-CHECK-PERIOD-ENTRY.
026139     READ LEDGER-FILE NEXT RECORD
026140         AT END
026141             MOVE 'Y' TO WS-LEDGER-EOF-SW
026142             GO TO 1310-EXIT
026143     END-READ.
026144     IF CHL-DEPT NOT = SPACES
026145         MOVE 'Y' TO WS-LEDGER-EOF-SW
026146         GO TO 1310-EXIT
026147     END-IF.
026148     IF CHL-PERIOD-FROM NOT > WS-PERIOD-TO
026149             AND CHL-PERIOD-TO NOT < WS-PERIOD-FROM
026150         DISPLAY 'CHGBACK - BILLING PERIOD ' WS-PERIOD-FROM
026151                 '-' WS-PERIOD-TO ' OVERLAPS CLOSED PERIOD '
026152                 CHL-PERIOD-FROM '-' CHL-PERIOD-TO
026153         DISPLAY 'CHGBACK - PERIOD ALREADY BILLED, RUN REFUSED'
026154         MOVE 'Y' TO WS-ABORT-SW
026155     END-IF.
026156 1310-EXIT.
026157     EXIT.
026200****************************************************************
026300*  2000-TALLY-AUDIT-RECORD                                       *
026400*  CLASSIFIES ONE AUDIT ENTRY AND ADDS IT TO ITS DEPARTMENT'S    *
050600     WRITE RPT-LINE FROM CHG-SUMMARY-LINE.
050700 4100-EXIT.
050800     EXIT.
050801****************************************************************
050802*  5000-CLOSE-PERIOD                                             *
050803*  RECORDS THE CLOSED PERIOD ON THE CHGLDG LEDGER.  THE PERIOD   *
050804*  ENTRY IS WRITTEN FIRST SO THE PERIOD IS CLAIMED BEFORE ANY    *
050805*  DEPARTMENT ENTRY, THEN ONE BILLED ENTRY PER DEPARTMENT ON     *
050806*  THE INVOICE PAGES.                                            *
050807****************************************************************
050808 5000-CLOSE-PERIOD.
050809     MOVE SPACES TO CHL-RECORD.
050810     MOVE WS-PERIOD-FROM TO CHL-PERIOD-FROM.
050811     MOVE WS-PERIOD-TO TO CHL-PERIOD-TO.
050812     MOVE ZERO TO CHL-ENTRY-SEQ.
050813     MOVE 'P' TO CHL-ENTRY-TYPE-X.
050814     MOVE WS-RUN-DATE TO CHL-POST-DATE.
050815     MOVE WS-RUN-TIME TO CHL-POST-TIME.
050816     MOVE WS-GRAND-TOTAL-COUNT TO CHL-CALC-COUNT.
050817     MOVE WS-GRAND-TOTAL-AMOUNT TO CHL-AMOUNT.
050818     MOVE ZERO TO CHL-LAST-SEQ.
050819     WRITE CHL-RECORD
050820         INVALID KEY
050821             DISPLAY 'CHGBACK - PERIOD ENTRY WRITE FAILED, '
050822                     'STATUS = ' WS-LEDGER-STATUS
050823             MOVE 'Y' TO WS-ABORT-SW
050824             GO TO 5000-EXIT
050825     END-WRITE.
050826     PERFORM 5100-WRITE-BILLED-ENTRY THRU 5100-EXIT
050827             VARYING WS-DT-SUB FROM 1 BY 1
050828             UNTIL WS-DT-SUB > WS-DEPT-COUNT
050829                OR WS-RUN-ABORTED.
050830     IF NOT WS-RUN-ABORTED
050831         DISPLAY 'CHGBACK - PERIOD ' WS-PERIOD-FROM '-'
050832                 WS-PERIOD-TO ' CLOSED TO CHGLDG, '
050833                 WS-DEPT-COUNT ' DEPARTMENTS'
050834     END-IF.
050835 5000-EXIT.
050836     EXIT.
050837****************************************************************
050838*  5100-WRITE-BILLED-ENTRY                                       *
050839*  THE AMOUNT IS COMPUTED EXACTLY AS ON THE SUMMARY PAGE, SO     *
050840*  THE LEDGER AGREES WITH WHAT FINANCE WAS SENT.                 *
050841****************************************************************
050842 5100-WRITE-BILLED-ENTRY.
050843     MOVE SPACES TO CHL-RECORD.
050844     MOVE WS-DT-DEPT (WS-DT-SUB) TO CHL-DEPT.
050845     MOVE WS-PERIOD-FROM TO CHL-PERIOD-FROM.
050846     MOVE WS-PERIOD-TO TO CHL-PERIOD-TO.
050847     MOVE ZERO TO CHL-ENTRY-SEQ.
050848     MOVE 'B' TO CHL-ENTRY-TYPE-X.
050849     MOVE WS-RUN-DATE TO CHL-POST-DATE.
050850     MOVE WS-RUN-TIME TO CHL-POST-TIME.
050851     COMPUTE CHL-CALC-COUNT =
050852         WS-DT-EXACT-COUNT (WS-DT-SUB)
050853         + WS-DT-APPROX-COUNT (WS-DT-SUB)
050854         + WS-DT-ONLINE-COUNT (WS-DT-SUB).
050855     COMPUTE CHL-AMOUNT =
050856         WS-DT-EXACT-COUNT (WS-DT-SUB) * WS-RATE-EXACT
050857         + WS-DT-APPROX-COUNT (WS-DT-SUB) * WS-RATE-APPROX
050858         + WS-DT-ONLINE-COUNT (WS-DT-SUB) * WS-RATE-ONLINE.
050859     MOVE ZERO TO CHL-LAST-SEQ.
050860     WRITE CHL-RECORD
050861         INVALID KEY
050862             DISPLAY 'CHGBACK - BILLED ENTRY WRITE FAILED FOR '
050863                     CHL-DEPT ', STATUS = ' WS-LEDGER-STATUS
050864             MOVE 'Y' TO WS-ABORT-SW
050865     END-WRITE.
050866 5100-EXIT.
050867     EXIT.
050900****************************************************************
051000*  9000-TERMINATE                                               *
051100****************************************************************
051500         CLOSE ARCHIVE-FILE
051600     END-IF.
051700     CLOSE REPORT-FILE.
051710     IF WS-LEDGER-OPEN
051720         CLOSE LEDGER-FILE
051730     END-IF.
051800 9000-EXIT.
051900     EXIT.
051910****************************************************************
051920*  9900-LOG-STEP-STATUS                                         *
051930*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
051940*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
051950*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
051960****************************************************************
051970 9900-LOG-STEP-STATUS.
051980     MOVE SPACES TO SST-RECORD.
051990     MOVE 'CHGBACK' TO SST-PROGRAM.
052000     MOVE WS-RUN-DATE TO SST-RUN-DATE.
052010     MOVE WS-RUN-TIME TO SST-RUN-TIME.
052020     MOVE RETURN-CODE TO SST-RETURN-CODE.
052030     MOVE 'READ' TO SST-COUNT-NAME (1).
052040     MOVE WS-READ-COUNT TO SST-COUNT (1).
052050     MOVE 'BILLED' TO SST-COUNT-NAME (2).
052060     MOVE WS-BILLED-COUNT TO SST-COUNT (2).
052070     MOVE 'UNBILLED' TO SST-COUNT-NAME (3).
052080     MOVE WS-UNBILLED-COUNT TO SST-COUNT (3).
052090     MOVE 'OUTSIDE' TO SST-COUNT-NAME (4).
052100     MOVE WS-OUTSIDE-COUNT TO SST-COUNT (4).
052110     MOVE 'GARBLED' TO SST-COUNT-NAME (5).
052120     MOVE WS-GARBLED-COUNT TO SST-COUNT (5).
052130     MOVE 'DEPTS' TO SST-COUNT-NAME (6).
052140     MOVE WS-DEPT-COUNT TO SST-COUNT (6).
052150     CALL 'STEPLOG' USING SST-RECORD.
052160     MOVE SST-RETURN-CODE TO RETURN-CODE.
052170 9900-EXIT.
052180     EXIT.
