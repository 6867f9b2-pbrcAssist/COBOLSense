000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  DLVRECON                                      *
000400*  DESCRIPTION  :  DELIVERY ACKNOWLEDGMENT RECONCILIATION.       *
000500*                  HOLDS THE ACKNOWLEDGMENTS THE RECEIVING       *
000600*                  DEPARTMENTS RETURN ON ACKIN (SEE ACKREC)      *
000700*                  AGAINST THE DELIVERIES EXTDIST LOGGED ON      *
000800*                  DLVLOG (SEE DLVREC), MATCHING ON DEPARTMENT   *
000900*                  AND SOURCE RUN DATE AND TIME, AND PRINTS ON   *
001000*                  ACKRPT ONE LINE PER DELIVERY IN THE WINDOW -  *
001100*                    ACKED    LOADED IN FULL;                    *
001200*                    SHORT    LOADED FEWER RECORDS THAN SENT;    *
001300*                    EXCESS   LOADED MORE RECORDS THAN SENT;     *
001400*                    PENDING  NOT YET ACKNOWLEDGED, WITHIN THE   *
001500*                             OVERDUE LIMIT;                     *
001600*                    OVERDUE  NOT ACKNOWLEDGED, PAST IT.         *
001700*                  ACKNOWLEDGMENTS THAT MATCH NO DELIVERY ARE    *
001800*                  LISTED AFTER THEM.  THE LIMIT AND THE         *
001900*                  WINDOW COME FROM THE ACKCTLIN CARDS (SEE      *
002000*                  ACKCTL).                                      *
002100*                                                                *
002200*                  AN 'R' CARD ASKS FOR ONE DEPARTMENT'S         *
002300*                  RESULTS FROM ONE SOURCE RUN TO BE SENT        *
002400*                  AGAIN.  THEY ARE COPIED FROM THE RETAINED     *
002500*                  EXTOUT ON EXTIN TO REDLVOUT, WRAPPED IN THE   *
002600*                  SAME 'H' HEADER AND 'T' TRAILER EXTDIST       *
002700*                  WOULD HAVE WRITTEN, AND THE REDELIVERY IS     *
002800*                  LOGGED ON DLVLOG, SO THE DELIVERY IS AGED     *
002900*                  FROM THE REDELIVERY FROM THEN ON.             *
003000*                                                                *
003100*  NOTE         :  RETURN CODE 08 WHEN ANY DELIVERY IS           *
003200*                  OVERDUE, OTHERWISE 04 WHEN ANY LOAD COUNT     *
003300*                  DIFFERS OR ANY ACKNOWLEDGMENT IS UNMATCHED    *
003400*                  OR NOT VALID.  12 ON A FILE ERROR, A BAD      *
003500*                  CARD, OR A REDELIVERY THAT CANNOT BE MADE -   *
003600*                  NOTHING IS RECONCILED THEN.  A REDELIVERY     *
003700*                  IS ONLY MADE FROM A RETAINED RUN WHOSE        *
003800*                  TRAILER BALANCES.                             *
003900*                                                                *
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.    DLVRECON.
004300 AUTHOR.        D. HOLLAND.
004400 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
004500 DATE-WRITTEN.  02/15/2027.
004600 DATE-COMPILED.
004700****************************************************************
004800*  MODIFICATION HISTORY                                         *
004900*  ------------------------------------------------------------ *
005000*  2027-02-15  DEH  ORIGINAL PROGRAM.                           *
005100****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CONTROL-FILE    ASSIGN TO ACKCTLIN
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            ACCESS MODE IS SEQUENTIAL
006100            FILE STATUS IS WS-CONTROL-STATUS.
006200     SELECT DELIVERY-LOG-FILE ASSIGN TO DLVLOG
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            ACCESS MODE IS SEQUENTIAL
006500            FILE STATUS IS WS-DLVLOG-STATUS.
006600     SELECT ACK-FILE        ASSIGN TO ACKIN
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            ACCESS MODE IS SEQUENTIAL
006900            FILE STATUS IS WS-ACK-STATUS.
007000     SELECT EXTRACT-FILE    ASSIGN TO EXTIN
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            ACCESS MODE IS SEQUENTIAL
007300            FILE STATUS IS WS-EXTRACT-STATUS.
007400     SELECT REDELIVERY-FILE ASSIGN TO REDLVOUT
007500            ORGANIZATION IS LINE SEQUENTIAL
007600            ACCESS MODE IS SEQUENTIAL
007700            FILE STATUS IS WS-REDELIVERY-STATUS.
007800     SELECT REPORT-FILE     ASSIGN TO ACKRPT
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            ACCESS MODE IS SEQUENTIAL
008100            FILE STATUS IS WS-REPORT-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CONTROL-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 80 CHARACTERS.
008700 COPY ACKCTL.
008800 FD  DELIVERY-LOG-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 COPY DLVREC.
009200 FD  ACK-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500 COPY ACKREC.
009600 FD  EXTRACT-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 132 CHARACTERS.
009900 01  EXT-LINE                        PIC X(132).
010000 FD  REDELIVERY-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 132 CHARACTERS.
010300 01  REDLV-LINE                      PIC X(132).
010400 FD  REPORT-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  RPT-LINE                        PIC X(132).
010800 WORKING-STORAGE SECTION.
010900****************************************************************
011000*  STANDALONE SWITCHES AND COUNTERS                              *
011100****************************************************************
011200 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
011300     88  WS-CONTROL-OK                       VALUE '00'.
011400     88  WS-CONTROL-NOT-FOUND                VALUE '35'.
011500 77  WS-DLVLOG-STATUS            PIC X(02) VALUE SPACES.
011600     88  WS-DLVLOG-OK                        VALUE '00'.
011700     88  WS-DLVLOG-NOT-FOUND                 VALUE '35'.
011800 77  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
011900     88  WS-ACK-OK                           VALUE '00'.
012000     88  WS-ACK-NOT-FOUND                    VALUE '35'.
012100 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
012200     88  WS-EXTRACT-OK                       VALUE '00'.
012300 77  WS-REDELIVERY-STATUS        PIC X(02) VALUE SPACES.
012400     88  WS-REDELIVERY-OK                    VALUE '00'.
012500 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
012600     88  WS-REPORT-OK                        VALUE '00'.
012700 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
012800     88  WS-RUN-ABORTED                      VALUE 'Y'.
012900 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
013000     88  WS-END-OF-FILE                      VALUE 'Y'.
013100 77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
013200     88  WS-END-OF-CARDS                     VALUE 'Y'.
013300****************************************************************
013400*  WS-COLUMN-SW IS 'D' WHILE DELIVERY LINES ARE BEING PRINTED,   *
013500*  SO A NEW PAGE REPEATS THEIR COLUMN HEADING.                   *
013600****************************************************************
013700 77  WS-COLUMN-SW                PIC X(01) VALUE SPACE.
013800     88  WS-DELIVERY-COLUMNS                 VALUE 'D'.
013900 77  WS-LINES-PER-PAGE           PIC 9(04) VALUE 0055.
014000 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
014100 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
014200 77  WS-PRINT-SAVE               PIC X(132) VALUE SPACES.
014300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
014400 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
014500 77  WS-EDIT-COUNT               PIC 9(08) VALUE ZERO.
014600 77  WS-EDIT-NUMBER              PIC ZZ9.
014700 77  WS-EDIT-DATE                PIC 9999/99/99.
014800****************************************************************
014900*  CONTROL CARD SETTINGS (SEE ACKCTL).  SOURCE RUNS DATED ON OR  *
015000*  AFTER WS-WINDOW-DATE ARE RECONCILED.                          *
015100****************************************************************
015200 77  WS-OVERDUE-HOURS            PIC 9(03) VALUE 24.
015300 77  WS-WINDOW-DAYS              PIC 9(03) VALUE 7.
015400 77  WS-WINDOW-DATE              PIC 9(08) VALUE ZERO.
015500 77  WS-DAY-INT                  PIC 9(08) COMP VALUE ZERO.
015600****************************************************************
015700*  THE REDELIVERY ASKED FOR ON THE 'R' CARD, AND WHAT THE FIRST  *
015800*  PASS OVER EXTIN FOUND FOR IT                                  *
015900****************************************************************
016000 77  WS-REDELIVER-SW             PIC X(01) VALUE 'N'.
016100     88  WS-REDELIVERY-REQUESTED             VALUE 'Y'.
016200 77  WS-RD-TIME-SW               PIC X(01) VALUE 'N'.
016300     88  WS-RD-TIME-GIVEN                    VALUE 'Y'.
016400 77  WS-RD-MATCH-SW              PIC X(01) VALUE 'N'.
016500     88  WS-RD-IN-MATCHING-RUN               VALUE 'Y'.
016600 77  WS-RD-DAMAGE-SW             PIC X(01) VALUE 'N'.
016700     88  WS-RD-RUN-DAMAGED                   VALUE 'Y'.
016800 77  WS-RD-DEPT                  PIC X(04) VALUE SPACES.
016900 77  WS-RD-SRC-DATE              PIC 9(08) VALUE ZERO.
017000 77  WS-RD-SRC-TIME              PIC 9(08) VALUE ZERO.
017100 77  WS-RD-SRC-JOB-NAME          PIC X(08) VALUE SPACES.
017200 77  WS-RD-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
017300 77  WS-RD-RUN-DETAILS           PIC 9(08) COMP VALUE ZERO.
017400 77  WS-RD-DEPT-DETAILS          PIC 9(08) COMP VALUE ZERO.
017500 77  WS-RD-WRITTEN               PIC 9(08) COMP VALUE ZERO.
017600****************************************************************
017700*  THE DELIVERIES IN THE WINDOW, FROM DLVLOG, IN THE ORDER THEY  *
017800*  WERE FIRST DELIVERED.  A REDELIVERY UPDATES THE ENTRY IT      *
017900*  REPLACES.                                                     *
018000****************************************************************
018100 77  WS-DT-MAX                   PIC 9(04) COMP VALUE 200.
018200 77  WS-DT-COUNT                 PIC 9(04) COMP VALUE ZERO.
018300 77  WS-DT-SUB                   PIC 9(04) COMP VALUE ZERO.
018400 77  WS-DT-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
018500 01  WS-DELIVERY-TABLE.
018600     05  WS-DT-ENTRY OCCURS 200 TIMES.
018700         10  WS-DT-KEY.
018800             15  WS-DT-DEPT          PIC X(04).
018900             15  WS-DT-SRC-DATE      PIC 9(08).
019000             15  WS-DT-SRC-TIME      PIC 9(08).
019100         10  WS-DT-FILE              PIC X(08).
019200         10  WS-DT-RECORDS           PIC 9(08).
019300         10  WS-DT-DIST-DATE         PIC 9(08).
019400         10  WS-DT-DIST-TIME         PIC 9(08).
019500         10  WS-DT-REDELIVERED-SW    PIC X(01).
019600             88  WS-DT-REDELIVERED           VALUE 'Y'.
019700         10  WS-DT-ACK-SW            PIC X(01).
019800             88  WS-DT-ACKNOWLEDGED          VALUE 'Y'.
019900         10  WS-DT-LOADED            PIC 9(08).
020000 01  WS-FIND-KEY.
020100     05  WS-FIND-DEPT            PIC X(04).
020200     05  WS-FIND-SRC-DATE        PIC 9(08).
020300     05  WS-FIND-SRC-TIME        PIC 9(08).
020400****************************************************************
020500*  HOURS SINCE DELIVERY                                          *
020600****************************************************************
020700 77  WS-ELAPSED-MINUTES          PIC S9(09) COMP VALUE ZERO.
020800 77  WS-ELAPSED-HOURS            PIC 9(05) COMP VALUE ZERO.
020900 01  WS-HHMMSS-TIME.
021000     05  WS-HMS-HH               PIC 9(02).
021100     05  WS-HMS-MM               PIC 9(02).
021200     05  WS-HMS-SS               PIC 9(02).
021300     05  WS-HMS-CC               PIC 9(02).
021400 01  WS-EDIT-TIME.
021500     05  WS-ET-HH                PIC 9(02).
021600     05  FILLER                  PIC X(01) VALUE ':'.
021700     05  WS-ET-MM                PIC 9(02).
021800     05  FILLER                  PIC X(01) VALUE ':'.
021900     05  WS-ET-SS                PIC 9(02).
022000****************************************************************
022100*  RECONCILIATION COUNTS                                         *
022200****************************************************************
022300 77  WS-LOG-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
022400 77  WS-LOG-OLD-COUNT            PIC 9(08) COMP VALUE ZERO.
022500 77  WS-LOG-GARBLED-COUNT        PIC 9(08) COMP VALUE ZERO.
022600 77  WS-ACK-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
022700 77  WS-ACK-OLD-COUNT            PIC 9(08) COMP VALUE ZERO.
022800 77  WS-ACK-GARBLED-COUNT        PIC 9(08) COMP VALUE ZERO.
022900 77  WS-ACK-UNMATCHED-COUNT      PIC 9(08) COMP VALUE ZERO.
023000 77  WS-ACKED-COUNT              PIC 9(08) COMP VALUE ZERO.
023100 77  WS-SHORT-COUNT              PIC 9(08) COMP VALUE ZERO.
023200 77  WS-EXCESS-COUNT             PIC 9(08) COMP VALUE ZERO.
023300 77  WS-PENDING-COUNT            PIC 9(08) COMP VALUE ZERO.
023400 77  WS-OVERDUE-COUNT            PIC 9(08) COMP VALUE ZERO.
023500 77  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
023600 COPY EXTREC.
023700 COPY ACKRPT.
023800****************************************************************
023900*  STEP-STATUS RECORD PASSED TO STEPLOG                          *
024000****************************************************************
024100 COPY SSTREC.
024200 PROCEDURE DIVISION.
024300****************************************************************
024400*  0000-MAINLINE                                                *
024500****************************************************************
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF NOT WS-RUN-ABORTED AND WS-REDELIVERY-REQUESTED
024900         PERFORM 2000-REDELIVER THRU 2000-EXIT
025000     END-IF.
025100     IF NOT WS-RUN-ABORTED
025200         PERFORM 3000-LOAD-DELIVERIES THRU 3000-EXIT
025300     END-IF.
025400     IF NOT WS-RUN-ABORTED
025500         PERFORM 4000-MATCH-ACKNOWLEDGMENTS THRU 4000-EXIT
025600     END-IF.
025700     IF NOT WS-RUN-ABORTED
025800         PERFORM 5000-REPORT-DELIVERIES THRU 5000-EXIT
025900     END-IF.
026000     IF NOT WS-RUN-ABORTED
026100         PERFORM 5500-LIST-UNMATCHED-ACKS THRU 5500-EXIT
026200     END-IF.
026300     IF NOT WS-RUN-ABORTED
026400         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
026500     END-IF.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     COMPUTE WS-MISMATCH-COUNT = WS-SHORT-COUNT + WS-EXCESS-COUNT
026800             + WS-ACK-UNMATCHED-COUNT + WS-ACK-GARBLED-COUNT.
026900     IF WS-RUN-ABORTED
027000         MOVE 12 TO RETURN-CODE
027100     ELSE
027200         IF WS-OVERDUE-COUNT > ZERO
027300             MOVE 08 TO RETURN-CODE
027400         ELSE
027500             IF WS-MISMATCH-COUNT > ZERO
027600                 MOVE 04 TO RETURN-CODE
027700             END-IF
027800         END-IF
027900     END-IF.
028000     PERFORM 9900-LOG-STEP-STATUS THRU 9900-EXIT.
028100     STOP RUN.
028200****************************************************************
028300*  1000-INITIALIZE                                              *
028400****************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028700     ACCEPT WS-RUN-TIME FROM TIME.
028800     MOVE SPACES TO WS-DELIVERY-TABLE.
028900     OPEN OUTPUT REPORT-FILE.
029000     IF NOT WS-REPORT-OK
029100         DISPLAY 'DLVRECON - UNABLE TO OPEN ACKRPT, STATUS = '
029200                 WS-REPORT-STATUS
029300         MOVE 'Y' TO WS-ABORT-SW
029400         GO TO 1000-EXIT
029500     END-IF.
029600     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
029700     IF WS-RUN-ABORTED
029800         GO TO 1000-EXIT
029900     END-IF.
030000     COMPUTE WS-DAY-INT =
030100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-WINDOW-DAYS.
030200     COMPUTE WS-WINDOW-DATE =
030300         FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
030400     PERFORM 1200-WRITE-CRITERIA-LINES THRU 1200-EXIT.
030500 1000-EXIT.
030600     EXIT.
030700****************************************************************
030800*  1100-READ-CONTROL-CARDS                                       *
030900*  A MISSING OR EMPTY ACKCTLIN TAKES THE DEFAULTS.  ANY CARD     *
031000*  THAT IS NOT VALID ABORTS - A WRONG LIMIT WOULD REPORT         *
031100*  OVERDUE DELIVERIES AS PENDING, AND A WRONG REDELIVERY CARD    *
031200*  WOULD SEND A DEPARTMENT THE WRONG RESULTS.                    *
031300****************************************************************
031400 1100-READ-CONTROL-CARDS.
031500     OPEN INPUT CONTROL-FILE.
031600     IF WS-CONTROL-NOT-FOUND
031700         GO TO 1100-EXIT
031800     END-IF.
031900     IF NOT WS-CONTROL-OK
032000         DISPLAY 'DLVRECON - UNABLE TO OPEN ACKCTLIN, STATUS = '
032100                 WS-CONTROL-STATUS
032200         MOVE 'Y' TO WS-ABORT-SW
032300         GO TO 1100-EXIT
032400     END-IF.
032500     PERFORM 1150-APPLY-CONTROL-CARD THRU 1150-EXIT
032600             UNTIL WS-END-OF-CARDS OR WS-RUN-ABORTED.
032700     CLOSE CONTROL-FILE.
032800 1100-EXIT.
032900     EXIT.
033000****************************************************************
033100*  1150-APPLY-CONTROL-CARD                                       *
033200****************************************************************
033300 1150-APPLY-CONTROL-CARD.
033400     READ CONTROL-FILE
033500         AT END
033600             MOVE 'Y' TO WS-CARD-EOF-SW
033700             GO TO 1150-EXIT
033800     END-READ.
033900     IF ACKC-HOURS-CARD
034000         IF ACKC-NUMBER-X NUMERIC AND ACKC-NUMBER > ZERO
034100             MOVE ACKC-NUMBER TO WS-OVERDUE-HOURS
034200             GO TO 1150-EXIT
034300         END-IF
034400     END-IF.
034500     IF ACKC-WINDOW-CARD
034600         IF ACKC-NUMBER-X NUMERIC AND ACKC-NUMBER > ZERO
034700             MOVE ACKC-NUMBER TO WS-WINDOW-DAYS
034800             GO TO 1150-EXIT
034900         END-IF
035000     END-IF.
035100     IF ACKC-REDELIVER-CARD AND NOT WS-REDELIVERY-REQUESTED
035200             AND ACKC-DEPT NOT = SPACES
035300             AND ACKC-SRC-DATE-X NUMERIC
035400         IF ACKC-SRC-TIME-X = SPACES
035500             MOVE 'N' TO WS-RD-TIME-SW
035600         ELSE
035700             IF ACKC-SRC-TIME-X NOT NUMERIC
035800                 GO TO 1150-INVALID
035900             END-IF
036000             MOVE 'Y' TO WS-RD-TIME-SW
036100             MOVE ACKC-SRC-TIME TO WS-RD-SRC-TIME
036200         END-IF
036300         MOVE 'Y' TO WS-REDELIVER-SW
036400         MOVE ACKC-DEPT TO WS-RD-DEPT
036500         MOVE ACKC-SRC-DATE TO WS-RD-SRC-DATE
036600         GO TO 1150-EXIT
036700     END-IF.
036800 1150-INVALID.
036900     DISPLAY 'DLVRECON - INVALID ACKCTLIN CARD: ' ACKC-RECORD.
037000     MOVE SPACES TO ACR-MESSAGE-LINE.
037100     STRING 'INVALID ACKCTLIN CARD: ' ACKC-RECORD
037200             DELIMITED BY SIZE INTO ACR-MSG-TEXT
037300     END-STRING.
037400     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
037500     MOVE 'Y' TO WS-ABORT-SW.
037600 1150-EXIT.
037700     EXIT.
037800****************************************************************
037900*  1200-WRITE-CRITERIA-LINES                                     *
038000*  ECHOES THE WINDOW, THE OVERDUE LIMIT AND ANY REDELIVERY       *
038100*  UNDER THE FIRST PAGE HEADING.                                 *
038200****************************************************************
038300 1200-WRITE-CRITERIA-LINES.
038400     MOVE WS-WINDOW-DATE TO WS-EDIT-DATE.
038500     MOVE SPACES TO ACR-MESSAGE-LINE.
038600     STRING 'DELIVERIES OF SOURCE RUNS FROM ' WS-EDIT-DATE
038700             ' ONWARD'
038800             DELIMITED BY SIZE INTO ACR-MSG-TEXT
038900     END-STRING.
039000     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039100     MOVE WS-OVERDUE-HOURS TO WS-EDIT-NUMBER.
039200     MOVE SPACES TO ACR-MESSAGE-LINE.
039300     STRING 'OVERDUE WHEN UNACKNOWLEDGED MORE THAN '
039400             WS-EDIT-NUMBER ' HOURS AFTER DELIVERY'
039500             DELIMITED BY SIZE INTO ACR-MSG-TEXT
039600     END-STRING.
039700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
039800     IF NOT WS-REDELIVERY-REQUESTED
039900         GO TO 1200-EXIT
040000     END-IF.
040100     MOVE WS-RD-SRC-DATE TO WS-EDIT-DATE.
040200     MOVE SPACES TO ACR-MESSAGE-LINE.
040300     IF WS-RD-TIME-GIVEN
040400         MOVE WS-RD-SRC-TIME TO WS-HHMMSS-TIME
040500         PERFORM 7500-EDIT-TIME THRU 7500-EXIT
040600         STRING 'REDELIVERY REQUESTED FOR DEPT ' WS-RD-DEPT
040700                 ', SOURCE RUN ' WS-EDIT-DATE ' ' WS-EDIT-TIME
040800                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
040900         END-STRING
041000     ELSE
041100         STRING 'REDELIVERY REQUESTED FOR DEPT ' WS-RD-DEPT
041200                 ', SOURCE RUN OF ' WS-EDIT-DATE
041300                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
041400         END-STRING
041500     END-IF.
041600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
041700 1200-EXIT.
041800     EXIT.
041900****************************************************************
042000*  2000-REDELIVER                                                *
042100*  THE FIRST PASS OVER EXTIN FINDS THE REQUESTED RUN AND PROVES  *
042200*  IT - EXACTLY ONE RUN OF THAT DATE (AND TIME, IF GIVEN), A     *
042300*  TRAILER THAT AGREES WITH ITS DETAILS, AND AT LEAST ONE        *
042400*  DETAIL FOR THE DEPARTMENT.  ONLY THEN IS REDLVOUT WRITTEN.    *
042500****************************************************************
042600 2000-REDELIVER.
042700     OPEN INPUT EXTRACT-FILE.
042800     IF NOT WS-EXTRACT-OK
042900         DISPLAY 'DLVRECON - UNABLE TO OPEN EXTIN, STATUS = '
043000                 WS-EXTRACT-STATUS
043100         MOVE 'Y' TO WS-ABORT-SW
043200         GO TO 2000-EXIT
043300     END-IF.
043400     MOVE 'N' TO WS-EOF-SW.
043500     PERFORM 2100-SCAN-RETAINED-RECORD THRU 2100-EXIT
043600             UNTIL WS-END-OF-FILE.
043700     CLOSE EXTRACT-FILE.
043800     IF WS-RD-IN-MATCHING-RUN
043900         MOVE 'Y' TO WS-RD-DAMAGE-SW
044000     END-IF.
044100     MOVE SPACES TO ACR-MESSAGE-LINE.
044200     IF WS-RD-RUN-COUNT = ZERO
044300         STRING 'REQUESTED SOURCE RUN IS NOT ON EXTIN - '
044400                 'NOTHING REDELIVERED'
044500                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
044600         END-STRING
044700         PERFORM 8100-NOTE-PROBLEM THRU 8100-EXIT
044800         GO TO 2000-EXIT
044900     END-IF.
045000     IF WS-RD-RUN-COUNT > 1
045100         STRING 'EXTIN HOLDS MORE THAN ONE RUN OF THAT DATE - '
045200                 'GIVE THE SOURCE RUN TIME ON THE R CARD'
045300                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
045400         END-STRING
045500         PERFORM 8100-NOTE-PROBLEM THRU 8100-EXIT
045600         GO TO 2000-EXIT
045700     END-IF.
045800     IF WS-RD-RUN-DAMAGED
045900         STRING 'RETAINED EXTRACT OF THAT RUN DOES NOT BALANCE '
046000                 'TO ITS TRAILER - NOTHING REDELIVERED'
046100                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
046200         END-STRING
046300         PERFORM 8100-NOTE-PROBLEM THRU 8100-EXIT
046400         GO TO 2000-EXIT
046500     END-IF.
046600     IF WS-RD-DEPT-DETAILS = ZERO
046700         STRING 'DEPT ' WS-RD-DEPT ' HAS NO RESULTS IN THAT '
046800                 'RUN - NOTHING REDELIVERED'
046900                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
047000         END-STRING
047100         PERFORM 8100-NOTE-PROBLEM THRU 8100-EXIT
047200         GO TO 2000-EXIT
047300     END-IF.
047400     PERFORM 2200-WRITE-REDELIVERY THRU 2200-EXIT.
047500 2000-EXIT.
047600     EXIT.
047700****************************************************************
047800*  2100-SCAN-RETAINED-RECORD                                     *
047900*  EXTIN MAY HOLD SEVERAL RETAINED EXTRACTS, ONE AFTER ANOTHER.  *
048000****************************************************************
048100 2100-SCAN-RETAINED-RECORD.
048200     READ EXTRACT-FILE
048300         AT END
048400             MOVE 'Y' TO WS-EOF-SW
048500             GO TO 2100-EXIT
048600     END-READ.
048700     MOVE EXT-LINE TO EXT-DETAIL-REC.
048800     IF EXT-DET-ID = 'H'
048900         IF WS-RD-IN-MATCHING-RUN
049000             MOVE 'Y' TO WS-RD-DAMAGE-SW
049100         END-IF
049200         MOVE EXT-LINE TO EXT-HEADER-REC
049300         MOVE 'N' TO WS-RD-MATCH-SW
049400         IF EXT-HDR-RUN-DATE = WS-RD-SRC-DATE
049500             AND (EXT-HDR-RUN-TIME = WS-RD-SRC-TIME
049600                  OR NOT WS-RD-TIME-GIVEN)
049700             MOVE 'Y' TO WS-RD-MATCH-SW
049800             ADD 1 TO WS-RD-RUN-COUNT
049900             MOVE EXT-HDR-RUN-TIME TO WS-RD-SRC-TIME
050000             MOVE EXT-HDR-JOB-NAME TO WS-RD-SRC-JOB-NAME
050100             MOVE ZERO TO WS-RD-RUN-DETAILS
050200         END-IF
050300         GO TO 2100-EXIT
050400     END-IF.
050500     IF NOT WS-RD-IN-MATCHING-RUN
050600         GO TO 2100-EXIT
050700     END-IF.
050800     IF EXT-DET-ID = 'D' OR EXT-DET-ID = 'B'
050900         ADD 1 TO WS-RD-RUN-DETAILS
051000         IF EXT-DET-REQ-DEPT = WS-RD-DEPT
051100             ADD 1 TO WS-RD-DEPT-DETAILS
051200         END-IF
051300         GO TO 2100-EXIT
051400     END-IF.
051500     IF EXT-DET-ID = 'T'
051600         MOVE EXT-LINE TO EXT-TRAILER-REC
051700         MOVE 'N' TO WS-RD-MATCH-SW
051800         IF EXT-TRL-REC-COUNT NOT NUMERIC
051900             MOVE 'Y' TO WS-RD-DAMAGE-SW
052000             GO TO 2100-EXIT
052100         END-IF
052200         IF EXT-TRL-REC-COUNT NOT = WS-RD-RUN-DETAILS
052300             MOVE 'Y' TO WS-RD-DAMAGE-SW
052400         END-IF
052500     END-IF.
052600 2100-EXIT.
052700     EXIT.
052800****************************************************************
052900*  2200-WRITE-REDELIVERY                                         *
053000*  THE SECOND PASS COPIES THE RUN'S HEADER AND THE DEPARTMENT'S  *
053100*  DETAILS TO REDLVOUT, CLOSES IT WITH ITS OWN TRAILER, AND      *
053200*  LOGS THE REDELIVERY.                                          *
053300****************************************************************
053400 2200-WRITE-REDELIVERY.
053500     OPEN OUTPUT REDELIVERY-FILE.
053600     IF NOT WS-REDELIVERY-OK
053700         DISPLAY 'DLVRECON - UNABLE TO OPEN REDLVOUT, STATUS = '
053800                 WS-REDELIVERY-STATUS
053900         MOVE 'Y' TO WS-ABORT-SW
054000         GO TO 2200-EXIT
054100     END-IF.
054200     OPEN INPUT EXTRACT-FILE.
054300     IF NOT WS-EXTRACT-OK
054400         DISPLAY 'DLVRECON - UNABLE TO REOPEN EXTIN, STATUS = '
054500                 WS-EXTRACT-STATUS
054600         MOVE 'Y' TO WS-ABORT-SW
054700         CLOSE REDELIVERY-FILE
054800         GO TO 2200-EXIT
054900     END-IF.
055000     MOVE 'N' TO WS-EOF-SW.
055100     MOVE 'N' TO WS-RD-MATCH-SW.
055200     PERFORM 2250-COPY-RETAINED-RECORD THRU 2250-EXIT
055300             UNTIL WS-END-OF-FILE.
055400     CLOSE EXTRACT-FILE.
055500     MOVE WS-RD-WRITTEN TO EXT-TRL-REC-COUNT.
055600     WRITE REDLV-LINE FROM EXT-TRAILER-REC.
055700     CLOSE REDELIVERY-FILE.
055800     PERFORM 2300-LOG-REDELIVERY THRU 2300-EXIT.
055900     MOVE WS-RD-SRC-DATE TO WS-EDIT-DATE.
056000     MOVE WS-RD-SRC-TIME TO WS-HHMMSS-TIME.
056100     PERFORM 7500-EDIT-TIME THRU 7500-EXIT.
056200     MOVE WS-RD-WRITTEN TO WS-EDIT-COUNT.
056300     MOVE SPACES TO ACR-MESSAGE-LINE.
056400     STRING 'REDELIVERED ' WS-EDIT-COUNT ' RECORDS FOR DEPT '
056500             WS-RD-DEPT ' FROM SOURCE RUN ' WS-EDIT-DATE ' '
056600             WS-EDIT-TIME ' ON REDLVOUT'
056700             DELIMITED BY SIZE INTO ACR-MSG-TEXT
056800     END-STRING.
056900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
057000     DISPLAY 'DLVRECON - ' ACR-MSG-TEXT.
057100 2200-EXIT.
057200     EXIT.
057300****************************************************************
057400*  2250-COPY-RETAINED-RECORD                                     *
057500****************************************************************
057600 2250-COPY-RETAINED-RECORD.
057700     READ EXTRACT-FILE
057800         AT END
057900             MOVE 'Y' TO WS-EOF-SW
058000             GO TO 2250-EXIT
058100     END-READ.
058200     MOVE EXT-LINE TO EXT-DETAIL-REC.
058300     IF EXT-DET-ID = 'H'
058400         MOVE EXT-LINE TO EXT-HEADER-REC
058500         MOVE 'N' TO WS-RD-MATCH-SW
058600         IF EXT-HDR-RUN-DATE = WS-RD-SRC-DATE
058700                 AND EXT-HDR-RUN-TIME = WS-RD-SRC-TIME
058800             MOVE 'Y' TO WS-RD-MATCH-SW
058900             WRITE REDLV-LINE FROM EXT-LINE
059000         END-IF
059100         GO TO 2250-EXIT
059200     END-IF.
059300     IF NOT WS-RD-IN-MATCHING-RUN
059400         GO TO 2250-EXIT
059500     END-IF.
059600     IF (EXT-DET-ID = 'D' OR EXT-DET-ID = 'B')
059700             AND EXT-DET-REQ-DEPT = WS-RD-DEPT
059800         WRITE REDLV-LINE FROM EXT-LINE
059900         ADD 1 TO WS-RD-WRITTEN
060000         GO TO 2250-EXIT
060100     END-IF.
060200     IF EXT-DET-ID = 'T'
060300         MOVE 'N' TO WS-RD-MATCH-SW
060400     END-IF.
060500 2250-EXIT.
060600     EXIT.
060700****************************************************************
060800*  2300-LOG-REDELIVERY                                           *
060900*  A REDELIVERY THAT CANNOT BE LOGGED HAS STILL BEEN WRITTEN -   *
061000*  IT IS REPORTED, AND THE DELIVERY KEEPS AGING FROM THE         *
061100*  ORIGINAL DELIVERY.                                            *
061200****************************************************************
061300 2300-LOG-REDELIVERY.
061400     OPEN EXTEND DELIVERY-LOG-FILE.
061500     IF WS-DLVLOG-NOT-FOUND
061600         OPEN OUTPUT DELIVERY-LOG-FILE
061700     END-IF.
061800     IF NOT WS-DLVLOG-OK
061900         DISPLAY 'DLVRECON - UNABLE TO OPEN DLVLOG, STATUS = '
062000                 WS-DLVLOG-STATUS ', REDELIVERY NOT LOGGED'
062100         MOVE SPACES TO ACR-MESSAGE-LINE
062200         MOVE 'DLVLOG COULD NOT BE OPENED - REDELIVERY NOT LOGGED'
062300                 TO ACR-MSG-TEXT
062400         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
062500         GO TO 2300-EXIT
062600     END-IF.
062700     MOVE SPACES TO DLV-RECORD.
062800     MOVE WS-RD-DEPT TO DLV-DEPT.
062900     MOVE 'REDLVOUT' TO DLV-FILE.
063000     MOVE WS-RD-SRC-DATE TO DLV-SRC-DATE.
063100     MOVE WS-RD-SRC-TIME TO DLV-SRC-TIME.
063200     MOVE WS-RD-SRC-JOB-NAME TO DLV-SRC-JOB-NAME.
063300     MOVE WS-RD-WRITTEN TO DLV-COUNT.
063400     MOVE WS-RUN-DATE TO DLV-DIST-DATE.
063500     MOVE WS-RUN-TIME TO DLV-DIST-TIME.
063600     MOVE 'R' TO DLV-TYPE-X.
063700     WRITE DLV-RECORD.
063800     IF NOT WS-DLVLOG-OK
063900         DISPLAY 'DLVRECON - DLVLOG WRITE FAILED, STATUS = '
064000                 WS-DLVLOG-STATUS
064100     END-IF.
064200     CLOSE DELIVERY-LOG-FILE.
064300 2300-EXIT.
064400     EXIT.
064500****************************************************************
064600*  3000-LOAD-DELIVERIES                                          *
064700*  A MISSING DLVLOG MEANS NOTHING HAS BEEN DELIVERED YET.  A     *
064800*  GARBLED ENTRY IS COUNTED AND PASSED OVER.                     *
064900****************************************************************
065000 3000-LOAD-DELIVERIES.
065100     OPEN INPUT DELIVERY-LOG-FILE.
065200     IF WS-DLVLOG-NOT-FOUND
065300         DISPLAY 'DLVRECON - NO DLVLOG, NOTHING HAS BEEN '
065400                 'DELIVERED'
065500         GO TO 3000-EXIT
065600     END-IF.
065700     IF NOT WS-DLVLOG-OK
065800         DISPLAY 'DLVRECON - UNABLE TO OPEN DLVLOG, STATUS = '
065900                 WS-DLVLOG-STATUS
066000         MOVE 'Y' TO WS-ABORT-SW
066100         GO TO 3000-EXIT
066200     END-IF.
066300     MOVE 'N' TO WS-EOF-SW.
066400     PERFORM 3100-LOAD-DELIVERY THRU 3100-EXIT
066500             UNTIL WS-END-OF-FILE OR WS-RUN-ABORTED.
066600     CLOSE DELIVERY-LOG-FILE.
066700 3000-EXIT.
066800     EXIT.
066900****************************************************************
067000*  3100-LOAD-DELIVERY                                            *
067100****************************************************************
067200 3100-LOAD-DELIVERY.
067300     READ DELIVERY-LOG-FILE
067400         AT END
067500             MOVE 'Y' TO WS-EOF-SW
067600             GO TO 3100-EXIT
067700     END-READ.
067800     ADD 1 TO WS-LOG-READ-COUNT.
067900     IF DLV-DEPT = SPACES
068000             OR DLV-SRC-DATE NOT NUMERIC
068100             OR DLV-SRC-TIME NOT NUMERIC
068200             OR DLV-COUNT NOT NUMERIC
068300             OR DLV-DIST-DATE NOT NUMERIC
068400             OR DLV-DIST-TIME NOT NUMERIC
068500         ADD 1 TO WS-LOG-GARBLED-COUNT
068600         GO TO 3100-EXIT
068700     END-IF.
068800     IF DLV-SRC-DATE < WS-WINDOW-DATE
068900         ADD 1 TO WS-LOG-OLD-COUNT
069000         GO TO 3100-EXIT
069100     END-IF.
069200     MOVE DLV-DEPT TO WS-FIND-DEPT.
069300     MOVE DLV-SRC-DATE TO WS-FIND-SRC-DATE.
069400     MOVE DLV-SRC-TIME TO WS-FIND-SRC-TIME.
069500     PERFORM 6000-FIND-DELIVERY THRU 6000-EXIT.
069600     IF WS-DT-FOUND-SUB = ZERO
069700         IF WS-DT-COUNT NOT < WS-DT-MAX
069800             DISPLAY 'DLVRECON - MORE THAN ' WS-DT-MAX
069900                     ' DELIVERIES IN THE WINDOW'
070000             MOVE SPACES TO ACR-MESSAGE-LINE
070100             STRING 'MORE THAN 200 DELIVERIES IN THE WINDOW - '
070200                     'SHORTEN IT WITH A W CARD'
070300                     DELIMITED BY SIZE INTO ACR-MSG-TEXT
070400             END-STRING
070500             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
070600             MOVE 'Y' TO WS-ABORT-SW
070700             GO TO 3100-EXIT
070800         END-IF
070900         ADD 1 TO WS-DT-COUNT
071000         MOVE WS-DT-COUNT TO WS-DT-FOUND-SUB
071100         MOVE WS-FIND-KEY TO WS-DT-KEY (WS-DT-COUNT)
071200         MOVE 'N' TO WS-DT-REDELIVERED-SW (WS-DT-COUNT)
071300         MOVE 'N' TO WS-DT-ACK-SW (WS-DT-COUNT)
071400         MOVE ZERO TO WS-DT-LOADED (WS-DT-COUNT)
071500     END-IF.
071600     MOVE WS-DT-FOUND-SUB TO WS-DT-SUB.
071700     MOVE DLV-FILE TO WS-DT-FILE (WS-DT-SUB).
071800     MOVE DLV-COUNT TO WS-DT-RECORDS (WS-DT-SUB).
071900     MOVE DLV-DIST-DATE TO WS-DT-DIST-DATE (WS-DT-SUB).
072000     MOVE DLV-DIST-TIME TO WS-DT-DIST-TIME (WS-DT-SUB).
072100     IF DLV-REDELIVERY
072200         MOVE 'Y' TO WS-DT-REDELIVERED-SW (WS-DT-SUB)
072300     END-IF.
072400 3100-EXIT.
072500     EXIT.
072600****************************************************************
072700*  4000-MATCH-ACKNOWLEDGMENTS                                    *
072800*  A MISSING ACKIN MEANS NO DEPARTMENT HAS ACKNOWLEDGED YET.     *
072900****************************************************************
073000 4000-MATCH-ACKNOWLEDGMENTS.
073100     OPEN INPUT ACK-FILE.
073200     IF WS-ACK-NOT-FOUND
073300         DISPLAY 'DLVRECON - NO ACKIN, NOTHING HAS BEEN '
073400                 'ACKNOWLEDGED'
073500         GO TO 4000-EXIT
073600     END-IF.
073700     IF NOT WS-ACK-OK
073800         DISPLAY 'DLVRECON - UNABLE TO OPEN ACKIN, STATUS = '
073900                 WS-ACK-STATUS
074000         MOVE 'Y' TO WS-ABORT-SW
074100         GO TO 4000-EXIT
074200     END-IF.
074300     MOVE 'N' TO WS-EOF-SW.
074400     PERFORM 4100-MATCH-ACKNOWLEDGMENT THRU 4100-EXIT
074500             UNTIL WS-END-OF-FILE.
074600     CLOSE ACK-FILE.
074700 4000-EXIT.
074800     EXIT.
074900****************************************************************
075000*  4100-MATCH-ACKNOWLEDGMENT                                     *
075100*  THE LAST ACKNOWLEDGMENT OF A DELIVERY ON ACKIN IS THE ONE     *
075200*  THAT COUNTS.  UNMATCHED AND GARBLED ONES ARE COUNTED HERE     *
075300*  AND LISTED BY 5500.                                           *
075400****************************************************************
075500 4100-MATCH-ACKNOWLEDGMENT.
075600     READ ACK-FILE
075700         AT END
075800             MOVE 'Y' TO WS-EOF-SW
075900             GO TO 4100-EXIT
076000     END-READ.
076100     ADD 1 TO WS-ACK-READ-COUNT.
076200     IF ACK-DEPT = SPACES
076300             OR ACK-SRC-DATE-X NOT NUMERIC
076400             OR ACK-SRC-TIME-X NOT NUMERIC
076500             OR ACK-LOAD-COUNT-X NOT NUMERIC
076600         ADD 1 TO WS-ACK-GARBLED-COUNT
076700         GO TO 4100-EXIT
076800     END-IF.
076900     IF ACK-SRC-DATE < WS-WINDOW-DATE
077000         ADD 1 TO WS-ACK-OLD-COUNT
077100         GO TO 4100-EXIT
077200     END-IF.
077300     MOVE ACK-DEPT TO WS-FIND-DEPT.
077400     MOVE ACK-SRC-DATE TO WS-FIND-SRC-DATE.
077500     MOVE ACK-SRC-TIME TO WS-FIND-SRC-TIME.
077600     PERFORM 6000-FIND-DELIVERY THRU 6000-EXIT.
077700     IF WS-DT-FOUND-SUB = ZERO
077800         ADD 1 TO WS-ACK-UNMATCHED-COUNT
077900         GO TO 4100-EXIT
078000     END-IF.
078100     MOVE 'Y' TO WS-DT-ACK-SW (WS-DT-FOUND-SUB).
078200     MOVE ACK-LOAD-COUNT TO WS-DT-LOADED (WS-DT-FOUND-SUB).
078300 4100-EXIT.
078400     EXIT.
078500****************************************************************
078600*  5000-REPORT-DELIVERIES                                        *
078700****************************************************************
078800 5000-REPORT-DELIVERIES.
078900     MOVE 'D' TO WS-COLUMN-SW.
079000     IF WS-LINE-COUNT > ZERO
079100         PERFORM 7100-WRITE-COLUMN-LINE THRU 7100-EXIT
079200     END-IF.
079300     PERFORM 5100-REPORT-DELIVERY THRU 5100-EXIT
079400             VARYING WS-DT-SUB FROM 1 BY 1
079500             UNTIL WS-DT-SUB > WS-DT-COUNT.
079600     MOVE SPACE TO WS-COLUMN-SW.
079700     IF WS-DT-COUNT = ZERO
079800         MOVE SPACES TO ACR-MESSAGE-LINE
079900         MOVE 'NO DELIVERIES IN THE WINDOW' TO ACR-MSG-TEXT
080000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
080100     END-IF.
080200 5000-EXIT.
080300     EXIT.
080400****************************************************************
080500*  5100-REPORT-DELIVERY                                          *
080600*  CLASSIFIES ONE DELIVERY AND PRINTS ITS LINE.  THE HOURS ARE   *
080700*  COUNTED FROM THE LATEST DELIVERY OF THE FILE.                 *
080800****************************************************************
080900 5100-REPORT-DELIVERY.
081000     PERFORM 5150-COMPUTE-HOURS THRU 5150-EXIT.
081100     MOVE SPACES TO ACR-DETAIL-LINE.
081200     MOVE WS-DT-DEPT (WS-DT-SUB) TO ACR-DET-DEPT.
081300     MOVE WS-DT-FILE (WS-DT-SUB) TO ACR-DET-FILE.
081400     MOVE WS-DT-SRC-DATE (WS-DT-SUB) TO ACR-DET-SRC-DATE.
081500     MOVE WS-DT-SRC-TIME (WS-DT-SUB) TO WS-HHMMSS-TIME.
081600     PERFORM 7500-EDIT-TIME THRU 7500-EXIT.
081700     MOVE WS-EDIT-TIME TO ACR-DET-SRC-TIME.
081800     MOVE WS-DT-DIST-DATE (WS-DT-SUB) TO ACR-DET-DLV-DATE.
081900     MOVE WS-DT-DIST-TIME (WS-DT-SUB) TO WS-HHMMSS-TIME.
082000     PERFORM 7500-EDIT-TIME THRU 7500-EXIT.
082100     MOVE WS-EDIT-TIME TO ACR-DET-DLV-TIME.
082200     MOVE WS-DT-RECORDS (WS-DT-SUB) TO ACR-DET-COUNT.
082300     MOVE WS-ELAPSED-HOURS TO ACR-DET-HOURS.
082400     IF WS-DT-REDELIVERED (WS-DT-SUB)
082500         MOVE 'REDELIVERED' TO ACR-DET-NOTE
082600     END-IF.
082700     IF NOT WS-DT-ACKNOWLEDGED (WS-DT-SUB)
082800         IF WS-ELAPSED-MINUTES > WS-OVERDUE-HOURS * 60
082900             MOVE 'OVERDUE' TO ACR-DET-STATUS
083000             ADD 1 TO WS-OVERDUE-COUNT
083100         ELSE
083200             MOVE 'PENDING' TO ACR-DET-STATUS
083300             ADD 1 TO WS-PENDING-COUNT
083400         END-IF
083500         GO TO 5100-PRINT
083600     END-IF.
083700     MOVE WS-DT-LOADED (WS-DT-SUB) TO ACR-DET-LOADED.
083800     IF WS-DT-LOADED (WS-DT-SUB) = WS-DT-RECORDS (WS-DT-SUB)
083900         MOVE 'ACKED' TO ACR-DET-STATUS
084000         ADD 1 TO WS-ACKED-COUNT
084100         GO TO 5100-PRINT
084200     END-IF.
084300     IF WS-DT-LOADED (WS-DT-SUB) < WS-DT-RECORDS (WS-DT-SUB)
084400         MOVE 'SHORT' TO ACR-DET-STATUS
084500         ADD 1 TO WS-SHORT-COUNT
084600     ELSE
084700         MOVE 'EXCESS' TO ACR-DET-STATUS
084800         ADD 1 TO WS-EXCESS-COUNT
084900     END-IF.
085000 5100-PRINT.
085100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
085200 5100-EXIT.
085300     EXIT.
085400****************************************************************
085500*  5150-COMPUTE-HOURS                                            *
085600*  MINUTES FROM THE DELIVERY TO THIS RUN, AND WHOLE HOURS.  A    *
085700*  DELIVERY STAMPED AFTER THIS RUN COUNTS AS JUST DELIVERED.     *
085800****************************************************************
085900 5150-COMPUTE-HOURS.
086000     COMPUTE WS-ELAPSED-MINUTES =
086100         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
086200          - FUNCTION INTEGER-OF-DATE(WS-DT-DIST-DATE (WS-DT-SUB)))
086300         * 1440.
086400     MOVE WS-RUN-TIME TO WS-HHMMSS-TIME.
086500     COMPUTE WS-ELAPSED-MINUTES = WS-ELAPSED-MINUTES
086600         + WS-HMS-HH * 60 + WS-HMS-MM.
086700     MOVE WS-DT-DIST-TIME (WS-DT-SUB) TO WS-HHMMSS-TIME.
086800     COMPUTE WS-ELAPSED-MINUTES = WS-ELAPSED-MINUTES
086900         - WS-HMS-HH * 60 - WS-HMS-MM.
087000     IF WS-ELAPSED-MINUTES < ZERO
087100         MOVE ZERO TO WS-ELAPSED-MINUTES
087200     END-IF.
087300     COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-MINUTES / 60.
087400 5150-EXIT.
087500     EXIT.
087600****************************************************************
087700*  5500-LIST-UNMATCHED-ACKS                                      *
087800*  A SECOND PASS OVER ACKIN LISTS EVERY ACKNOWLEDGMENT THAT      *
087900*  MATCHED NO DELIVERY IN THE WINDOW, OR COULD NOT BE READ.      *
088000****************************************************************
088100 5500-LIST-UNMATCHED-ACKS.
088200     IF WS-ACK-UNMATCHED-COUNT = ZERO
088300             AND WS-ACK-GARBLED-COUNT = ZERO
088400         GO TO 5500-EXIT
088500     END-IF.
088600     MOVE SPACES TO ACR-MESSAGE-LINE.
088700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
088800     MOVE 'ACKNOWLEDGMENTS MATCHING NO DELIVERY' TO ACR-MSG-TEXT.
088900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
089000     OPEN INPUT ACK-FILE.
089100     IF NOT WS-ACK-OK
089200         DISPLAY 'DLVRECON - UNABLE TO REOPEN ACKIN, STATUS = '
089300                 WS-ACK-STATUS
089400         MOVE 'Y' TO WS-ABORT-SW
089500         GO TO 5500-EXIT
089600     END-IF.
089700     MOVE 'N' TO WS-EOF-SW.
089800     PERFORM 5550-LIST-UNMATCHED-ACK THRU 5550-EXIT
089900             UNTIL WS-END-OF-FILE.
090000     CLOSE ACK-FILE.
090100 5500-EXIT.
090200     EXIT.
090300****************************************************************
090400*  5550-LIST-UNMATCHED-ACK                                       *
090500****************************************************************
090600 5550-LIST-UNMATCHED-ACK.
090700     READ ACK-FILE
090800         AT END
090900             MOVE 'Y' TO WS-EOF-SW
091000             GO TO 5550-EXIT
091100     END-READ.
091200     MOVE SPACES TO ACR-MESSAGE-LINE.
091300     IF ACK-DEPT = SPACES
091400             OR ACK-SRC-DATE-X NOT NUMERIC
091500             OR ACK-SRC-TIME-X NOT NUMERIC
091600             OR ACK-LOAD-COUNT-X NOT NUMERIC
091700         STRING 'NOT VALID: ' ACK-RECORD
091800                 DELIMITED BY SIZE INTO ACR-MSG-TEXT
091900         END-STRING
092000         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
092100         GO TO 5550-EXIT
092200     END-IF.
092300     IF ACK-SRC-DATE < WS-WINDOW-DATE
092400         GO TO 5550-EXIT
092500     END-IF.
092600     MOVE ACK-DEPT TO WS-FIND-DEPT.
092700     MOVE ACK-SRC-DATE TO WS-FIND-SRC-DATE.
092800     MOVE ACK-SRC-TIME TO WS-FIND-SRC-TIME.
092900     PERFORM 6000-FIND-DELIVERY THRU 6000-EXIT.
093000     IF WS-DT-FOUND-SUB > ZERO
093100         GO TO 5550-EXIT
093200     END-IF.
093300     MOVE ACK-SRC-DATE TO WS-EDIT-DATE.
093400     MOVE ACK-SRC-TIME TO WS-HHMMSS-TIME.
093500     PERFORM 7500-EDIT-TIME THRU 7500-EXIT.
093600     STRING 'DEPT ' ACK-DEPT ' SOURCE RUN ' WS-EDIT-DATE ' '
093700             WS-EDIT-TIME ' LOADED ' ACK-LOAD-COUNT
093800             ' - NO SUCH DELIVERY ON DLVLOG'
093900             DELIMITED BY SIZE INTO ACR-MSG-TEXT
094000     END-STRING.
094100     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
094200 5550-EXIT.
094300     EXIT.
094400****************************************************************
094500*  6000-FIND-DELIVERY                                            *
094600*  LOOKS UP WS-FIND-KEY IN THE DELIVERY TABLE.  WS-DT-FOUND-SUB  *
094700*  IS ZERO IF IT IS NOT THERE.                                   *
094800****************************************************************
094900 6000-FIND-DELIVERY.
095000     MOVE ZERO TO WS-DT-FOUND-SUB.
095100     MOVE ZERO TO WS-DT-SUB.
095200     PERFORM 6100-TEST-DELIVERY-ENTRY THRU 6100-EXIT
095300             UNTIL WS-DT-FOUND-SUB > ZERO
095400                OR WS-DT-SUB NOT < WS-DT-COUNT.
095500 6000-EXIT.
095600     EXIT.
095700****************************************************************
095800*  6100-TEST-DELIVERY-ENTRY                                      *
095900****************************************************************
096000 6100-TEST-DELIVERY-ENTRY.
096100     ADD 1 TO WS-DT-SUB.
096200     IF WS-DT-KEY (WS-DT-SUB) = WS-FIND-KEY
096300         MOVE WS-DT-SUB TO WS-DT-FOUND-SUB
096400     END-IF.
096500 6100-EXIT.
096600     EXIT.
096700****************************************************************
096800*  7000-WRITE-HEADING-LINES                                      *
096900****************************************************************
097000 7000-WRITE-HEADING-LINES.
097100     ADD 1 TO WS-PAGE-COUNT.
097200     MOVE SPACES TO ACR-HEADING-LINE.
097300     MOVE 'DELIVERY ACKNOWLEDGMENT RECONCILIATION'
097400             TO ACR-HDG-TITLE.
097500     MOVE 'RUN DATE ' TO ACR-HDG-DATE-LIT.
097600     MOVE WS-RUN-DATE TO ACR-HDG-DATE.
097700     MOVE 'PAGE ' TO ACR-HDG-PAGE-LIT.
097800     MOVE WS-PAGE-COUNT TO ACR-HDG-PAGE.
097900     WRITE RPT-LINE FROM ACR-HEADING-LINE.
098000     MOVE 1 TO WS-LINE-COUNT.
098100     IF WS-DELIVERY-COLUMNS
098200         PERFORM 7100-WRITE-COLUMN-LINE THRU 7100-EXIT
098300     END-IF.
098400 7000-EXIT.
098500     EXIT.
098600****************************************************************
098700*  7100-WRITE-COLUMN-LINE                                        *
098800****************************************************************
098900 7100-WRITE-COLUMN-LINE.
099000     MOVE SPACES TO ACR-COLUMN-LINE.
099100     MOVE 'DEPT' TO ACR-COL-DEPT-LIT.
099200     MOVE 'FILE' TO ACR-COL-FILE-LIT.
099300     MOVE 'SOURCE RUN' TO ACR-COL-SOURCE-LIT.
099400     MOVE 'DELIVERED' TO ACR-COL-DELIVERED-LIT.
099500     MOVE '   RECORDS' TO ACR-COL-COUNT-LIT.
099600     MOVE '    LOADED' TO ACR-COL-LOADED-LIT.
099700     MOVE 'HOURS' TO ACR-COL-HOURS-LIT.
099800     MOVE 'RESULT' TO ACR-COL-STATUS-LIT.
099900     WRITE RPT-LINE FROM ACR-COLUMN-LINE.
100000     ADD 1 TO WS-LINE-COUNT.
100100 7100-EXIT.
100200     EXIT.
100300****************************************************************
100400*  7500-EDIT-TIME                                                *
100500*  EDITS THE HHMMSSCC TIME IN WS-HHMMSS-TIME AS HH:MM:SS.        *
100600****************************************************************
100700 7500-EDIT-TIME.
100800     MOVE WS-HMS-HH TO WS-ET-HH.
100900     MOVE WS-HMS-MM TO WS-ET-MM.
101000     MOVE WS-HMS-SS TO WS-ET-SS.
101100 7500-EXIT.
101200     EXIT.
101300****************************************************************
101400*  7900-PRINT-LINE                                               *
101500*  PRINTS THE LINE BUILT IN ACR-RECORD, STARTING A NEW PAGE      *
101600*  FIRST WHEN THE CURRENT ONE IS FULL.                           *
101700****************************************************************
101800 7900-PRINT-LINE.
101900     IF NOT WS-REPORT-OK
102000         GO TO 7900-EXIT
102100     END-IF.
102200     IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT NOT LESS
102300             THAN WS-LINES-PER-PAGE
102400         MOVE ACR-RECORD TO WS-PRINT-SAVE
102500         PERFORM 7000-WRITE-HEADING-LINES THRU 7000-EXIT
102600         MOVE WS-PRINT-SAVE TO ACR-RECORD
102700     END-IF.
102800     WRITE RPT-LINE FROM ACR-RECORD.
102900     ADD 1 TO WS-LINE-COUNT.
103000 7900-EXIT.
103100     EXIT.
103200****************************************************************
103300*  8000-WRITE-SUMMARY                                            *
103400****************************************************************
103500 8000-WRITE-SUMMARY.
103600     MOVE SPACES TO ACR-MESSAGE-LINE.
103700     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
103800     MOVE 'DELIVERIES IN THE WINDOW' TO ACR-CNT-LIT.
103900     MOVE WS-DT-COUNT TO WS-EDIT-COUNT.
104000     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
104100     MOVE '  ACKNOWLEDGED, LOADED IN FULL' TO ACR-CNT-LIT.
104200     MOVE WS-ACKED-COUNT TO WS-EDIT-COUNT.
104300     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
104400     MOVE '  ACKNOWLEDGED, SHORT-LOADED' TO ACR-CNT-LIT.
104500     MOVE WS-SHORT-COUNT TO WS-EDIT-COUNT.
104600     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
104700     MOVE '  ACKNOWLEDGED, LOADED MORE THAN SENT' TO ACR-CNT-LIT.
104800     MOVE WS-EXCESS-COUNT TO WS-EDIT-COUNT.
104900     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
105000     MOVE '  UNACKNOWLEDGED, PENDING' TO ACR-CNT-LIT.
105100     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
105200     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
105300     MOVE '  UNACKNOWLEDGED, OVERDUE' TO ACR-CNT-LIT.
105400     MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT.
105500     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
105600     MOVE 'DLVLOG ENTRIES READ' TO ACR-CNT-LIT.
105700     MOVE WS-LOG-READ-COUNT TO WS-EDIT-COUNT.
105800     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
105900     MOVE '  BEFORE THE WINDOW' TO ACR-CNT-LIT.
106000     MOVE WS-LOG-OLD-COUNT TO WS-EDIT-COUNT.
106100     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
106200     MOVE '  NOT VALID, PASSED OVER' TO ACR-CNT-LIT.
106300     MOVE WS-LOG-GARBLED-COUNT TO WS-EDIT-COUNT.
106400     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
106500     MOVE 'ACKNOWLEDGMENTS READ' TO ACR-CNT-LIT.
106600     MOVE WS-ACK-READ-COUNT TO WS-EDIT-COUNT.
106700     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
106800     MOVE '  BEFORE THE WINDOW' TO ACR-CNT-LIT.
106900     MOVE WS-ACK-OLD-COUNT TO WS-EDIT-COUNT.
107000     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
107100     MOVE '  MATCHING NO DELIVERY' TO ACR-CNT-LIT.
107200     MOVE WS-ACK-UNMATCHED-COUNT TO WS-EDIT-COUNT.
107300     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
107400     MOVE '  NOT VALID' TO ACR-CNT-LIT.
107500     MOVE WS-ACK-GARBLED-COUNT TO WS-EDIT-COUNT.
107600     PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT.
107700     IF WS-REDELIVERY-REQUESTED
107800         MOVE 'RECORDS REDELIVERED ON REDLVOUT' TO ACR-CNT-LIT
107900         MOVE WS-RD-WRITTEN TO WS-EDIT-COUNT
108000         PERFORM 8050-WRITE-COUNT-LINE THRU 8050-EXIT
108100     END-IF.
108200     DISPLAY 'DLVRECON - DELIVERIES ' WS-DT-COUNT
108300             ', OVERDUE ' WS-OVERDUE-COUNT
108400             ', SHORT ' WS-SHORT-COUNT
108500             ', PENDING ' WS-PENDING-COUNT.
108600 8000-EXIT.
108700     EXIT.
108800****************************************************************
108900*  8050-WRITE-COUNT-LINE                                         *
109000*  PRINTS THE COUNT LINE WHOSE LITERAL IS ALREADY SET, WITH THE  *
109100*  COUNT IN WS-EDIT-COUNT.                                       *
109200****************************************************************
109300 8050-WRITE-COUNT-LINE.
109400     MOVE WS-EDIT-COUNT TO ACR-CNT-COUNT.
109500     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
109600     MOVE SPACES TO ACR-COUNT-LINE.
109700 8050-EXIT.
109800     EXIT.
109900****************************************************************
110000*  8100-NOTE-PROBLEM                                             *
110100*  PRINTS THE MESSAGE IN ACR-MSG-TEXT AS THE REASON THE RUN      *
110200*  CANNOT GO ON, ECHOES IT TO THE CONSOLE, AND ABORTS.           *
110300****************************************************************
110400 8100-NOTE-PROBLEM.
110500     DISPLAY 'DLVRECON - ' ACR-MSG-TEXT.
110600     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
110700     MOVE SPACES TO ACR-MESSAGE-LINE.
110800     MOVE 'Y' TO WS-ABORT-SW.
110900 8100-EXIT.
111000     EXIT.
111100****************************************************************
111200*  9000-TERMINATE                                               *
111300****************************************************************
111400 9000-TERMINATE.
111500     IF WS-RUN-ABORTED AND WS-REPORT-OK
111600         MOVE SPACES TO ACR-MESSAGE-LINE
111700         MOVE 'NOT RECONCILED - CORRECT THE ABOVE AND RERUN'
111800                 TO ACR-MSG-TEXT
111900         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
112000     END-IF.
112100     CLOSE REPORT-FILE.
112200 9000-EXIT.
112300     EXIT.
112400****************************************************************
112500*  9900-LOG-STEP-STATUS                                         *
112600*  APPENDS THIS STEP'S STATUS RECORD TO THE STEPLOG JOB-STREAM  *
112700*  LOG (SEE SSTREC).  THE RETURN CODE IS RESTORED AFTER THE     *
112800*  CALL, SO LOGGING NEVER CHANGES THE OUTCOME OF THE STEP.      *
112900****************************************************************
113000 9900-LOG-STEP-STATUS.
113100     MOVE SPACES TO SST-RECORD.
113200     MOVE 'DLVRECON' TO SST-PROGRAM.
113300     MOVE WS-RUN-DATE TO SST-RUN-DATE.
113400     MOVE WS-RUN-TIME TO SST-RUN-TIME.
113500     MOVE RETURN-CODE TO SST-RETURN-CODE.
113600     MOVE 'DELIVERY' TO SST-COUNT-NAME (1).
113700     MOVE WS-DT-COUNT TO SST-COUNT (1).
113800     MOVE 'ACKED' TO SST-COUNT-NAME (2).
113900     MOVE WS-ACKED-COUNT TO SST-COUNT (2).
114000     MOVE 'SHORT' TO SST-COUNT-NAME (3).
114100     COMPUTE SST-COUNT (3) = WS-SHORT-COUNT + WS-EXCESS-COUNT.
114200     MOVE 'PENDING' TO SST-COUNT-NAME (4).
114300     MOVE WS-PENDING-COUNT TO SST-COUNT (4).
114400     MOVE 'OVERDUE' TO SST-COUNT-NAME (5).
114500     MOVE WS-OVERDUE-COUNT TO SST-COUNT (5).
114600     MOVE 'REDLVRD' TO SST-COUNT-NAME (6).
114700     MOVE WS-RD-WRITTEN TO SST-COUNT (6).
114800     IF SST-RETURN-CODE = 04
114900         MOVE 'ACK DISCREPANCIES - SEE ACKRPT' TO SST-REASON
115000     END-IF.
115100     IF SST-RETURN-CODE = 08
115200         MOVE 'OVERDUE' TO SST-DISPOSITION
115300         MOVE 'OVERDUE DELIVERY - SEE ACKRPT' TO SST-REASON
115400     END-IF.
115500     IF SST-RETURN-CODE = 12
115600         MOVE 'NOT RECONCILED - SEE ACKRPT' TO SST-REASON
115700     END-IF.
115800     CALL 'STEPLOG' USING SST-RECORD.
115900     MOVE SST-RETURN-CODE TO RETURN-CODE.
116000 9900-EXIT.
116100     EXIT.
