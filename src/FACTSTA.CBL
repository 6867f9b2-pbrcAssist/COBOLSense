000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  FACTSTA                                       *
000400*  DESCRIPTION  :  ONLINE (CICS) REQUEST STATUS INQUIRY.  A      *
000500*                  USER KEYS A REQUESTING DEPARTMENT AND         *
000600*                  REQUEST REFERENCE ON THE FSTA TRANSACTION     *
000700*                  AND GETS BACK THE REQUEST'S CURRENT STATUS    *
000800*                  FROM THE RQSTMST REQUEST STATUS MASTER (SEE   *
000900*                  RQSREC) - SUBMITTED, GENERATED, DEFERRED,     *
001000*                  REJECTED, CORRECTED, COMPLETED OR DELIVERED - *
001100*                  WITH THE DATE, TIME AND JOB OF EACH RECENT    *
001200*                  EVENT, NEWEST FIRST, SO A DEPARTMENT CAN SEE  *
001300*                  WHERE A REQUEST STANDS WITHOUT PHONING        *
001400*                  OPERATIONS.                                   *
001500*                                                                *
001600*  INPUT        :  FSTA DDDD RRRRRRRR                            *
001700*                                                                *
001800*  NOTE         :  READ-ONLY.  NOTHING IS CALCULATED, SO NO      *
001900*                  AUDQ ENTRY IS WRITTEN.                        *
002000*                                                                *
002100****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    FACTSTA.
002400 AUTHOR.        D. HOLLAND.
002500 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002600 DATE-WRITTEN.  11/30/2026.
002700 DATE-COMPILED.
002800****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  ------------------------------------------------------------ *
003100*  2026-11-30  DEH  ORIGINAL PROGRAM.                           *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900****************************************************************
004000*  TERMINAL INPUT.  THE TRANSACTION ID IS FOLLOWED BY THE       *
004100*  DEPARTMENT IN COLUMNS 6-9 AND THE REFERENCE IN 11-18.        *
004200****************************************************************
004300 01  STA-INPUT.
004400     05  FILLER                      PIC X(05).
004500     05  STA-REQ-DEPT                PIC X(04).
004600     05  FILLER                      PIC X(01).
004700     05  STA-REQ-REF                 PIC X(08).
004800     05  FILLER                      PIC X(62).
004900 77  STA-INPUT-LEN               PIC S9(04) COMP VALUE +80.
005000****************************************************************
005100*  TERMINAL OUTPUT MESSAGE - ONE 80-BYTE LINE PER SCREEN ROW:   *
005200*  TWO STATUS LINES, A COLUMN LINE AND UP TO TEN HISTORY LINES. *
005300****************************************************************
005400 01  STA-MESSAGE.
005500     05  STA-MSG-LINE OCCURS 13 TIMES
005600                                     PIC X(80).
005700 77  STA-MESSAGE-LEN             PIC S9(04) COMP VALUE +1040.
005800 77  STA-SINGLE-LEN              PIC S9(04) COMP VALUE +80.
005900****************************************************************
006000*  WORKING FIELDS                                               *
006100****************************************************************
006200 77  STA-RESP                    PIC S9(08) COMP VALUE ZERO.
006300 77  STA-LINE-SUB                PIC 9(02) COMP VALUE ZERO.
006400 77  STA-HIST-SUB                PIC 9(02) COMP VALUE ZERO.
006500 77  STA-HIST-MAX                PIC 9(02) COMP VALUE 10.
006600 77  STA-EV-SUB                  PIC 9(02) COMP VALUE ZERO.
006700 77  STA-EVENT-CODE              PIC X(01) VALUE SPACE.
006800 77  STA-EVENT-TEXT              PIC X(10) VALUE SPACES.
006900 77  STA-TIME-WORK               PIC 9(06)V99 VALUE ZERO.
007000 77  STA-EDIT-DATE               PIC 9999/99/99 VALUE ZERO.
007100 77  STA-EDIT-FIRST              PIC 9999/99/99 VALUE ZERO.
007200 77  STA-EDIT-TIME               PIC 99/99/99.99 VALUE ZERO.
007300 77  STA-EDIT-COUNT              PIC ZZZZZ9 VALUE ZERO.
007400****************************************************************
007500*  EVENT CODE TABLE - THE CODES POSTED TO RQS-STATUS-X AND      *
007600*  RQS-HIST-EVENT-X, WITH THE TEXT SHOWN ON THE SCREEN.         *
007700****************************************************************
007800 01  STA-EVENT-VALUES.
007900     05  FILLER                  PIC X(11) VALUE 'SSUBMITTED'.
008000     05  FILLER                  PIC X(11) VALUE 'GGENERATED'.
008100     05  FILLER                  PIC X(11) VALUE 'DDEFERRED'.
008200     05  FILLER                  PIC X(11) VALUE 'RREJECTED'.
008300     05  FILLER                  PIC X(11) VALUE 'KCORRECTED'.
008400     05  FILLER                  PIC X(11) VALUE 'CCOMPLETED'.
008500     05  FILLER                  PIC X(11) VALUE 'VDELIVERED'.
008600 01  STA-EVENT-TABLE REDEFINES STA-EVENT-VALUES.
008700     05  STA-EV-ENTRY OCCURS 7 TIMES.
008800         10  STA-EV-CODE             PIC X(01).
008900         10  STA-EV-TEXT             PIC X(10).
009000 77  STA-EVENT-MAX               PIC 9(02) COMP VALUE 7.
009100****************************************************************
009200*  THE KEYED RQSTMST RECORD ARRIVES IN THE RQS-RECORD AREA.     *
009300****************************************************************
009400 COPY RQSREC.
009500 PROCEDURE DIVISION.
009600****************************************************************
009700*  0000-MAINLINE                                                *
009800****************************************************************
009900 0000-MAINLINE.
010000     MOVE SPACES TO STA-INPUT.
010100     EXEC CICS RECEIVE
010200          INTO(STA-INPUT)
010300          LENGTH(STA-INPUT-LEN)
010400     END-EXEC.
010500     IF STA-REQ-DEPT = SPACES OR STA-REQ-REF = SPACES
010600         PERFORM 4000-SEND-USAGE-MESSAGE THRU 4000-EXIT
010700     ELSE
010800         PERFORM 2000-READ-STATUS-MASTER THRU 2000-EXIT
010900     END-IF.
011000     EXEC CICS RETURN END-EXEC.
011100****************************************************************
011200*  2000-READ-STATUS-MASTER                                      *
011300*  READS THE REQUEST'S STATUS RECORD.  A REQUEST NEVER SEEN BY  *
011400*  ANY STEP - OR AN UNREADABLE MASTER - GETS A ONE-LINE REPLY.  *
011500****************************************************************
011600 2000-READ-STATUS-MASTER.
011700     MOVE STA-REQ-DEPT TO RQS-REQ-DEPT.
011800     MOVE STA-REQ-REF TO RQS-REQ-REF.
011900     EXEC CICS READ
012000          FILE('RQSTMST')
012100          INTO(RQS-RECORD)
012200          RIDFLD(RQS-KEY)
012300          RESP(STA-RESP)
012400     END-EXEC.
012500     IF STA-RESP = DFHRESP(NORMAL)
012600         PERFORM 3000-SEND-STATUS-MESSAGE THRU 3000-EXIT
012700         GO TO 2000-EXIT
012800     END-IF.
012900     MOVE SPACES TO STA-MESSAGE.
013000     IF STA-RESP = DFHRESP(NOTFND)
013100         STRING 'REQUEST ' STA-REQ-DEPT ' ' STA-REQ-REF
013200                 ' HAS NO STATUS ON FILE'
013300                 DELIMITED BY SIZE INTO STA-MSG-LINE (1)
013400         END-STRING
013500     ELSE
013600         STRING 'REQUEST STATUS MASTER UNAVAILABLE - '
013700                 'TRY AGAIN LATER'
013800                 DELIMITED BY SIZE INTO STA-MSG-LINE (1)
013900         END-STRING
014000     END-IF.
014100     EXEC CICS SEND TEXT
014200          FROM(STA-MESSAGE)
014300          LENGTH(STA-SINGLE-LEN)
014400          ERASE
014500          FREEKB
014600     END-EXEC.
014700 2000-EXIT.
014800     EXIT.
014900****************************************************************
015000*  3000-SEND-STATUS-MESSAGE                                     *
015100*  BUILDS THE STATUS SCREEN - CURRENT STATUS AND LAST EVENT,    *
015200*  THEN ONE LINE PER HELD HISTORY ENTRY, NEWEST FIRST.          *
015300****************************************************************
015400 3000-SEND-STATUS-MESSAGE.
015500     MOVE SPACES TO STA-MESSAGE.
015600     MOVE RQS-STATUS-X TO STA-EVENT-CODE.
015700     PERFORM 3200-LOOK-UP-EVENT THRU 3200-EXIT.
015800     IF RQS-EVENT-COUNT NUMERIC
015900         MOVE RQS-EVENT-COUNT TO STA-EDIT-COUNT
016000     ELSE
016100         MOVE ZERO TO STA-EDIT-COUNT
016200     END-IF.
016300     IF RQS-FIRST-DATE NUMERIC
016400         MOVE RQS-FIRST-DATE TO STA-EDIT-FIRST
016500     ELSE
016600         MOVE ZERO TO STA-EDIT-FIRST
016700     END-IF.
016800     STRING 'REQUEST ' RQS-REQ-DEPT ' ' RQS-REQ-REF
016900             '  STATUS ' STA-EVENT-TEXT
017000             '  EVENTS ' STA-EDIT-COUNT
017100             '  FIRST ' STA-EDIT-FIRST
017200             DELIMITED BY SIZE INTO STA-MSG-LINE (1)
017300     END-STRING.
017400     IF RQS-LAST-DATE NUMERIC AND RQS-LAST-TIME NUMERIC
017500         MOVE RQS-LAST-DATE TO STA-EDIT-DATE
017600         COMPUTE STA-TIME-WORK = RQS-LAST-TIME / 100
017700         MOVE STA-TIME-WORK TO STA-EDIT-TIME
017800     ELSE
017900         MOVE ZERO TO STA-EDIT-DATE
018000         MOVE ZERO TO STA-EDIT-TIME
018100     END-IF.
018200     STRING 'LAST EVENT ' STA-EDIT-DATE ' ' STA-EDIT-TIME
018300             ' JOB ' RQS-LAST-JOB
018400             DELIMITED BY SIZE INTO STA-MSG-LINE (2)
018500     END-STRING.
018600     MOVE 'DATE       TIME        EVENT      JOB      RSN DETAIL'
018700             TO STA-MSG-LINE (3).
018800     MOVE 3 TO STA-LINE-SUB.
018900     IF RQS-HIST-COUNT NOT NUMERIC
019000         MOVE ZERO TO RQS-HIST-COUNT
019100     END-IF.
019200     IF RQS-HIST-COUNT > STA-HIST-MAX
019300         MOVE STA-HIST-MAX TO RQS-HIST-COUNT
019400     END-IF.
019500     PERFORM 3100-FORMAT-HISTORY-LINE THRU 3100-EXIT
019600             VARYING STA-HIST-SUB FROM 1 BY 1
019700             UNTIL STA-HIST-SUB > RQS-HIST-COUNT.
019800     EXEC CICS SEND TEXT
019900          FROM(STA-MESSAGE)
020000          LENGTH(STA-MESSAGE-LEN)
020100          ERASE
020200          FREEKB
020300     END-EXEC.
020400 3000-EXIT.
020500     EXIT.
020600****************************************************************
020700*  3100-FORMAT-HISTORY-LINE                                     *
020800*  FORMATS ONE HISTORY ENTRY ONTO THE NEXT SCREEN LINE.         *
020900****************************************************************
021000 3100-FORMAT-HISTORY-LINE.
021100     ADD 1 TO STA-LINE-SUB.
021200     MOVE RQS-HIST-EVENT-X (STA-HIST-SUB) TO STA-EVENT-CODE.
021300     PERFORM 3200-LOOK-UP-EVENT THRU 3200-EXIT.
021400     IF RQS-HIST-DATE (STA-HIST-SUB) NUMERIC
021500             AND RQS-HIST-TIME (STA-HIST-SUB) NUMERIC
021600         MOVE RQS-HIST-DATE (STA-HIST-SUB) TO STA-EDIT-DATE
021700         COMPUTE STA-TIME-WORK =
021800             RQS-HIST-TIME (STA-HIST-SUB) / 100
021900         MOVE STA-TIME-WORK TO STA-EDIT-TIME
022000     ELSE
022100         MOVE ZERO TO STA-EDIT-DATE
022200         MOVE ZERO TO STA-EDIT-TIME
022300     END-IF.
022400     STRING STA-EDIT-DATE ' ' STA-EDIT-TIME ' '
022500             STA-EVENT-TEXT ' '
022600             RQS-HIST-JOB (STA-HIST-SUB) ' '
022700             RQS-HIST-REASON (STA-HIST-SUB) '  '
022800             RQS-HIST-DETAIL (STA-HIST-SUB)
022900             DELIMITED BY SIZE INTO STA-MSG-LINE (STA-LINE-SUB)
023000     END-STRING.
023100 3100-EXIT.
023200     EXIT.
023300****************************************************************
023400*  3200-LOOK-UP-EVENT                                           *
023500*  TRANSLATES STA-EVENT-CODE TO ITS SCREEN TEXT.  AN UNKNOWN    *
023600*  CODE IS SHOWN AS SUCH RATHER THAN GUESSED AT.                *
023700****************************************************************
023800 3200-LOOK-UP-EVENT.
023900     MOVE 'UNKNOWN' TO STA-EVENT-TEXT.
024000     PERFORM 3250-SCAN-EVENT-ENTRY THRU 3250-EXIT
024100             VARYING STA-EV-SUB FROM 1 BY 1
024200             UNTIL STA-EV-SUB > STA-EVENT-MAX.
024300 3200-EXIT.
024400     EXIT.
024500****************************************************************
024600*  3250-SCAN-EVENT-ENTRY                                        *
024700****************************************************************
024800 3250-SCAN-EVENT-ENTRY.
024900     IF STA-EV-CODE (STA-EV-SUB) = STA-EVENT-CODE
025000         MOVE STA-EV-TEXT (STA-EV-SUB) TO STA-EVENT-TEXT
025100     END-IF.
025200 3250-EXIT.
025300     EXIT.
025400****************************************************************
025500*  4000-SEND-USAGE-MESSAGE                                      *
025600****************************************************************
025700 4000-SEND-USAGE-MESSAGE.
025800     MOVE SPACES TO STA-MESSAGE.
025900     MOVE 'ENTER FSTA DDDD RRRRRRRR - DEPARTMENT AND REFERENCE'
026000             TO STA-MSG-LINE (1).
026100     EXEC CICS SEND TEXT
026200          FROM(STA-MESSAGE)
026300          LENGTH(STA-SINGLE-LEN)
026400          ERASE
026500          FREEKB
026600     END-EXEC.
026700 4000-EXIT.
026800     EXIT.
