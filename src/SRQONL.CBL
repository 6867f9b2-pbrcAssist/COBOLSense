000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  SRQONL                                        *
000400*  DESCRIPTION  :  ONLINE (CICS) STANDING-REQUEST MAINTENANCE.   *
000500*                  ON THE SRQM TRANSACTION A DEPARTMENT LISTS    *
000600*                  ITS OWN SRQMST ENTRIES, ADDS A NEW STANDING   *
000700*                  REQUEST, OR CHANGES AN ENTRY'S MODE, N, R     *
000800*                  OR P, OR SETS ITS EXPIRY DATE.  THE SCREEN    *
000900*                  IS KEYED EXACTLY LIKE AN SMNTIN CARD (SEE     *
001000*                  SMNTREC) AND GETS THE SAME FIELD EDITS        *
001100*                  SRQMNT APPLIES, PLUS THE DEPTMST              *
001200*                  REGISTRATION AND COMBO-PERMISSION CHECKS      *
001300*                  THE NIGHTLY RUN MAKES, SO A STANDING REQUEST  *
001400*                  THAT WOULD REJECT EVERY NIGHT IS STOPPED AT   *
001500*                  THE POINT OF ENTRY.                           *
001600*                                                                *
001700*                  A USER MAY ONLY LIST A DEPARTMENT'S ENTRIES   *
001800*                  WITH READ ACCESS, AND ONLY ADD OR CHANGE      *
001900*                  THEM WITH UPDATE ACCESS, TO THE SECURITY      *
002000*                  PROFILE SRQMST.DDDD IN THE FACILITY CLASS -   *
002100*                  DEPARTMENT MEMBERSHIP IS HELD IN THE          *
002200*                  SECURITY SYSTEM, NOT BY THIS PROGRAM.         *
002300*                                                                *
002400*  INPUT        :  SRQM L DDDD RRRRRRRR                          *
002500*                  SRQM A DDDD RRRRRRRR M NN RR F EEEEEEEE       *
002600*                       XXXXXXXX PPPPPP                          *
002700*                  SRQM C DDDD RRRRRRRR M NN RR   (AS FOR A)     *
002800*                  (THE SMNTIN CARD COLUMNS, SHIFTED FIVE TO     *
002900*                  THE RIGHT BY THE TRANSACTION ID.  ON A        *
003000*                  LIST THE REFERENCE IS OPTIONAL AND STARTS     *
003100*                  THE LIST AT THAT ENTRY.  ON A CHANGE A        *
003200*                  BLANK FIELD KEEPS THE ENTRY'S CURRENT VALUE;  *
003300*                  FREQUENCY AND EFFECTIVE DATE CANNOT BE        *
003400*                  CHANGED ONLINE.)                              *
003500*                                                                *
003600*  NOTE         :  AN ADD OR CHANGE IS NOT APPLIED AT ONCE - IT  *
003700*                  IS QUEUED ON PENDMST UNDER THE SIGNED-ON      *
003800*                  USER ID, EXACTLY AS SRQMNT QUEUES AN SMNTIN   *
003900*                  CARD, AND IS APPLIED BY SRQMNT ONCE ANOTHER   *
004000*                  USER HAS APPROVED IT THROUGH MNTAPPR.  EVERY  *
004100*                  ADD OR CHANGE KEYED - ACCEPTED OR REJECTED -  *
004200*                  IS WRITTEN TO THE SRQJ MAINTENANCE JOURNAL    *
004300*                  (SEE SJNLREC), WHICH SRQJPRT PRINTS IN THE    *
004400*                  SMNTRPT LAYOUT.  PENDMST IS DEFINED           *
004500*                  RECOVERABLE, SO A CHANGE WHOSE JOURNAL ENTRY  *
004600*                  CANNOT BE WRITTEN IS BACKED OUT, NEVER        *
004700*                  QUEUED WITHOUT ITS PAPER TRAIL.               *
004800*                                                                *
004900****************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.    SRQONL.
005200 AUTHOR.        D. HOLLAND.
005300 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
005400 DATE-WRITTEN.  01/11/2027.
005500 DATE-COMPILED.
005600****************************************************************
005700*  MODIFICATION HISTORY                                         *
005800*  ------------------------------------------------------------ *
005900*  2027-01-11  DEH  ORIGINAL PROGRAM.                           *
006000****************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-370.
006400 OBJECT-COMPUTER.   IBM-370.
006500 DATA DIVISION.
006600 WORKING-STORAGE SECTION.
006700****************************************************************
006800*  TERMINAL INPUT.  THE TRANSACTION ID IS FOLLOWED BY AN SMNTIN  *
006900*  CARD IMAGE STARTING IN COLUMN 6.  THE SUBMITTER COLUMNS OF    *
007000*  THE CARD ARE ALWAYS REPLACED BY THE SIGNED-ON USER ID.        *
007100****************************************************************
007200 01  SQM-INPUT.
007300     05  FILLER                      PIC X(05).
007400     05  SQM-CARD                    PIC X(75).
007500 77  SQM-INPUT-LEN               PIC S9(04) COMP VALUE +80.
007600****************************************************************
007700*  TERMINAL OUTPUT MESSAGE - ONE 80-BYTE LINE PER SCREEN ROW:    *
007800*  A TITLE LINE, A COLUMN LINE, UP TO TWENTY ENTRY LINES AND A   *
007900*  CONTINUATION LINE.                                            *
008000****************************************************************
008100 01  SQM-MESSAGE.
008200     05  SQM-MSG-LINE OCCURS 23 TIMES
008300                                     PIC X(80).
008400 77  SQM-MESSAGE-LEN             PIC S9(04) COMP VALUE +1840.
008500 77  SQM-SINGLE-LEN              PIC S9(04) COMP VALUE +80.
008600 77  SQM-DOUBLE-LEN              PIC S9(04) COMP VALUE +160.
008700****************************************************************
008800*  SECURITY CHECK FIELDS.  THE PROFILE NAME IS SRQMST. PLUS THE  *
008900*  DEPARTMENT CODE.                                              *
009000****************************************************************
009100 01  SQM-SEC-RESID.
009200     05  FILLER                      PIC X(07) VALUE 'SRQMST.'.
009300     05  SQM-SEC-DEPT                PIC X(04) VALUE SPACES.
009400 77  SQM-SEC-RESID-LEN           PIC S9(08) COMP VALUE +11.
009500 77  SQM-READ-CVDA               PIC S9(08) COMP VALUE ZERO.
009600 77  SQM-UPDATE-CVDA             PIC S9(08) COMP VALUE ZERO.
009700 77  SQM-USERID                  PIC X(08) VALUE SPACES.
009800****************************************************************
009900*  WORKING FIELDS                                                *
010000****************************************************************
010100 77  SQM-RESP                    PIC S9(08) COMP VALUE ZERO.
010200 77  SQM-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
010300 77  SQM-DATE                    PIC 9(08) VALUE ZERO.
010400 77  SQM-REJECT-SW               PIC X(01) VALUE 'N'.
010500     88  SQM-REJECTED                        VALUE 'Y'.
010600 77  SQM-ACTION-TEXT             PIC X(24) VALUE SPACES.
010700 77  SQM-CHECK-N                 PIC 9(02) VALUE ZERO.
010800 77  SQM-CHECK-R                 PIC 9(02) VALUE ZERO.
010900 77  SQM-CHECK-PROB              PIC 9V9(05) VALUE ZERO.
011000 77  SQM-QUEUED-SW               PIC X(01) VALUE 'N'.
011100     88  SQM-QUEUED                          VALUE 'Y'.
011200 77  SQM-TRY-COUNT               PIC 9(02) COMP VALUE ZERO.
011300 77  SQM-TRY-MAX                 PIC 9(02) COMP VALUE 10.
011400 77  SQM-TASK-QUOT               PIC 9(07) COMP VALUE ZERO.
011500 77  SQM-LIST-EOF-SW             PIC X(01) VALUE 'N'.
011600     88  SQM-END-OF-LIST                     VALUE 'Y'.
011700 77  SQM-LINE-SUB                PIC 9(02) COMP VALUE ZERO.
011800 77  SQM-LIST-MAX                PIC 9(02) COMP VALUE 22.
011900 77  SQM-LIST-COUNT              PIC 9(02) COMP VALUE ZERO.
012000 77  SQM-EDIT-PROB               PIC 9.9(05) VALUE ZERO.
012100 77  SQM-EDIT-EFF                PIC 9999/99/99 VALUE ZERO.
012200 77  SQM-EDIT-EXP                PIC 9999/99/99 VALUE ZERO.
012300 77  SQM-EXPIRED-TEXT            PIC X(07) VALUE SPACES.
012400 77  SQM-PROB-TEXT               PIC X(07) VALUE SPACES.
012500****************************************************************
012600*  FORMATTIME STORES EIGHT BYTES INTO ITS TIME RECEIVER - SIX    *
012700*  DIGITS PLUS TWO SEPARATOR POSITIONS, BLANK WHEN TIMESEP IS    *
012800*  OMITTED - SO THE RECEIVING AREA MUST BE A FULL EIGHT BYTES.   *
012900****************************************************************
013000 01  SQM-TIME-AREA.
013100     05  SQM-TIME                PIC 9(06) VALUE ZERO.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300****************************************************************
013400*  THE KEYED CHANGE IN CARD FORM, AND THE KEYED SRQMST,          *
013500*  DEPTMST AND PENDMST RECORDS.                                  *
013600****************************************************************
013700 COPY SMNTREC.
013800 COPY SRQREC.
013900 COPY DEPTREC.
014000 COPY PNDREC.
014100 77  PND-RECORD-LEN              PIC S9(04) COMP VALUE +200.
014200****************************************************************
014300*  MAINTENANCE JOURNAL RECORD                                    *
014400****************************************************************
014500 COPY SJNLREC.
014600 77  SJN-RECORD-LEN              PIC S9(04) COMP VALUE +250.
014700 PROCEDURE DIVISION.
014800****************************************************************
014900*  0000-MAINLINE                                                 *
015000****************************************************************
015100 0000-MAINLINE.
015200     MOVE SPACES TO SQM-INPUT.
015300     EXEC CICS RECEIVE
015400          INTO(SQM-INPUT)
015500          LENGTH(SQM-INPUT-LEN)
015600     END-EXEC.
015700     MOVE SQM-CARD TO SMNT-RECORD.
015800     EXEC CICS ASSIGN
015900          USERID(SQM-USERID)
016000     END-EXEC.
016100     EXEC CICS ASKTIME
016200          ABSTIME(SQM-ABSTIME)
016300     END-EXEC.
016400     EXEC CICS FORMATTIME
016500          ABSTIME(SQM-ABSTIME)
016600          YYYYMMDD(SQM-DATE)
016700          TIME(SQM-TIME-AREA)
016800     END-EXEC.
016900     MOVE 'N' TO SQM-REJECT-SW.
017000     MOVE SPACES TO SQM-ACTION-TEXT.
017100     IF SMNT-LIST-FUNCTION
017200         PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT
017300     ELSE
017400         IF SMNT-ADD-FUNCTION OR SMNT-CHANGE-FUNCTION
017500             PERFORM 3000-PROCESS-CHANGE THRU 3000-EXIT
017600         ELSE
017700             PERFORM 4200-SEND-USAGE-MESSAGE THRU 4200-EXIT
017800         END-IF
017900     END-IF.
018000     EXEC CICS RETURN END-EXEC.
018100****************************************************************
018200*  1000-CHECK-AUTHORITY                                          *
018300*  ASKS THE SECURITY SYSTEM WHAT ACCESS THE SIGNED-ON USER HAS   *
018400*  TO THE DEPARTMENT'S SRQMST.DDDD PROFILE.  A LIST NEEDS READ   *
018500*  ACCESS, AN ADD OR CHANGE NEEDS UPDATE ACCESS - ANYTHING LESS  *
018600*  IS ANOTHER DEPARTMENT'S ENTRY AND IS REFUSED.                 *
018700****************************************************************
018800 1000-CHECK-AUTHORITY.
018900     IF SMNT-REQ-DEPT = SPACES
019000         MOVE 'Y' TO SQM-REJECT-SW
019100         MOVE 'KEY FIELDS MISSING' TO SQM-ACTION-TEXT
019200         GO TO 1000-EXIT
019300     END-IF.
019400     MOVE SMNT-REQ-DEPT TO SQM-SEC-DEPT.
019500     EXEC CICS QUERY SECURITY
019600          RESCLASS('FACILITY')
019700          RESID(SQM-SEC-RESID)
019800          RESIDLENGTH(SQM-SEC-RESID-LEN)
019900          READ(SQM-READ-CVDA)
020000          UPDATE(SQM-UPDATE-CVDA)
020100          RESP(SQM-RESP)
020200     END-EXEC.
020300     IF SQM-RESP NOT = DFHRESP(NORMAL)
020400         MOVE 'Y' TO SQM-REJECT-SW
020500         MOVE 'SECURITY CHECK FAILED' TO SQM-ACTION-TEXT
020600         GO TO 1000-EXIT
020700     END-IF.
020800     IF SMNT-LIST-FUNCTION
020900         IF SQM-READ-CVDA NOT = DFHVALUE(READABLE)
021000             MOVE 'Y' TO SQM-REJECT-SW
021100             MOVE 'NOT AUTHORIZED FOR DEPT' TO SQM-ACTION-TEXT
021200         END-IF
021300     ELSE
021400         IF SQM-UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
021500             MOVE 'Y' TO SQM-REJECT-SW
021600             MOVE 'NOT AUTHORIZED FOR DEPT' TO SQM-ACTION-TEXT
021700         END-IF
021800     END-IF.
021900 1000-EXIT.
022000     EXIT.
022100****************************************************************
022200*  2000-LIST-ENTRIES                                             *
022300*  BROWSES THE DEPARTMENT'S SRQMST ENTRIES FROM THE KEYED        *
022400*  REFERENCE (OR ITS FIRST ENTRY) AND SENDS ONE LINE PER ENTRY.  *
022500*  A DEPARTMENT WITH MORE ENTRIES THAN THE SCREEN HOLDS IS TOLD  *
022600*  THE REFERENCE TO KEY TO SEE THE NEXT SCREEN.                  *
022700****************************************************************
022800 2000-LIST-ENTRIES.
022900     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT.
023000     IF SQM-REJECTED
023100         PERFORM 4100-SEND-REJECT-MESSAGE THRU 4100-EXIT
023200         GO TO 2000-EXIT
023300     END-IF.
023400     MOVE SPACES TO SQM-MESSAGE.
023500     MOVE SMNT-REQ-DEPT TO SRQ-REQ-DEPT.
023600     IF SMNT-REQ-REF = SPACES
023700         MOVE LOW-VALUES TO SRQ-REQ-REF
023800     ELSE
023900         MOVE SMNT-REQ-REF TO SRQ-REQ-REF
024000     END-IF.
024100     EXEC CICS STARTBR
024200          FILE('SRQMST')
024300          RIDFLD(SRQ-KEY)
024400          GTEQ
024500          RESP(SQM-RESP)
024600     END-EXEC.
024700     IF SQM-RESP = DFHRESP(NOTFND)
024800         PERFORM 2200-SEND-NO-ENTRIES THRU 2200-EXIT
024900         GO TO 2000-EXIT
025000     END-IF.
025100     IF SQM-RESP NOT = DFHRESP(NORMAL)
025200         MOVE 'STANDING-REQUEST MASTER UNAVAILABLE - TRY AGAIN '
025300                 TO SQM-MSG-LINE (1)
025400         EXEC CICS SEND TEXT
025500              FROM(SQM-MESSAGE)
025600              LENGTH(SQM-SINGLE-LEN)
025700              ERASE
025800              FREEKB
025900         END-EXEC
026000         GO TO 2000-EXIT
026100     END-IF.
026200     STRING 'STANDING REQUESTS FOR DEPARTMENT ' SMNT-REQ-DEPT
026300             DELIMITED BY SIZE INTO SQM-MSG-LINE (1)
026400     END-STRING.
026500     STRING 'REFERENCE MODE  N   R   P         '
026600             'FREQ EFFECTIVE   EXPIRY'
026700             DELIMITED BY SIZE INTO SQM-MSG-LINE (2)
026800     END-STRING.
026900     MOVE 2 TO SQM-LINE-SUB.
027000     MOVE ZERO TO SQM-LIST-COUNT.
027100     MOVE 'N' TO SQM-LIST-EOF-SW.
027200     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT
027300             UNTIL SQM-END-OF-LIST.
027400     EXEC CICS ENDBR
027500          FILE('SRQMST')
027600          RESP(SQM-RESP)
027700     END-EXEC.
027800     IF SQM-LIST-COUNT = ZERO
027900         PERFORM 2200-SEND-NO-ENTRIES THRU 2200-EXIT
028000         GO TO 2000-EXIT
028100     END-IF.
028200     EXEC CICS SEND TEXT
028300          FROM(SQM-MESSAGE)
028400          LENGTH(SQM-MESSAGE-LEN)
028500          ERASE
028600          FREEKB
028700     END-EXEC.
028800 2000-EXIT.
028900     EXIT.
029000****************************************************************
029100*  2100-READ-NEXT-ENTRY                                          *
029200*  READS THE NEXT ENTRY AND FORMATS IT ONTO THE NEXT SCREEN      *
029300*  LINE.  THE LIST ENDS AT THE FIRST ENTRY OF ANOTHER            *
029400*  DEPARTMENT, AND AN ENTRY THAT NO LONGER FITS ON THE SCREEN    *
029500*  BECOMES THE CONTINUATION LINE.                                *
029600****************************************************************
029700 2100-READ-NEXT-ENTRY.
029800     EXEC CICS READNEXT
029900          FILE('SRQMST')
030000          INTO(SRQ-RECORD)
030100          RIDFLD(SRQ-KEY)
030200          RESP(SQM-RESP)
030300     END-EXEC.
030400     IF SQM-RESP NOT = DFHRESP(NORMAL)
030500         MOVE 'Y' TO SQM-LIST-EOF-SW
030600         GO TO 2100-EXIT
030700     END-IF.
030800     IF SRQ-REQ-DEPT NOT = SMNT-REQ-DEPT
030900         MOVE 'Y' TO SQM-LIST-EOF-SW
031000         GO TO 2100-EXIT
031100     END-IF.
031200     IF SQM-LINE-SUB NOT LESS THAN SQM-LIST-MAX
031300         ADD 1 TO SQM-LINE-SUB
031400         STRING 'MORE ENTRIES - ENTER SRQM L ' SRQ-REQ-DEPT
031500                 ' ' SRQ-REQ-REF ' FOR THE NEXT SCREEN'
031600                 DELIMITED BY SIZE
031700                 INTO SQM-MSG-LINE (SQM-LINE-SUB)
031800         END-STRING
031900         MOVE 'Y' TO SQM-LIST-EOF-SW
032000         GO TO 2100-EXIT
032100     END-IF.
032200     ADD 1 TO SQM-LINE-SUB.
032300     ADD 1 TO SQM-LIST-COUNT.
032400     MOVE SPACES TO SQM-PROB-TEXT.
032500     IF SRQ-BINOMIAL-MODE AND SRQ-PROB-X NUMERIC
032600         MOVE SRQ-PROB-X TO SQM-CHECK-PROB
032700         MOVE SQM-CHECK-PROB TO SQM-EDIT-PROB
032800         MOVE SQM-EDIT-PROB TO SQM-PROB-TEXT
032900     END-IF.
033000     MOVE SRQ-EFFECTIVE-DATE TO SQM-EDIT-EFF.
033100     MOVE SRQ-EXPIRY-DATE TO SQM-EDIT-EXP.
033200     MOVE SPACES TO SQM-EXPIRED-TEXT.
033300     IF SRQ-EXPIRY-DATE < SQM-DATE
033400         MOVE 'EXPIRED' TO SQM-EXPIRED-TEXT
033500     END-IF.
033600     STRING SRQ-REQ-REF '  ' SRQ-MODE-X '     '
033700             SRQ-N-X '  ' SRQ-R-X '  ' SQM-PROB-TEXT '   '
033800             SRQ-FREQUENCY-X '    ' SQM-EDIT-EFF '  '
033900             SQM-EDIT-EXP '  ' SQM-EXPIRED-TEXT
034000             DELIMITED BY SIZE
034100             INTO SQM-MSG-LINE (SQM-LINE-SUB)
034200     END-STRING.
034300 2100-EXIT.
034400     EXIT.
034500****************************************************************
034600*  2200-SEND-NO-ENTRIES                                          *
034700****************************************************************
034800 2200-SEND-NO-ENTRIES.
034900     MOVE SPACES TO SQM-MESSAGE.
035000     STRING 'DEPARTMENT ' SMNT-REQ-DEPT
035100             ' HAS NO STANDING REQUESTS ON FILE'
035200             DELIMITED BY SIZE INTO SQM-MSG-LINE (1)
035300     END-STRING.
035400     EXEC CICS SEND TEXT
035500          FROM(SQM-MESSAGE)
035600          LENGTH(SQM-SINGLE-LEN)
035700          ERASE
035800          FREEKB
035900     END-EXEC.
036000 2200-EXIT.
036100     EXIT.
036200****************************************************************
036300*  3000-PROCESS-CHANGE                                           *
036400*  CHECKS AND QUEUES ONE ADD OR CHANGE.  THE CHECKS RUN IN THE   *
036500*  ORDER AUTHORITY, DEPARTMENT, MASTER, FIELDS, COMBO            *
036600*  PERMISSION, AND THE FIRST FAILURE REJECTS.  EITHER WAY THE    *
036700*  ATTEMPT IS JOURNALED BEFORE THE REPLY IS SENT.                *
036800****************************************************************
036900 3000-PROCESS-CHANGE.
037000     MOVE SPACES TO SJN-RECORD.
037100     MOVE 'N' TO SJN-BEFORE-SW.
037200     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT.
037300     IF SQM-REJECTED
037400         GO TO 3000-FINISH
037500     END-IF.
037600     PERFORM 3100-CHECK-DEPARTMENT THRU 3100-EXIT.
037700     IF SQM-REJECTED
037800         GO TO 3000-FINISH
037900     END-IF.
038000     PERFORM 3200-READ-CURRENT-ENTRY THRU 3200-EXIT.
038100     IF SQM-REJECTED
038200         GO TO 3000-FINISH
038300     END-IF.
038400     IF SMNT-CHANGE-FUNCTION
038500         PERFORM 3300-MERGE-CURRENT-FIELDS THRU 3300-EXIT
038600         IF SQM-REJECTED
038700             GO TO 3000-FINISH
038800         END-IF
038900     END-IF.
039000     PERFORM 3400-VALIDATE-CARD-FIELDS THRU 3400-EXIT.
039100     IF SQM-REJECTED
039200         GO TO 3000-FINISH
039300     END-IF.
039400     IF SMNT-MODE-X = 'C' AND NOT DEPT-COMBO-ALLOWED
039500         MOVE 'Y' TO SQM-REJECT-SW
039600         MOVE 'COMBO MODE NOT PERMITTED' TO SQM-ACTION-TEXT
039700         GO TO 3000-FINISH
039800     END-IF.
039900     PERFORM 3500-QUEUE-CHANGE THRU 3500-EXIT.
040000 3000-FINISH.
040100     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
040200     IF SQM-REJECTED
040300         PERFORM 4100-SEND-REJECT-MESSAGE THRU 4100-EXIT
040400     ELSE
040500         PERFORM 4000-SEND-ACCEPT-MESSAGE THRU 4000-EXIT
040600     END-IF.
040700 3000-EXIT.
040800     EXIT.
040900****************************************************************
041000*  3100-CHECK-DEPARTMENT                                         *
041100*  THE SAME DEPTMST CHECK THE NIGHTLY RUN MAKES (REASON 10) - A  *
041200*  STANDING REQUEST FOR AN UNKNOWN OR INACTIVE DEPARTMENT WOULD  *
041300*  ONLY REJECT EVERY NIGHT IT CAME DUE.  THE RECORD IS KEPT FOR  *
041400*  THE COMBO-PERMISSION CHECK (REASON 11) ONCE THE MODE IS       *
041500*  KNOWN.                                                        *
041600****************************************************************
041700 3100-CHECK-DEPARTMENT.
041800     MOVE SMNT-REQ-DEPT TO DEPT-CODE.
041900     EXEC CICS READ
042000          FILE('DEPTMST')
042100          INTO(DEPT-RECORD)
042200          RIDFLD(DEPT-CODE)
042300          RESP(SQM-RESP)
042400     END-EXEC.
042500     IF SQM-RESP = DFHRESP(NOTFND)
042600         MOVE 'Y' TO SQM-REJECT-SW
042700         MOVE 'DEPT NOT REGISTERED' TO SQM-ACTION-TEXT
042800         GO TO 3100-EXIT
042900     END-IF.
043000     IF SQM-RESP NOT = DFHRESP(NORMAL)
043100         MOVE 'Y' TO SQM-REJECT-SW
043200         MOVE 'DEPTMST UNAVAILABLE' TO SQM-ACTION-TEXT
043300         GO TO 3100-EXIT
043400     END-IF.
043500     IF NOT DEPT-ACTIVE
043600         MOVE 'Y' TO SQM-REJECT-SW
043700         MOVE 'DEPARTMENT INACTIVE' TO SQM-ACTION-TEXT
043800     END-IF.
043900 3100-EXIT.
044000     EXIT.
044100****************************************************************
044200*  3200-READ-CURRENT-ENTRY                                       *
044300*  AN ADD OF AN EXISTING KEY AND A CHANGE OF A MISSING KEY ARE   *
044400*  BOTH REJECTED, AS SRQMNT REJECTS THEM.  A CHANGE KEEPS THE    *
044500*  ENTRY AS IT STANDS FOR THE JOURNAL'S BEFORE-IMAGE.            *
044600****************************************************************
044700 3200-READ-CURRENT-ENTRY.
044800     IF SMNT-REQ-REF = SPACES
044900         MOVE 'Y' TO SQM-REJECT-SW
045000         MOVE 'KEY FIELDS MISSING' TO SQM-ACTION-TEXT
045100         GO TO 3200-EXIT
045200     END-IF.
045300     MOVE SMNT-REQ-DEPT TO SRQ-REQ-DEPT.
045400     MOVE SMNT-REQ-REF TO SRQ-REQ-REF.
045500     EXEC CICS READ
045600          FILE('SRQMST')
045700          INTO(SRQ-RECORD)
045800          RIDFLD(SRQ-KEY)
045900          RESP(SQM-RESP)
046000     END-EXEC.
046100     IF SQM-RESP = DFHRESP(NOTFND)
046200         IF SMNT-CHANGE-FUNCTION
046300             MOVE 'Y' TO SQM-REJECT-SW
046400             MOVE 'NOT FOUND' TO SQM-ACTION-TEXT
046500         END-IF
046600         GO TO 3200-EXIT
046700     END-IF.
046800     IF SQM-RESP NOT = DFHRESP(NORMAL)
046900         MOVE 'Y' TO SQM-REJECT-SW
047000         MOVE 'SRQMST UNAVAILABLE' TO SQM-ACTION-TEXT
047100         GO TO 3200-EXIT
047200     END-IF.
047300     IF SMNT-ADD-FUNCTION
047400         MOVE 'Y' TO SQM-REJECT-SW
047500         MOVE 'DUPLICATE KEY' TO SQM-ACTION-TEXT
047600         GO TO 3200-EXIT
047700     END-IF.
047800     MOVE 'Y' TO SJN-BEFORE-SW.
047900     MOVE SRQ-RECORD TO SJN-BEFORE-IMAGE.
048000 3200-EXIT.
048100     EXIT.
048200****************************************************************
048300*  3300-MERGE-CURRENT-FIELDS                                     *
048400*  COMPLETES A CHANGE INTO A FULL REPLACEMENT CARD, THE FORM     *
048500*  SRQMNT APPLIES.  A BLANK MODE, N OR EXPIRY KEEPS THE          *
048600*  CURRENT VALUE; R IS KEPT ONLY FOR A COMBO ENTRY AND P ONLY    *
048700*  FOR A BINOMIAL ONE, AND ARE CLEARED WHEN THE MODE CHANGES     *
048800*  AWAY FROM THEM.  FREQUENCY AND EFFECTIVE DATE ARE NOT         *
048900*  CHANGEABLE HERE - KEYING A DIFFERENT VALUE REJECTS - AND A    *
049000*  CHANGE THAT CHANGES NOTHING IS NOT QUEUED.                    *
049100****************************************************************
049200 3300-MERGE-CURRENT-FIELDS.
049300     IF SMNT-FREQUENCY-X NOT = SPACE
049400             AND SMNT-FREQUENCY-X NOT = SRQ-FREQUENCY-X
049500         MOVE 'Y' TO SQM-REJECT-SW
049600         MOVE 'FREQUENCY NOT CHANGEABLE' TO SQM-ACTION-TEXT
049700         GO TO 3300-EXIT
049800     END-IF.
049900     IF SMNT-EFFECTIVE-X NOT = SPACES
050000             AND SMNT-EFFECTIVE-X NOT = SRQ-EFFECTIVE-DATE
050100         MOVE 'Y' TO SQM-REJECT-SW
050200         MOVE 'EFFECTIVE NOT CHANGEABLE' TO SQM-ACTION-TEXT
050300         GO TO 3300-EXIT
050400     END-IF.
050500     MOVE SRQ-FREQUENCY-X TO SMNT-FREQUENCY-X.
050600     MOVE SRQ-EFFECTIVE-DATE TO SMNT-EFFECTIVE-X.
050700     IF SMNT-MODE-X = SPACE
050800         MOVE SRQ-MODE-X TO SMNT-MODE-X
050900     END-IF.
051000     IF SMNT-N-X = SPACES
051100         MOVE SRQ-N-X TO SMNT-N-X
051200     END-IF.
051300     IF SMNT-MODE-X = 'C'
051400         IF SMNT-R-X = SPACES
051500             MOVE SRQ-R-X TO SMNT-R-X
051600         END-IF
051700     ELSE
051800         MOVE SPACES TO SMNT-R-X
051900     END-IF.
052000     IF SMNT-MODE-X = 'B'
052100         IF SMNT-PROB-X = SPACES
052200             MOVE SRQ-PROB-X TO SMNT-PROB-X
052300         END-IF
052400     ELSE
052500         MOVE SPACES TO SMNT-PROB-X
052600     END-IF.
052700     IF SMNT-EXPIRY-X = SPACES
052800         MOVE SRQ-EXPIRY-DATE TO SMNT-EXPIRY-X
052900     END-IF.
053000     IF SMNT-MODE-X = SRQ-MODE-X
053100             AND SMNT-N-X = SRQ-N-X
053200             AND SMNT-R-X = SRQ-R-X
053300             AND SMNT-PROB-X = SRQ-PROB-X
053400             AND SMNT-EXPIRY-X = SRQ-EXPIRY-DATE
053500         MOVE 'Y' TO SQM-REJECT-SW
053600         MOVE 'NO CHANGE KEYED' TO SQM-ACTION-TEXT
053700     END-IF.
053800 3300-EXIT.
053900     EXIT.
054000****************************************************************
054100*  3400-VALIDATE-CARD-FIELDS                                     *
054200*  THE SRQMNT FIELD EDITS, WITH THE SAME TEXTS, SO A CHANGE      *
054300*  KEYED HERE IS ACCEPTED OR REFUSED EXACTLY AS THE SAME CARD    *
054400*  WOULD BE ON SMNTIN.  SRQMNT EDITS IT AGAIN WHEN IT APPLIES    *
054500*  IT.                                                           *
054600****************************************************************
054700 3400-VALIDATE-CARD-FIELDS.
054800     IF SMNT-MODE-X NOT = 'F' AND SMNT-MODE-X NOT = 'C'
054900             AND SMNT-MODE-X NOT = SPACE
055000             AND SMNT-MODE-X NOT = 'B'
055100         MOVE 'MODE FIELD IS INVALID' TO SQM-ACTION-TEXT
055200         MOVE 'Y' TO SQM-REJECT-SW
055300         GO TO 3400-EXIT
055400     END-IF.
055500     IF SMNT-N-X NOT NUMERIC
055600         MOVE 'N FIELD IS NOT NUMERIC' TO SQM-ACTION-TEXT
055700         MOVE 'Y' TO SQM-REJECT-SW
055800         GO TO 3400-EXIT
055900     END-IF.
056000     IF SMNT-MODE-X = 'C'
056100         IF SMNT-R-X NOT NUMERIC
056200             MOVE 'R FIELD IS NOT NUMERIC' TO SQM-ACTION-TEXT
056300             MOVE 'Y' TO SQM-REJECT-SW
056400             GO TO 3400-EXIT
056500         END-IF
056600         MOVE SMNT-N-X TO SQM-CHECK-N
056700         MOVE SMNT-R-X TO SQM-CHECK-R
056800         IF SQM-CHECK-R > SQM-CHECK-N
056900             MOVE 'R EXCEEDS N' TO SQM-ACTION-TEXT
057000             MOVE 'Y' TO SQM-REJECT-SW
057100             GO TO 3400-EXIT
057200         END-IF
057300     END-IF.
057400     IF SMNT-MODE-X = 'B'
057500         IF SMNT-PROB-X NOT NUMERIC
057600             MOVE 'PROBABILITY NOT NUMERIC' TO SQM-ACTION-TEXT
057700             MOVE 'Y' TO SQM-REJECT-SW
057800             GO TO 3400-EXIT
057900         END-IF
058000         MOVE SMNT-PROB-X TO SQM-CHECK-PROB
058100         IF SQM-CHECK-PROB > 1
058200             MOVE 'PROBABILITY EXCEEDS 1' TO SQM-ACTION-TEXT
058300             MOVE 'Y' TO SQM-REJECT-SW
058400             GO TO 3400-EXIT
058500         END-IF
058600     END-IF.
058700     IF NOT SMNT-VALID-FREQUENCY
058800         MOVE 'FREQUENCY IS INVALID' TO SQM-ACTION-TEXT
058900         MOVE 'Y' TO SQM-REJECT-SW
059000         GO TO 3400-EXIT
059100     END-IF.
059200     IF SMNT-EFFECTIVE-X NOT NUMERIC
059300             OR SMNT-EXPIRY-X NOT NUMERIC
059400         MOVE 'DATES ARE NOT NUMERIC' TO SQM-ACTION-TEXT
059500         MOVE 'Y' TO SQM-REJECT-SW
059600         GO TO 3400-EXIT
059700     END-IF.
059800     IF SMNT-EXPIRY-X < SMNT-EFFECTIVE-X
059900         MOVE 'EXPIRY BEFORE EFFECTIVE' TO SQM-ACTION-TEXT
060000         MOVE 'Y' TO SQM-REJECT-SW
060100     END-IF.
060200 3400-EXIT.
060300     EXIT.
060400****************************************************************
060500*  3500-QUEUE-CHANGE                                             *
060600*  QUEUES THE CARD ON PENDMST UNDER THE SIGNED-ON USER ID, THE   *
060700*  SAME ENTRY SRQMNT WRITES FOR AN SMNTIN CARD.  THE ID IS THE   *
060800*  TRANSACTION'S DATE AND TIME WITH THE LAST FOUR DIGITS OF THE  *
060900*  TASK NUMBER AS THE SEQUENCE, STEPPED ON A DUPLICATE.          *
061000****************************************************************
061100 3500-QUEUE-CHANGE.
061200     MOVE SQM-USERID TO SMNT-SUBMITTER.
061300     MOVE SPACES TO PND-RECORD.
061400     MOVE 'S' TO PND-MASTER-X.
061500     MOVE SQM-DATE TO PND-SUBMIT-DATE.
061600     COMPUTE PND-SUBMIT-TIME = SQM-TIME * 100.
061700     DIVIDE EIBTASKN BY 10000 GIVING SQM-TASK-QUOT
061800             REMAINDER PND-SEQ.
061900     MOVE 'P' TO PND-STATUS-X.
062000     MOVE SQM-USERID TO PND-SUBMITTER.
062100     MOVE ZERO TO PND-DECISION-DATE.
062200     MOVE ZERO TO PND-APPLIED-DATE.
062300     MOVE SMNT-RECORD TO PND-CARD-IMAGE.
062400     MOVE 'N' TO SQM-QUEUED-SW.
062500     MOVE ZERO TO SQM-TRY-COUNT.
062600     PERFORM 3550-WRITE-PENDING-ENTRY THRU 3550-EXIT
062700             UNTIL SQM-QUEUED OR SQM-REJECTED.
062800     IF SQM-QUEUED
062900         MOVE 'QUEUED FOR APPROVAL' TO SQM-ACTION-TEXT
063000         MOVE PND-KEY TO SJN-PEND-ID
063100     END-IF.
063200 3500-EXIT.
063300     EXIT.
063400****************************************************************
063500*  3550-WRITE-PENDING-ENTRY                                      *
063600****************************************************************
063700 3550-WRITE-PENDING-ENTRY.
063800     ADD 1 TO SQM-TRY-COUNT.
063900     EXEC CICS WRITE
064000          FILE('PENDMST')
064100          FROM(PND-RECORD)
064200          LENGTH(PND-RECORD-LEN)
064300          RIDFLD(PND-KEY)
064400          RESP(SQM-RESP)
064500     END-EXEC.
064600     IF SQM-RESP = DFHRESP(NORMAL)
064700         MOVE 'Y' TO SQM-QUEUED-SW
064800         GO TO 3550-EXIT
064900     END-IF.
065000     IF SQM-RESP = DFHRESP(DUPREC)
065100             AND SQM-TRY-COUNT < SQM-TRY-MAX
065200         ADD 1 TO PND-SEQ
065300         GO TO 3550-EXIT
065400     END-IF.
065500     MOVE 'Y' TO SQM-REJECT-SW.
065600     MOVE 'QUEUE WRITE FAILED' TO SQM-ACTION-TEXT.
065700 3550-EXIT.
065800     EXIT.
065900****************************************************************
066000*  3700-WRITE-JOURNAL                                            *
066100*  WRITES THE ATTEMPT TO THE SRQJ MAINTENANCE JOURNAL.  IF A     *
066200*  QUEUED CHANGE'S JOURNAL ENTRY CANNOT BE WRITTEN, THE PENDMST  *
066300*  WRITE IS BACKED OUT AND THE CHANGE IS REFUSED, SO NOTHING     *
066400*  REACHES THE APPROVERS WITHOUT ITS PAPER TRAIL.                *
066500****************************************************************
066600 3700-WRITE-JOURNAL.
066700     MOVE SQM-DATE TO SJN-DATE.
066800     COMPUTE SJN-TIME = SQM-TIME * 100.
066900     MOVE EIBTRMID TO SJN-TERMID.
067000     MOVE SQM-USERID TO SJN-USERID.
067100     MOVE EIBTRNID TO SJN-TRANID.
067200     IF SQM-REJECTED
067300         MOVE 'R' TO SJN-DISPOSITION-X
067400     ELSE
067500         MOVE 'Q' TO SJN-DISPOSITION-X
067600     END-IF.
067700     MOVE SQM-ACTION-TEXT TO SJN-ACTION-TEXT.
067800     MOVE SQM-USERID TO SMNT-SUBMITTER.
067900     MOVE SMNT-RECORD TO SJN-CARD-IMAGE.
068000     EXEC CICS WRITEQ TD
068100          QUEUE('SRQJ')
068200          FROM(SJN-RECORD)
068300          LENGTH(SJN-RECORD-LEN)
068400          RESP(SQM-RESP)
068500     END-EXEC.
068600     IF SQM-RESP = DFHRESP(NORMAL) OR SQM-REJECTED
068700         GO TO 3700-EXIT
068800     END-IF.
068900     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
069000     MOVE 'Y' TO SQM-REJECT-SW.
069100     MOVE 'JOURNAL UNAVAILABLE' TO SQM-ACTION-TEXT.
069200 3700-EXIT.
069300     EXIT.
069400****************************************************************
069500*  4000-SEND-ACCEPT-MESSAGE                                      *
069600****************************************************************
069700 4000-SEND-ACCEPT-MESSAGE.
069800     MOVE SPACES TO SQM-MESSAGE.
069900     STRING SMNT-FUNCTION-X ' ' SMNT-REQ-DEPT ' ' SMNT-REQ-REF
070000             ' QUEUED FOR APPROVAL AS ' PND-MASTER-X ' '
070100             PND-SUBMIT-DATE ' ' PND-SUBMIT-TIME ' ' PND-SEQ
070200             DELIMITED BY SIZE INTO SQM-MSG-LINE (1)
070300     END-STRING.
070400     STRING 'MODE ' SMNT-MODE-X ' N ' SMNT-N-X ' R ' SMNT-R-X
070500             ' P ' SMNT-PROB-X ' FREQ ' SMNT-FREQUENCY-X
070600             ' ' SMNT-EFFECTIVE-X '-' SMNT-EXPIRY-X
070700             ' - ANOTHER USER MUST APPROVE'
070800             DELIMITED BY SIZE INTO SQM-MSG-LINE (2)
070900     END-STRING.
071000     EXEC CICS SEND TEXT
071100          FROM(SQM-MESSAGE)
071200          LENGTH(SQM-DOUBLE-LEN)
071300          ERASE
071400          FREEKB
071500     END-EXEC.
071600 4000-EXIT.
071700     EXIT.
071800****************************************************************
071900*  4100-SEND-REJECT-MESSAGE                                      *
072000****************************************************************
072100 4100-SEND-REJECT-MESSAGE.
072200     MOVE SPACES TO SQM-MESSAGE.
072300     STRING 'SRQM ' SMNT-FUNCTION-X ' ' SMNT-REQ-DEPT ' '
072400             SMNT-REQ-REF ' REJECTED - ' SQM-ACTION-TEXT
072500             DELIMITED BY SIZE INTO SQM-MSG-LINE (1)
072600     END-STRING.
072700     EXEC CICS SEND TEXT
072800          FROM(SQM-MESSAGE)
072900          LENGTH(SQM-SINGLE-LEN)
073000          ERASE
073100          FREEKB
073200     END-EXEC.
073300 4100-EXIT.
073400     EXIT.
073500****************************************************************
073600*  4200-SEND-USAGE-MESSAGE                                       *
073700****************************************************************
073800 4200-SEND-USAGE-MESSAGE.
073900     MOVE SPACES TO SQM-MESSAGE.
074000     STRING 'ENTER SRQM L DDDD, OR SRQM A/C DDDD RRRRRRRR '
074100             'FOLLOWED BY THE SMNTIN CARD FIELDS'
074200             DELIMITED BY SIZE INTO SQM-MSG-LINE (1)
074300     END-STRING.
074400     EXEC CICS SEND TEXT
074500          FROM(SQM-MESSAGE)
074600          LENGTH(SQM-SINGLE-LEN)
074700          ERASE
074800          FREEKB
074900     END-EXEC.
075000 4200-EXIT.
075100     EXIT.
