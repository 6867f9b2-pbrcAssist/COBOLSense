000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  RQSPOST                                       *
000400*  DESCRIPTION  :  CALLABLE SUBPROGRAM - POSTS REQUEST           *
000500*                  LIFECYCLE EVENTS TO THE RQSTMST REQUEST       *
000600*                  STATUS MASTER (SEE RQSREC).  SHARED BY THE    *
000700*                  BATCH STEPS A REQUEST PASSES THROUGH -        *
000800*                  SUBPULL, SRQGEN, FACTORIAL, RECYCLE AND       *
000900*                  EXTDIST - SO EVERY STEP RECORDS AN EVENT THE  *
001000*                  SAME WAY: THE REQUEST'S CURRENT STATUS IS     *
001100*                  SET AND THE EVENT IS PUSHED ONTO THE FRONT    *
001200*                  OF ITS HISTORY.  THE CALLER OPENS THE MASTER  *
001300*                  ONCE ('O'), POSTS ANY NUMBER OF EVENTS ('P')  *
001400*                  AND CLOSES IT ('C') - SEE RQEREC.             *
001500*                                                                *
001600*  NOTE         :  AN UNUSABLE STATUS MASTER IS REPORTED ONCE    *
001700*                  ON THE CONSOLE AND POSTING IS SUSPENDED FOR   *
001800*                  THE REST OF THE STEP - STATUS TRACKING NEVER  *
001900*                  STOPS A CALCULATION OR A DELIVERY.            *
002000*                                                                *
002100****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    RQSPOST.
002400 AUTHOR.        D. HOLLAND.
002500 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002600 DATE-WRITTEN.  11/30/2026.
002700 DATE-COMPILED.
002800****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  ------------------------------------------------------------ *
003100*  2026-11-30  DEH  ORIGINAL SUBPROGRAM.                        *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STATUS-MASTER   ASSIGN TO RQSTMST
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS RANDOM
004200            RECORD KEY IS RQS-KEY
004300            FILE STATUS IS WS-STATUS-MASTER-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STATUS-MASTER
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 540 CHARACTERS.
004900 COPY RQSREC.
005000 WORKING-STORAGE SECTION.
005100****************************************************************
005200*  STANDALONE SWITCHES AND WORKING FIELDS.  WORKING-STORAGE     *
005300*  PERSISTS BETWEEN CALLS, SO THE OPEN SWITCH CARRIES FROM THE  *
005400*  OPEN CALL THROUGH EVERY POST TO THE CLOSE.                   *
005500****************************************************************
005600 77  WS-STATUS-MASTER-STATUS     PIC X(02) VALUE SPACES.
005700     88  WS-STATUS-MASTER-OK                 VALUE '00'.
005800     88  WS-STATUS-MASTER-NOT-FOUND          VALUE '35'.
005900 77  WS-OPEN-SW                  PIC X(01) VALUE 'N'.
006000     88  WS-MASTER-OPEN                      VALUE 'Y'.
006100 77  WS-NEW-RECORD-SW            PIC X(01) VALUE 'N'.
006200     88  WS-NEW-RECORD                       VALUE 'Y'.
006300 77  WS-HIST-MAX                 PIC 9(02) COMP VALUE 10.
006400 77  WS-HIST-SUB                 PIC 9(02) COMP VALUE ZERO.
006500 LINKAGE SECTION.
006600****************************************************************
006700*  RQE-RECORD      -  INPUT/OUTPUT.  FUNCTION, EVENT AND         *
006800*                     RETURN CODE (SEE RQEREC).                  *
006900****************************************************************
007000 COPY RQEREC.
007100 PROCEDURE DIVISION USING RQE-RECORD.
007200****************************************************************
007300*  0000-MAINLINE                                                *
007400****************************************************************
007500 0000-MAINLINE.
007600     MOVE 00 TO RQE-RETURN-CODE.
007700     IF RQE-OPEN-FUNCTION
007800         PERFORM OPEN-STATUS-MASTER THRU OPEN-STATUS-MASTER-EXIT
007900         GOBACK
008000     END-IF.
008100     IF RQE-CLOSE-FUNCTION
008200         IF WS-MASTER-OPEN
008300             CLOSE STATUS-MASTER
008400             MOVE 'N' TO WS-OPEN-SW
008500         END-IF
008600         GOBACK
008700     END-IF.
008800     PERFORM POST-STATUS-EVENT THRU POST-STATUS-EVENT-EXIT.
008900     GOBACK.
009000****************************************************************
009100*  OPEN-STATUS-MASTER                                           *
009200*  OPENS THE MASTER FOR UPDATE, CREATING IT EMPTY ON FIRST USE  *
009300*  SO THE VERY FIRST POSTING DOES NOT NEED A PRIMING STEP.      *
009400****************************************************************
009500 OPEN-STATUS-MASTER.
009600     IF WS-MASTER-OPEN
009700         GO TO OPEN-STATUS-MASTER-EXIT
009800     END-IF.
009900     OPEN I-O STATUS-MASTER.
010000     IF WS-STATUS-MASTER-NOT-FOUND
010100         OPEN OUTPUT STATUS-MASTER
010200         CLOSE STATUS-MASTER
010300         OPEN I-O STATUS-MASTER
010400     END-IF.
010500     IF NOT WS-STATUS-MASTER-OK
010600         DISPLAY 'RQSPOST - UNABLE TO OPEN RQSTMST, STATUS = '
010700                 WS-STATUS-MASTER-STATUS
010800                 ', REQUEST STATUS NOT POSTED BY '
010900                 RQE-JOB-NAME
011000         MOVE 08 TO RQE-RETURN-CODE
011100         GO TO OPEN-STATUS-MASTER-EXIT
011200     END-IF.
011300     MOVE 'Y' TO WS-OPEN-SW.
011400 OPEN-STATUS-MASTER-EXIT.
011500     EXIT.
011600****************************************************************
011700*  POST-STATUS-EVENT                                            *
011800*  READS THE REQUEST'S STATUS RECORD - STARTING A NEW ONE ON    *
011900*  ITS FIRST EVENT - PUSHES THE EVENT ONTO THE FRONT OF THE     *
012000*  HISTORY, SETS THE CURRENT STATUS AND WRITES IT BACK.         *
012100****************************************************************
012200 POST-STATUS-EVENT.
012300     IF NOT WS-MASTER-OPEN
012400         MOVE 08 TO RQE-RETURN-CODE
012500         GO TO POST-STATUS-EVENT-EXIT
012600     END-IF.
012700     IF RQE-REQ-DEPT = SPACES AND RQE-REQ-REF = SPACES
012800         MOVE 04 TO RQE-RETURN-CODE
012900         GO TO POST-STATUS-EVENT-EXIT
013000     END-IF.
013100     MOVE 'N' TO WS-NEW-RECORD-SW.
013200     MOVE RQE-REQ-DEPT TO RQS-REQ-DEPT.
013300     MOVE RQE-REQ-REF TO RQS-REQ-REF.
013400     READ STATUS-MASTER
013500         INVALID KEY
013600             MOVE 'Y' TO WS-NEW-RECORD-SW
013700     END-READ.
013800     IF WS-NEW-RECORD
013900         MOVE SPACES TO RQS-RECORD
014000         MOVE RQE-REQ-DEPT TO RQS-REQ-DEPT
014100         MOVE RQE-REQ-REF TO RQS-REQ-REF
014200         MOVE RQE-DATE TO RQS-FIRST-DATE
014300         MOVE ZERO TO RQS-EVENT-COUNT
014400         MOVE ZERO TO RQS-HIST-COUNT
014500     END-IF.
014600     PERFORM SHIFT-HISTORY-ENTRY THRU SHIFT-HISTORY-ENTRY-EXIT
014700             VARYING WS-HIST-SUB FROM WS-HIST-MAX BY -1
014800             UNTIL WS-HIST-SUB < 2.
014900     MOVE RQE-EVENT-X TO RQS-HIST-EVENT-X (1).
015000     MOVE RQE-DATE TO RQS-HIST-DATE (1).
015100     MOVE RQE-TIME TO RQS-HIST-TIME (1).
015200     MOVE RQE-JOB-NAME TO RQS-HIST-JOB (1).
015300     MOVE RQE-REASON-CODE TO RQS-HIST-REASON (1).
015400     MOVE RQE-DETAIL TO RQS-HIST-DETAIL (1).
015500     IF RQS-HIST-COUNT < WS-HIST-MAX
015600         ADD 1 TO RQS-HIST-COUNT
015700     END-IF.
015800     ADD 1 TO RQS-EVENT-COUNT.
015900     MOVE RQE-EVENT-X TO RQS-STATUS-X.
016000     MOVE RQE-DATE TO RQS-LAST-DATE.
016100     MOVE RQE-TIME TO RQS-LAST-TIME.
016200     MOVE RQE-JOB-NAME TO RQS-LAST-JOB.
016300     IF WS-NEW-RECORD
016400         WRITE RQS-RECORD
016500             INVALID KEY
016600                 MOVE 08 TO RQE-RETURN-CODE
016700         END-WRITE
016800     ELSE
016900         REWRITE RQS-RECORD
017000             INVALID KEY
017100                 MOVE 08 TO RQE-RETURN-CODE
017200         END-REWRITE
017300     END-IF.
017400     IF RQE-UNAVAILABLE
017500         DISPLAY 'RQSPOST - UNABLE TO POST ' RQE-EVENT-X
017600                 ' FOR ' RQE-REQ-DEPT ' ' RQE-REQ-REF
017700                 ', STATUS = ' WS-STATUS-MASTER-STATUS
017800     END-IF.
017900 POST-STATUS-EVENT-EXIT.
018000     EXIT.
018100****************************************************************
018200*  SHIFT-HISTORY-ENTRY                                          *
018300*  MOVES ONE HISTORY ENTRY DOWN A SLOT TO MAKE ROOM AT THE      *
018400*  FRONT.  THE ENTRY IN THE LAST SLOT IS OVERLAID AND DROPS     *
018500*  OFF THE HISTORY.                                             *
018600****************************************************************
018700 SHIFT-HISTORY-ENTRY.
018800     MOVE RQS-HISTORY (WS-HIST-SUB - 1)
018900             TO RQS-HISTORY (WS-HIST-SUB).
019000 SHIFT-HISTORY-ENTRY-EXIT.
019100     EXIT.
