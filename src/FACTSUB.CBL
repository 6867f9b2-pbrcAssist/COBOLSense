000200*                                                                *
000300*  PROGRAM      :  FACTSUB                                       *
000400*  DESCRIPTION  :  ONLINE (CICS) WORKLIST SUBMISSION.  A USER    *
000500*                  KEYS MODE, N, R (COMBO ONLY), DEPARTMENT,     *
000600*                  REFERENCE AND P (BINOMIAL ONLY) ON THE FSUB   *
000700*                  TRANSACTION AND GETS THE SAME REASON 01-06,   *
000710*                  13 AND 14 EDITS THE NIGHTLY WORKLIST          *
000800*                  VALIDATION APPLIES, RIGHT                     *
000900*                  ON THE SCREEN.  AN ACCEPTED REQUEST IS        *
001000*                  QUEUED AS A PROPERLY FORMED 80-BYTE           *
001100*                  WL-RECORD ON THE SUBQ TD QUEUE (ROUTED TO     *
001400*                  FOR TOMORROW'S WORKIN - SO MALFORMED CARDS    *
001500*                  ARE CAUGHT AT THE POINT OF ENTRY INSTEAD OF   *
001600*                  IN THE NIGHTLY REJECT PILE.                   *
001610*                  EVERY QUEUED REQUEST IS POSTED AS SUBMITTED   *
001620*                  ON THE RQSTMST REQUEST STATUS MASTER, WHERE   *
001630*                  THE FSTA STATUS INQUIRY PICKS IT UP.          *
001700*                                                                *
001800*  INPUT        :  FSUB M NN RR DEPT REFERENCE PPPPPP            *
001900*                  (M = F, C OR B; RR ONLY WITH MODE C; PPPPPP   *
001910*                  ONLY WITH MODE B, P WITH AN IMPLIED DECIMAL   *
001920*                  AFTER THE FIRST DIGIT - 050000 IS 0.5)        *
002000*                                                                *
002100****************************************************************
002200 IDENTIFICATION DIVISION.
002900*  MODIFICATION HISTORY                                         *
003000*  ------------------------------------------------------------ *
003100*  2026-11-23  DEH  ORIGINAL PROGRAM.                           *
003110*  2026-11-30  DEH  POST EACH QUEUED REQUEST AS SUBMITTED ON THE *
003120*                   RQSTMST REQUEST STATUS MASTER (SEE RQSREC).  *
003130*                   A FAILED POSTING NEVER UNDOES THE QUEUED     *
003140*                   SUBMISSION.                                  *
003150*  2026-12-14  DEH  ACCEPT BINOMIAL MODE 'B' WITH ITS SUCCESS   *
003160*                   PROBABILITY P IN COLUMNS 28-33, EDITED LIKE *
003170*                   THE NIGHTLY RUN (REASONS 13 AND 14) AND     *
003180*                   QUEUED IN WL-PROB-X.                        *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004000*  TERMINAL INPUT.  THE TRANSACTION ID IS FOLLOWED BY THE MODE  *
004100*  IN COLUMN 6, N IN COLUMNS 8-9, R IN COLUMNS 11-12, THE       *
004200*  DEPARTMENT IN COLUMNS 14-17 AND THE REFERENCE IN COLUMNS     *
004300*  19-26.  A BINOMIAL REQUEST CARRIES P IN COLUMNS 28-33.       *
004400****************************************************************
004500 01  SUB-INPUT.
004600     05  FILLER                      PIC X(05).
004700     05  SUB-MODE-X                  PIC X(01).
004800         88  SUB-COMBO-MODE                  VALUE 'C'.
004900         88  SUB-FACTORIAL-MODE              VALUE 'F', ' '.
004910         88  SUB-BINOMIAL-MODE               VALUE 'B'.
005000     05  FILLER                      PIC X(01).
005100     05  SUB-N-X                     PIC X(02).
005200     05  FILLER                      PIC X(01).
005500     05  SUB-REQ-DEPT                PIC X(04).
005600     05  FILLER                      PIC X(01).
005700     05  SUB-REQ-REF                 PIC X(08).
005800     05  FILLER                      PIC X(01).
005810     05  SUB-PROB-X                  PIC X(06).
005820     05  SUB-PROB REDEFINES SUB-PROB-X
005830                                     PIC 9V9(05).
005840     05  FILLER                      PIC X(47).
005900 77  SUB-INPUT-LEN               PIC S9(04) COMP VALUE +80.
006000****************************************************************
006100*  TERMINAL OUTPUT MESSAGE                                      *
008500****************************************************************
008600 COPY WORKREC.
008700 77  WL-RECORD-LEN               PIC S9(04) COMP VALUE +80.
008704****************************************************************
008708*  REQUEST STATUS POSTING FIELDS.  THE KEYED RQSTMST RECORD     *
008712*  ARRIVES IN THE RQS-RECORD AREA BELOW.                        *
008716****************************************************************
008720 77  SUB-RESP                    PIC S9(08) COMP VALUE ZERO.
008724 77  SUB-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
008728 77  SUB-DATE                    PIC 9(08) VALUE ZERO.
008732 77  SUB-HIST-MAX                PIC 9(02) COMP VALUE 10.
008736 77  SUB-HIST-SUB                PIC 9(02) COMP VALUE ZERO.
008740 77  SUB-NEW-STATUS-SW           PIC X(01) VALUE 'N'.
008744     88  SUB-NEW-STATUS                      VALUE 'Y'.
008748****************************************************************
008752*  FORMATTIME STORES EIGHT BYTES INTO ITS TIME RECEIVER - SIX   *
008756*  DIGITS PLUS TWO SEPARATOR POSITIONS, BLANK WHEN TIMESEP IS   *
008760*  OMITTED - SO THE RECEIVING AREA MUST BE A FULL EIGHT BYTES.  *
008764****************************************************************
008768 01  SUB-TIME-AREA.
008772     05  SUB-TIME                PIC 9(06) VALUE ZERO.
008776     05  FILLER                  PIC X(02) VALUE SPACES.
008780 COPY RQSREC.
008784 77  RQS-RECORD-LEN              PIC S9(04) COMP VALUE +540.
008800 PROCEDURE DIVISION.
008900****************************************************************
009000*  0000-MAINLINE                                                *
010000         PERFORM 4000-SEND-REJECT-MESSAGE THRU 4000-EXIT
010100     ELSE
010200         PERFORM 2000-QUEUE-SUBMISSION THRU 2000-EXIT
010210         PERFORM 2500-POST-REQUEST-STATUS THRU 2500-EXIT
010300         PERFORM 3000-SEND-ACCEPT-MESSAGE THRU 3000-EXIT
010400     END-IF.
010500     EXEC CICS RETURN END-EXEC.
010600****************************************************************
010700*  1000-VALIDATE-SUBMISSION                                     *
010800*  APPLIES THE SAME EDITS AS THE BATCH WORKLIST VALIDATION -    *
010900*  MODE VALID, N NUMERIC AND IN RANGE, FOR COMBO MODE R         *
011000*  NUMERIC, IN RANGE AND NOT GREATER THAN N, AND FOR BINOMIAL   *
011010*  MODE P NUMERIC AND NOT GREATER THAN 1.  THE SAME REASON      *
011100*  CODES ARE USED SO ONLINE AND BATCH REJECTS READ ALIKE.       *
011200****************************************************************
011300 1000-VALIDATE-SUBMISSION.
011500     MOVE SPACES TO SUB-REASON-CODE.
011600     MOVE SPACES TO SUB-REASON-TEXT.
011700     IF NOT SUB-COMBO-MODE AND NOT SUB-FACTORIAL-MODE
011710             AND NOT SUB-BINOMIAL-MODE
011800         MOVE 'Y' TO SUB-REJECT-SW
011900         MOVE '06' TO SUB-REASON-CODE
012000         MOVE 'MODE FIELD IS INVALID' TO SUB-REASON-TEXT
013300         MOVE 'N OUTSIDE ACCEPTABLE RANGE' TO SUB-REASON-TEXT
013400         GO TO 1000-EXIT
013500     END-IF.
013510     IF SUB-BINOMIAL-MODE
013520         PERFORM 1100-VALIDATE-PROBABILITY THRU 1100-EXIT
013530         GO TO 1000-EXIT
013540     END-IF.
013600     IF NOT SUB-COMBO-MODE
013700         GO TO 1000-EXIT
013800     END-IF.
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015804****************************************************************
015808*  1100-VALIDATE-PROBABILITY                                    *
015812*  A BINOMIAL REQUEST'S P MUST BE NUMERIC (REASON 13) AND NOT   *
015816*  GREATER THAN 1 (REASON 14).                                  *
015820****************************************************************
015824 1100-VALIDATE-PROBABILITY.
015828     IF SUB-PROB-X NOT NUMERIC
015832         MOVE 'Y' TO SUB-REJECT-SW
015836         MOVE '13' TO SUB-REASON-CODE
015840         MOVE 'PROBABILITY FIELD IS NOT NUMERIC'
015844                 TO SUB-REASON-TEXT
015848         GO TO 1100-EXIT
015852     END-IF.
015856     IF SUB-PROB > 1
015860         MOVE 'Y' TO SUB-REJECT-SW
015864         MOVE '14' TO SUB-REASON-CODE
015868         MOVE 'PROBABILITY GREATER THAN 1' TO SUB-REASON-TEXT
015872     END-IF.
015876 1100-EXIT.
015880     EXIT.
015900****************************************************************
016000*  2000-QUEUE-SUBMISSION                                        *
016100*  BUILDS THE WL-RECORD FROM THE ACCEPTED FIELDS AND PUTS IT    *
017000     IF SUB-COMBO-MODE
017100         MOVE SUB-R-X TO WL-R-X
017200     END-IF.
017210     IF SUB-BINOMIAL-MODE
017220         MOVE SUB-PROB-X TO WL-PROB-X
017230     END-IF.
017300     MOVE SUB-REQ-DEPT TO WL-REQ-DEPT.
017400     IF SUB-REQ-REF = SPACES
017500         MOVE EIBTRMID TO WL-REQ-REF
018300     END-EXEC.
018400 2000-EXIT.
018500     EXIT.
018501****************************************************************
018502*  2500-POST-REQUEST-STATUS                                     *
018503*  POSTS THE QUEUED REQUEST AS SUBMITTED ON RQSTMST - THE SAME  *
018504*  STATUS-AND-HISTORY UPDATE THE BATCH STEPS MAKE THROUGH       *
018505*  RQSPOST.  THE REQUEST'S RECORD IS READ FOR UPDATE, OR        *
018506*  STARTED WHEN THIS IS ITS FIRST EVENT.  THE SUBMISSION IS     *
018507*  ALREADY ON SUBQ, SO A POSTING THAT FAILS IS LEFT AT THAT.    *
018508****************************************************************
018509 2500-POST-REQUEST-STATUS.
018510     EXEC CICS ASKTIME
018511          ABSTIME(SUB-ABSTIME)
018512     END-EXEC.
018513     EXEC CICS FORMATTIME
018514          ABSTIME(SUB-ABSTIME)
018515          YYYYMMDD(SUB-DATE)
018516          TIME(SUB-TIME-AREA)
018517     END-EXEC.
018518     MOVE 'N' TO SUB-NEW-STATUS-SW.
018519     MOVE WL-REQ-DEPT TO RQS-REQ-DEPT.
018520     MOVE WL-REQ-REF TO RQS-REQ-REF.
018521     EXEC CICS READ
018522          FILE('RQSTMST')
018523          INTO(RQS-RECORD)
018524          RIDFLD(RQS-KEY)
018525          UPDATE
018526          RESP(SUB-RESP)
018527     END-EXEC.
018528     IF SUB-RESP = DFHRESP(NOTFND)
018529         MOVE 'Y' TO SUB-NEW-STATUS-SW
018530         MOVE SPACES TO RQS-RECORD
018531         MOVE WL-REQ-DEPT TO RQS-REQ-DEPT
018532         MOVE WL-REQ-REF TO RQS-REQ-REF
018533         MOVE SUB-DATE TO RQS-FIRST-DATE
018534         MOVE ZERO TO RQS-EVENT-COUNT
018535         MOVE ZERO TO RQS-HIST-COUNT
018536     ELSE
018537         IF SUB-RESP NOT = DFHRESP(NORMAL)
018538             GO TO 2500-EXIT
018539         END-IF
018540     END-IF.
018541     PERFORM 2550-SHIFT-HISTORY-ENTRY THRU 2550-EXIT
018542             VARYING SUB-HIST-SUB FROM SUB-HIST-MAX BY -1
018543             UNTIL SUB-HIST-SUB < 2.
018544     MOVE 'S' TO RQS-HIST-EVENT-X (1).
018545     MOVE SUB-DATE TO RQS-HIST-DATE (1).
018546     COMPUTE RQS-HIST-TIME (1) = SUB-TIME * 100.
018547     MOVE 'FACTSUB' TO RQS-HIST-JOB (1).
018548     MOVE SPACES TO RQS-HIST-REASON (1).
018549     MOVE SPACES TO RQS-HIST-DETAIL (1).
018550     STRING 'ONLINE FSUB ' EIBTRMID
018551             DELIMITED BY SIZE INTO RQS-HIST-DETAIL (1)
018552     END-STRING.
018553     IF RQS-HIST-COUNT < SUB-HIST-MAX
018554         ADD 1 TO RQS-HIST-COUNT
018555     END-IF.
018556     ADD 1 TO RQS-EVENT-COUNT.
018557     MOVE 'S' TO RQS-STATUS-X.
018558     MOVE SUB-DATE TO RQS-LAST-DATE.
018559     MOVE RQS-HIST-TIME (1) TO RQS-LAST-TIME.
018560     MOVE 'FACTSUB' TO RQS-LAST-JOB.
018561     IF SUB-NEW-STATUS
018562         EXEC CICS WRITE
018563              FILE('RQSTMST')
018564              FROM(RQS-RECORD)
018565              LENGTH(RQS-RECORD-LEN)
018566              RIDFLD(RQS-KEY)
018567              RESP(SUB-RESP)
018568         END-EXEC
018569     ELSE
018570         EXEC CICS REWRITE
018571              FILE('RQSTMST')
018572              FROM(RQS-RECORD)
018573              LENGTH(RQS-RECORD-LEN)
018574              RESP(SUB-RESP)
018575         END-EXEC
018576     END-IF.
018577 2500-EXIT.
018578     EXIT.
018579****************************************************************
018580*  2550-SHIFT-HISTORY-ENTRY                                     *
018581*  MOVES ONE HISTORY ENTRY DOWN A SLOT TO MAKE ROOM AT THE      *
018582*  FRONT - THE ENTRY IN THE LAST SLOT DROPS OFF THE HISTORY.    *
018583****************************************************************
018584 2550-SHIFT-HISTORY-ENTRY.
018585     MOVE RQS-HISTORY (SUB-HIST-SUB - 1)
018586             TO RQS-HISTORY (SUB-HIST-SUB).
018587 2550-EXIT.
018588     EXIT.
018600****************************************************************
018700*  3000-SEND-ACCEPT-MESSAGE                                     *
018800****************************************************************
019100     STRING 'REQUEST ACCEPTED - MODE ' WL-MODE-X
019200             ' N= ' WL-N-X
019300             ' R= ' WL-R-X
019310             ' P= ' WL-PROB-X
019400             ' DEPT ' WL-REQ-DEPT
019500             ' REF ' WL-REQ-REF
019600             ' QUEUED FOR THE NEXT WORKLIST'
