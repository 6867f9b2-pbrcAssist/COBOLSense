000100****************************************************************
000200*                                                                *
000300*  PROGRAM      :  STEPLOG                                       *
000400*  DESCRIPTION  :  CALLABLE SUBPROGRAM - APPENDS ONE STEP-       *
000500*                  STATUS RECORD (SEE SSTREC) TO THE SHARED      *
000600*                  STEPLOG JOB-STREAM LOG.  CALLED ONCE BY       *
000700*                  EVERY BATCH PROGRAM JUST BEFORE IT ENDS,      *
000800*                  SO THE WHOLE NIGHT'S STREAM - RETURN CODES,   *
000900*                  DISPOSITIONS AND KEY COUNTS - CAN BE READ     *
001000*                  FROM ONE FILE BY STEPRPT IN THE MORNING       *
001100*                  INSTEAD OF FROM EACH STEP'S OWN PRINTOUT.     *
001200*                  THE LOG IS OPENED, WRITTEN AND CLOSED ON      *
001300*                  EVERY CALL AND IS CREATED ON FIRST USE.       *
001400*                                                                *
001500*  NOTE         :  AN UNUSABLE LOG IS REPORTED ON THE CONSOLE    *
001600*                  AND THE RECORD IS LOST - STEP-STATUS          *
001700*                  LOGGING NEVER CHANGES THE OUTCOME OF THE      *
001800*                  CALLING STEP.  THE CALLER MUST RESTORE ITS    *
001900*                  RETURN CODE AFTER THE CALL.                   *
002000*                                                                *
002100****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    STEPLOG.
002400 AUTHOR.        D. HOLLAND.
002500 INSTALLATION.  RISK ANALYTICS BATCH SYSTEMS.
002600 DATE-WRITTEN.  02/01/2027.
002700 DATE-COMPILED.
002800****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  ------------------------------------------------------------ *
003100*  2027-02-01  DEH  ORIGINAL SUBPROGRAM.                        *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STEP-LOG-FILE   ASSIGN TO STEPLOG
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            ACCESS MODE IS SEQUENTIAL
004200            FILE STATUS IS WS-STEP-LOG-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  STEP-LOG-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 200 CHARACTERS.
004800 01  STEP-LOG-RECORD                 PIC X(200).
004900 WORKING-STORAGE SECTION.
005000****************************************************************
005100*  STANDALONE SWITCHES AND WORKING FIELDS                       *
005200****************************************************************
005300 77  WS-STEP-LOG-STATUS          PIC X(02) VALUE SPACES.
005400     88  WS-STEP-LOG-OK                      VALUE '00'.
005500     88  WS-STEP-LOG-NOT-FOUND               VALUE '35'.
005600 77  WS-COUNT-SUB                PIC 9(02) COMP VALUE ZERO.
005700 LINKAGE SECTION.
005800****************************************************************
005900*  SST-RECORD      -  INPUT.  THE STEP'S STATUS RECORD, FILLED   *
006000*                     OUT HERE WHERE THE CALLER LEFT IT BLANK    *
006100*                     (SEE SSTREC).                              *
006200****************************************************************
006300 COPY SSTREC.
006400 PROCEDURE DIVISION USING SST-RECORD.
006500****************************************************************
006600*  0000-MAINLINE                                                *
006700****************************************************************
006800 0000-MAINLINE.
006900     PERFORM COMPLETE-STATUS-RECORD
007000             THRU COMPLETE-STATUS-RECORD-EXIT.
007100     PERFORM APPEND-STATUS-RECORD THRU APPEND-STATUS-RECORD-EXIT.
007200     GOBACK.
007300****************************************************************
007400*  COMPLETE-STATUS-RECORD                                       *
007500*  STAMPS THE LOG DATE AND TIME, CLEARS THE SEPARATORS, ZEROES  *
007600*  THE UNUSED COUNTS AND DERIVES THE DISPOSITION AND REASON     *
007700*  FROM THE RETURN CODE WHEN THE CALLER GAVE NONE.  A STEP      *
007800*  WITH NO RUN STAMP OF ITS OWN IS STAMPED WITH THE LOG TIME.   *
007900****************************************************************
008000 COMPLETE-STATUS-RECORD.
008100     ACCEPT SST-LOG-DATE FROM DATE YYYYMMDD.
008200     ACCEPT SST-LOG-TIME FROM TIME.
008300     IF SST-RUN-DATE NOT NUMERIC OR SST-RUN-DATE = ZERO
008400         MOVE SST-LOG-DATE TO SST-RUN-DATE
008500         MOVE SST-LOG-TIME TO SST-RUN-TIME
008600     END-IF.
008700     IF SST-RUN-TIME NOT NUMERIC
008800         MOVE SST-LOG-TIME TO SST-RUN-TIME
008900     END-IF.
009000     IF SST-RETURN-CODE NOT NUMERIC
009100         MOVE ZERO TO SST-RETURN-CODE
009200     END-IF.
009300     PERFORM CLEAR-COUNT-ENTRY THRU CLEAR-COUNT-ENTRY-EXIT
009400             VARYING WS-COUNT-SUB FROM 1 BY 1
009500             UNTIL WS-COUNT-SUB > 6.
009600     IF SST-DISPOSITION = SPACES
009700         EVALUATE TRUE
009800             WHEN SST-RETURN-CODE = ZERO
009900                 MOVE 'CLEAN' TO SST-DISPOSITION
010000             WHEN SST-RETURN-CODE < 08
010100                 MOVE 'WARNING' TO SST-DISPOSITION
010200             WHEN SST-RETURN-CODE < 12
010300                 MOVE 'ERRORS' TO SST-DISPOSITION
010400             WHEN OTHER
010500                 MOVE 'ABORTED' TO SST-DISPOSITION
010600         END-EVALUATE
010700     END-IF.
010800     IF SST-REASON = SPACES
010900         EVALUATE TRUE
011000             WHEN SST-RETURN-CODE = ZERO
011100                 MOVE 'COMPLETED NORMALLY' TO SST-REASON
011200             WHEN SST-RETURN-CODE < 12
011300                 MOVE 'COMPLETED - SEE STEP REPORT' TO SST-REASON
011400             WHEN OTHER
011500                 MOVE 'ABORTED - SEE CONSOLE LOG' TO SST-REASON
011600         END-EVALUATE
011700     END-IF.
011800 COMPLETE-STATUS-RECORD-EXIT.
011900     EXIT.
012000****************************************************************
012100*  CLEAR-COUNT-ENTRY                                            *
012200****************************************************************
012300 CLEAR-COUNT-ENTRY.
012400     IF SST-COUNT (WS-COUNT-SUB) NOT NUMERIC
012500         MOVE ZERO TO SST-COUNT (WS-COUNT-SUB)
012600     END-IF.
012700 CLEAR-COUNT-ENTRY-EXIT.
012800     EXIT.
012900****************************************************************
013000*  APPEND-STATUS-RECORD                                         *
013100****************************************************************
013200 APPEND-STATUS-RECORD.
013300     OPEN EXTEND STEP-LOG-FILE.
013400     IF WS-STEP-LOG-NOT-FOUND
013500         OPEN OUTPUT STEP-LOG-FILE
013600     END-IF.
013700     IF NOT WS-STEP-LOG-OK
013800         DISPLAY 'STEPLOG - UNABLE TO OPEN STEPLOG, STATUS = '
013900                 WS-STEP-LOG-STATUS
014000                 ', STEP STATUS NOT LOGGED FOR '
014100                 SST-PROGRAM
014200         GO TO APPEND-STATUS-RECORD-EXIT
014300     END-IF.
014400     WRITE STEP-LOG-RECORD FROM SST-RECORD.
014500     IF NOT WS-STEP-LOG-OK
014600         DISPLAY 'STEPLOG - STEPLOG WRITE FAILED, STATUS = '
014700                 WS-STEP-LOG-STATUS
014800                 ', STEP STATUS NOT LOGGED FOR '
014900                 SST-PROGRAM
015000     END-IF.
015100     CLOSE STEP-LOG-FILE.
015200 APPEND-STATUS-RECORD-EXIT.
015300     EXIT.
