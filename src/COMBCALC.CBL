002700*  MODIFICATION HISTORY                                         *
002800*  ------------------------------------------------------------ *
002900*  2026-10-26  DEH  ORIGINAL SUBPROGRAM.                        *
002910*  2026-12-14  DEH  NCR IS NOW COMPUTED EVEN WHEN NPR           *
002920*                   WILL NOT FIT.  THAT CASE RETURNS NEW CODE   *
002930*                   02 WITH NCR EXACT AND NPR ZERO, SO THE      *
002940*                   BINOMIAL DISTRIBUTION CAN USE NCR FOR ANY   *
002950*                   N WHERE IT FITS.  04 STILL MEANS NCR        *
002960*                   ITSELF WILL NOT FIT.                        *
003000****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004300 77  WS-SMALL-R                  PIC 9(02) VALUE ZERO.
004400 77  WS-STEP                     PIC 9(03) COMP VALUE ZERO.
004500 77  WS-FACTOR                   PIC 9(03) COMP VALUE ZERO.
004510 77  WS-NPR-OVERFLOW-SW          PIC X(01) VALUE 'N'.
004520     88  WS-NPR-OVERFLOW                     VALUE 'Y'.
004600 LINKAGE SECTION.
004700****************************************************************
004800*  LS-N             -  INPUT.  POPULATION SIZE, R NOT ABOVE N.   *
004900*  LS-R             -  INPUT.  SELECTION SIZE.                   *
005000*  LS-COMBINATIONS  -  OUTPUT. NCR, EXACT.                       *
005100*  LS-PERMUTATIONS  -  OUTPUT. NPR, EXACT.                       *
005200*  LS-RETURN-CODE   -  OUTPUT. 00 = OK, 02 = NPR EXCEEDS 19      *
005210*                      DIGITS (NPR ZERO, NCR STILL EXACT),       *
005220*                      04 = NCR EXCEEDS 19 DIGITS (OR R          *
005230*                      EXCEEDS N).                               *
005400****************************************************************
005500 01  LS-N                        PIC 9(02).
005600 01  LS-R                        PIC 9(02).
005800 01  LS-PERMUTATIONS             PIC 9(19) COMP-3.
005900 01  LS-RETURN-CODE              PIC 9(02).
006000     88  LS-CALC-OK                          VALUE 00.
006010     88  LS-NPR-OVERFLOW                     VALUE 02.
006100     88  LS-CALC-OVERFLOW                    VALUE 04.
006200 PROCEDURE DIVISION USING LS-N, LS-R, LS-COMBINATIONS,
006300         LS-PERMUTATIONS, LS-RETURN-CODE.
006600****************************************************************
006700 0000-MAINLINE.
006800     MOVE 00 TO LS-RETURN-CODE.
006810     MOVE 'N' TO WS-NPR-OVERFLOW-SW.
006900     MOVE 1 TO LS-COMBINATIONS.
007000     MOVE 1 TO LS-PERMUTATIONS.
007100*    CALLERS VALIDATE R AGAINST N - A BAD PAIR HERE IS REFUSED,
007700     PERFORM CALCULATE-PERMUTATIONS
007800             THRU CALCULATE-PERMUTATIONS-EXIT
007900             VARYING WS-STEP FROM ZERO BY 1
008000             UNTIL WS-STEP NOT < LS-R OR WS-NPR-OVERFLOW.
008100     COMPUTE WS-SMALL-R = LS-N - LS-R.
008200     IF LS-R < WS-SMALL-R
008300         MOVE LS-R TO WS-SMALL-R
008600             THRU CALCULATE-COMBINATIONS-EXIT
008700             VARYING WS-STEP FROM 1 BY 1
008800             UNTIL WS-STEP > WS-SMALL-R OR LS-CALC-OVERFLOW.
008810*    AN NPR TOO LARGE FOR 19 DIGITS DOES NOT SPOIL AN NCR
008820*    THAT FITS - THE CALLER DECIDES WHETHER IT NEEDS BOTH.
008830     IF WS-NPR-OVERFLOW AND NOT LS-CALC-OVERFLOW
008840         MOVE ZERO TO LS-PERMUTATIONS
008850         MOVE 02 TO LS-RETURN-CODE
008860     END-IF.
008900     GOBACK.
009000****************************************************************
009100*  CALCULATE-PERMUTATIONS                                       *
009500     COMPUTE WS-FACTOR = LS-N - WS-STEP.
009600     COMPUTE WS-VALUE-LIMIT = WS-MAX-VALUE / WS-FACTOR.
009700     IF LS-PERMUTATIONS > WS-VALUE-LIMIT
009800         MOVE 'Y' TO WS-NPR-OVERFLOW-SW
009900         GO TO CALCULATE-PERMUTATIONS-EXIT
010000     END-IF.
010100     MULTIPLY WS-FACTOR BY LS-PERMUTATIONS.
