000100****************************************************************
000200*                                                                *
000300*  CALCREC   -  BUSINESS CALENDAR MAINTENANCE CONTROL CARD       *
000400*                                                                *
000500*  ONE OR MORE RECORDS READ FROM CALIN BY CALMNT, ONE ACTION     *
000600*  PER CARD.  CALC-FUNCTION-X SELECTS THE ACTION -               *
000700*    'G'  GENERATES EVERY DATE OF THE YEAR IN COLUMNS 3-6,       *
000800*         WEEKDAYS AS BUSINESS DAYS AND SATURDAY AND SUNDAY AS   *
000900*         WEEKEND.  DATES ALREADY ON FILE ARE LEFT AS THEY ARE.  *
001000*    'H'  MARKS THE DATE A HOLIDAY; THE DESCRIPTION (THE         *
001100*         HOLIDAY'S NAME) IS REQUIRED.                           *
001200*    'B'  MARKS THE DATE A BUSINESS DAY - A WORKING WEEKEND OR   *
001300*         A HOLIDAY WITHDRAWN.                                   *
001400*    'R'  RESETS THE DATE TO ITS GENERATED DAY TYPE.             *
001500*    'L'  LISTS THE DATES FROM THE DATE TO THE TO-DATE; A BLANK  *
001600*         TO-DATE LISTS TO THE END OF THE DATE'S YEAR.           *
001700*  LISTINGS ARE PRINTED AFTER THE CHANGES ON THE SAME RUN, SO    *
001800*  THEY SHOW THE RECOMPUTED PERIOD-END FLAGS.                    *
001900*                                                                *
002000*  MODIFICATION HISTORY                                          *
002100*  ------------------------------------------------------------  *
002200*  2027-01-04  DEH  ORIGINAL COPYBOOK.                           *
002300****************************************************************
002400 01  CALC-RECORD.
002500     05  CALC-FUNCTION-X             PIC X(01).
002600         88  CALC-GENERATE-FUNCTION          VALUE 'G'.
002700         88  CALC-HOLIDAY-FUNCTION           VALUE 'H'.
002800         88  CALC-BUSINESS-FUNCTION          VALUE 'B'.
002900         88  CALC-RESET-FUNCTION             VALUE 'R'.
003000         88  CALC-LIST-FUNCTION              VALUE 'L'.
003100     05  FILLER                      PIC X(01).
003200     05  CALC-DATE-X                 PIC X(08).
003300     05  CALC-YEAR-VIEW REDEFINES CALC-DATE-X.
003400         10  CALC-YEAR-X             PIC X(04).
003500         10  CALC-YEAR-REST-X        PIC X(04).
003600     05  FILLER                      PIC X(01).
003700     05  CALC-TO-DATE-X              PIC X(08).
003800     05  FILLER                      PIC X(01).
003900     05  CALC-DESCRIPTION            PIC X(30).
004000     05  FILLER                      PIC X(30).
