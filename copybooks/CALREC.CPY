000100****************************************************************
000200*                                                                *
000300*  CALREC    -  BUSINESS CALENDAR RECORD                         *
000400*                                                                *
000500*  ONE RECORD PER CALENDAR DATE IN THE BUSCAL INDEXED FILE,      *
000600*  KEYED ON THE DATE (YYYYMMDD).  CALMNT GENERATES A WHOLE YEAR  *
000700*  AT A TIME - WEEKDAYS AS BUSINESS DAYS, SATURDAY AND SUNDAY    *
000800*  AS WEEKEND - AND THEN MARKS THE HOLIDAYS.  THE DAY TYPE SAYS  *
000900*  WHETHER THE NIGHTLY CYCLE IS EXPECTED TO RUN:  'B' BUSINESS   *
001000*  DAY, 'H' HOLIDAY, 'W' WEEKEND.                                *
001100*                                                                *
001200*  THE PERIOD-END FLAGS ('Y' OR SPACE) ARE SET ONLY ON BUSINESS  *
001300*  DAYS AND MARK THE LAST BUSINESS DAY OF THE WEEK (MONDAY TO    *
001400*  SUNDAY), MONTH, QUARTER AND YEAR.  THE BUSINESS-DAY SEQUENCE  *
001500*  NUMBERS THE BUSINESS DAYS FROM THE START OF THE FILE; A       *
001600*  NON-BUSINESS DAY CARRIES THE NUMBER OF THE BUSINESS DAY       *
001700*  BEFORE IT, SO THE DIFFERENCE BETWEEN TWO DATES' SEQUENCES IS  *
001800*  THE NUMBER OF BUSINESS DAYS BETWEEN THEM.  CALMNT RECOMPUTES  *
001900*  THE FLAGS AND THE SEQUENCE OVER THE WHOLE FILE ON EVERY RUN.  *
002000*                                                                *
002100*  MODIFICATION HISTORY                                          *
002200*  ------------------------------------------------------------  *
002300*  2027-01-04  DEH  ORIGINAL COPYBOOK.                           *
002400****************************************************************
002500 01  CAL-RECORD.
002600     05  CAL-DATE                    PIC 9(08).
002700     05  CAL-DATE-PARTS REDEFINES CAL-DATE.
002800         10  CAL-YEAR                PIC 9(04).
002900         10  CAL-MONTH               PIC 9(02).
003000         10  CAL-DAY                 PIC 9(02).
003100     05  CAL-DAY-TYPE-X              PIC X(01).
003200         88  CAL-BUSINESS-DAY                VALUE 'B'.
003300         88  CAL-HOLIDAY                     VALUE 'H'.
003400         88  CAL-WEEKEND                     VALUE 'W'.
003500     05  CAL-DAY-OF-WEEK             PIC 9(01).
003600         88  CAL-SATURDAY-OR-SUNDAY          VALUE 6 7.
003700     05  CAL-WEEK-END-X              PIC X(01).
003800         88  CAL-WEEK-END                    VALUE 'Y'.
003900     05  CAL-MONTH-END-X             PIC X(01).
004000         88  CAL-MONTH-END                   VALUE 'Y'.
004100     05  CAL-QUARTER-END-X           PIC X(01).
004200         88  CAL-QUARTER-END                 VALUE 'Y'.
004300     05  CAL-YEAR-END-X              PIC X(01).
004400         88  CAL-YEAR-END                    VALUE 'Y'.
004500     05  CAL-BUS-DAY-SEQ             PIC 9(07).
004600     05  CAL-DESCRIPTION             PIC X(30).
004700     05  CAL-CHANGED-DATE            PIC 9(08).
004800     05  FILLER                      PIC X(21).
