000500*  ONE RECORD PER RECURRING WORKLIST REQUEST IN THE SRQMST       *
000600*  INDEXED MASTER, KEYED ON REQUESTING DEPARTMENT AND REQUEST    *
000700*  REFERENCE.  CARRIES THE SAME MODE, N AND R AS A WL-RECORD     *
000800*  PLUS THE FREQUENCY - 'D' EVERY BUSINESS DAY, 'W' THE LAST     *
000805*  BUSINESS DAY OF THE WEEK, 'M' OF THE MONTH, 'Q' OF THE        *
000810*  QUARTER, 'Y' OF THE YEAR, AS FLAGGED ON THE BUSCAL CALENDAR - *
000900*  AND THE EFFECTIVE/EXPIRY DATES (YYYYMMDD, INCLUSIVE) THAT     *
001000*  BOUND ITS LIFE.  MAINTAINED BY SRQMNT AND READ NIGHTLY BY     *
001100*  SRQGEN, WHICH EMITS THE DUE REQUESTS AS WL-RECORDS IN A       *
001400*  MODIFICATION HISTORY                                          *
001500*  ------------------------------------------------------------  *
001600*  2026-09-14  DEH  ORIGINAL COPYBOOK.                           *
001610*  2026-12-14  DEH  ADDED SRQ-BINOMIAL-MODE AND SRQ-PROB-X, THE  *
001620*                   SUCCESS PROBABILITY OF A BINOMIAL ('B')      *
001630*                   STANDING REQUEST, COPIED TO WL-PROB-X.       *
001640*  2027-01-04  DEH  ADDED THE WEEKLY ('W'), QUARTER-END ('Q')    *
001650*                   AND YEAR-END ('Y') FREQUENCIES, DUE ON THE   *
001660*                   BUSCAL CALENDAR'S PERIOD-END BUSINESS DAYS.  *
001700****************************************************************
001800 01  SRQ-RECORD.
001900     05  SRQ-KEY.
002200     05  SRQ-MODE-X                  PIC X(01).
002300         88  SRQ-COMBO-MODE                  VALUE 'C'.
002400         88  SRQ-FACTORIAL-MODE              VALUE 'F', ' '.
002410         88  SRQ-BINOMIAL-MODE               VALUE 'B'.
002500     05  SRQ-N-X                     PIC X(02).
002600     05  SRQ-R-X                     PIC X(02).
002700     05  SRQ-FREQUENCY-X             PIC X(01).
002800         88  SRQ-NIGHTLY                     VALUE 'D'.
002900         88  SRQ-MONTH-END                   VALUE 'M'.
002910         88  SRQ-WEEKLY                      VALUE 'W'.
002920         88  SRQ-QUARTER-END                 VALUE 'Q'.
002930         88  SRQ-YEAR-END                    VALUE 'Y'.
003000     05  SRQ-EFFECTIVE-DATE          PIC 9(08).
003100     05  SRQ-EXPIRY-DATE             PIC 9(08).
003200     05  SRQ-PROB-X                  PIC X(06).
003300     05  FILLER                      PIC X(40).
