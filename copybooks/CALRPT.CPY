000100****************************************************************
000200*                                                                *
000300*  CALRPT    -  BUSINESS CALENDAR MAINTENANCE REPORT RECORD      *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  A SECTION TITLE, THE COLUMN HEADING, A DETAIL LINE AND THE    *
000700*  TOTAL LINES.  CALMNT PRINTS THE DISPOSITION OF EVERY CALIN    *
000800*  CARD, THEN EACH LISTING ASKED FOR - ONE LINE PER DATE WITH    *
000900*  ITS DAY TYPE, BUSINESS-DAY SEQUENCE AND PERIOD-END FLAGS.     *
001000*                                                                *
001100*  MODIFICATION HISTORY                                          *
001200*  ------------------------------------------------------------  *
001300*  2027-01-04  DEH  ORIGINAL COPYBOOK.                           *
001400****************************************************************
001500 01  CLR-RECORD                      PIC X(132).
001600*
001700 01  CLR-HEADING-LINE REDEFINES CLR-RECORD.
001800     05  CLR-HDG-TITLE               PIC X(40).
001900     05  FILLER                      PIC X(04).
002000     05  CLR-HDG-DATE-LIT            PIC X(09).
002100     05  CLR-HDG-DATE                PIC 9999/99/99.
002200     05  FILLER                      PIC X(10).
002300     05  CLR-HDG-PAGE-LIT            PIC X(05).
002400     05  CLR-HDG-PAGE                PIC ZZZ9.
002500     05  FILLER                      PIC X(50).
002600*
002700 01  CLR-SECTION-LINE REDEFINES CLR-RECORD.
002800     05  FILLER                      PIC X(02).
002900     05  CLR-SEC-TITLE               PIC X(60).
003000     05  FILLER                      PIC X(70).
003100*
003200 01  CLR-COLUMN-LINE REDEFINES CLR-RECORD.
003300     05  FILLER                      PIC X(02).
003400     05  CLR-COL-DATE-LIT            PIC X(10).
003500     05  CLR-COL-DAY-LIT             PIC X(05).
003600     05  CLR-COL-TYPE-LIT            PIC X(10).
003700     05  CLR-COL-SEQ-LIT             PIC X(09).
003800     05  CLR-COL-WEEK-LIT            PIC X(04).
003900     05  CLR-COL-MONTH-LIT           PIC X(04).
004000     05  CLR-COL-QUARTER-LIT         PIC X(04).
004100     05  CLR-COL-YEAR-LIT            PIC X(04).
004200     05  CLR-COL-DESC-LIT            PIC X(32).
004300     05  CLR-COL-CHANGED-LIT         PIC X(10).
004400     05  CLR-COL-ACTION-LIT          PIC X(24).
004500     05  FILLER                      PIC X(14).
004600*
004700 01  CLR-DETAIL-LINE REDEFINES CLR-RECORD.
004800     05  FILLER                      PIC X(02).
004900     05  CLR-DET-DATE                PIC X(08).
005000     05  FILLER                      PIC X(02).
005100     05  CLR-DET-DAY                 PIC X(03).
005200     05  FILLER                      PIC X(02).
005300     05  CLR-DET-TYPE                PIC X(08).
005400     05  FILLER                      PIC X(02).
005500     05  CLR-DET-SEQ                 PIC ZZZZZZ9.
005600     05  FILLER                      PIC X(02).
005700     05  CLR-DET-WEEK                PIC X(02).
005800     05  FILLER                      PIC X(02).
005900     05  CLR-DET-MONTH               PIC X(02).
006000     05  FILLER                      PIC X(02).
006100     05  CLR-DET-QUARTER             PIC X(02).
006200     05  FILLER                      PIC X(02).
006300     05  CLR-DET-YEAR                PIC X(02).
006400     05  FILLER                      PIC X(02).
006500     05  CLR-DET-DESC                PIC X(30).
006600     05  FILLER                      PIC X(02).
006700     05  CLR-DET-CHANGED             PIC X(08).
006800     05  FILLER                      PIC X(02).
006900     05  CLR-DET-ACTION              PIC X(24).
007000     05  FILLER                      PIC X(14).
007100*
007200 01  CLR-TOTAL-LINE REDEFINES CLR-RECORD.
007300     05  CLR-TOT-LIT1                PIC X(20).
007400     05  CLR-TOT-COUNT1              PIC ZZ,ZZZ,ZZ9.
007500     05  CLR-TOT-LIT2                PIC X(20).
007600     05  CLR-TOT-COUNT2              PIC ZZ,ZZZ,ZZ9.
007700     05  CLR-TOT-LIT3                PIC X(20).
007800     05  CLR-TOT-COUNT3              PIC ZZ,ZZZ,ZZ9.
007900     05  FILLER                      PIC X(42).
