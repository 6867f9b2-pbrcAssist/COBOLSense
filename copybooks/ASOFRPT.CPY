000100****************************************************************
000200*                                                                *
000300*  ASOFRPT   -  AS-OF RECONSTRUCTION REPORT RECORD               *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE AS-OF DATE LINE, THE COLUMN HEADING, A DETAIL LINE AND    *
000700*  THE TOTAL LINES.  ONE DETAIL LINE IS WRITTEN FOR EVERY N      *
000800*  FACTMST OR FMSTHIST KNOWS OF - THE VALUE PUBLISHED FOR IT     *
000900*  AT THE CLOSE OF THE AS-OF DATE, THE CALCULATION THAT VALUE    *
001000*  CAME FROM, AND ITS STATUS ON THAT DATE.  THE CHANGED-ON       *
001100*  COLUMNS SAY WHEN AND BY WHAT JOB THE PICTURE MOVED: THE RUN   *
001200*  THAT LATER REPLACED A ROLLED-BACK VALUE, THE RUN THAT FIRST   *
001300*  CALCULATED AN N NOT YET EXISTING, OR THE PURGE THAT REMOVED   *
001400*  AN N BEFORE THE DATE.                                         *
001500*                                                                *
001600*  MODIFICATION HISTORY                                          *
001700*  ------------------------------------------------------------  *
001800*  2027-01-18  DEH  ORIGINAL COPYBOOK.                           *
001900****************************************************************
002000 01  AOR-RECORD                      PIC X(132).
002100*
002200 01  AOR-HEADING-LINE REDEFINES AOR-RECORD.
002300     05  AOR-HDG-TITLE               PIC X(40).
002400     05  FILLER                      PIC X(04).
002500     05  AOR-HDG-DATE-LIT            PIC X(09).
002600     05  AOR-HDG-DATE                PIC 9999/99/99.
002700     05  FILLER                      PIC X(10).
002800     05  AOR-HDG-PAGE-LIT            PIC X(05).
002900     05  AOR-HDG-PAGE                PIC ZZZ9.
003000     05  FILLER                      PIC X(50).
003100*
003200 01  AOR-ASOF-LINE REDEFINES AOR-RECORD.
003300     05  AOR-ASOF-LIT                PIC X(11).
003400     05  AOR-ASOF-DATE               PIC 9999/99/99.
003500     05  AOR-ASOF-TEXT               PIC X(50).
003600     05  FILLER                      PIC X(61).
003700*
003800 01  AOR-COLUMN-LINE REDEFINES AOR-RECORD.
003900     05  FILLER                      PIC X(02).
004000     05  AOR-COL-N-LIT               PIC X(04).
004100     05  AOR-COL-FACT-LIT            PIC X(20).
004200     05  AOR-COL-APPROX-LIT          PIC X(02).
004300     05  AOR-COL-AVALUE-LIT          PIC X(16).
004400     05  AOR-COL-CALC-LIT            PIC X(23).
004500     05  AOR-COL-JOB-LIT             PIC X(10).
004600     05  AOR-COL-STATUS-LIT          PIC X(21).
004700     05  AOR-COL-CHG-LIT             PIC X(11).
004800     05  AOR-COL-CJOB-LIT            PIC X(08).
004900     05  FILLER                      PIC X(15).
005000*
005100 01  AOR-DETAIL-LINE REDEFINES AOR-RECORD.
005200     05  FILLER                      PIC X(02).
005300     05  AOR-DET-N                   PIC Z9.
005400     05  FILLER                      PIC X(02).
005500     05  AOR-DET-FACTORIAL           PIC Z(18)9.
005600     05  FILLER                      PIC X(01).
005700     05  AOR-DET-APPROX              PIC X(01).
005800     05  FILLER                      PIC X(01).
005900     05  AOR-DET-MANTISSA            PIC 9.9(07).
006000     05  AOR-DET-E-LIT               PIC X(02).
006100     05  AOR-DET-EXPONENT            PIC ZZZ9.
006200     05  FILLER                      PIC X(01).
006300     05  AOR-DET-CALC-DATE           PIC 9999/99/99.
006400     05  FILLER                      PIC X(01).
006500     05  AOR-DET-CALC-TIME           PIC 99/99/99.99.
006600     05  FILLER                      PIC X(01).
006700     05  AOR-DET-JOB                 PIC X(08).
006800     05  FILLER                      PIC X(02).
006900     05  AOR-DET-STATUS              PIC X(19).
007000     05  FILLER                      PIC X(02).
007100     05  AOR-DET-CHG-DATE            PIC 9999/99/99.
007200     05  FILLER                      PIC X(01).
007300     05  AOR-DET-CHG-JOB             PIC X(08).
007400     05  FILLER                      PIC X(15).
007500*
007600 01  AOR-TOTAL-LINE REDEFINES AOR-RECORD.
007700     05  AOR-TOT-LIT                 PIC X(30).
007800     05  AOR-TOT-COUNT               PIC ZZ,ZZZ,ZZ9.
007900     05  FILLER                      PIC X(92).
