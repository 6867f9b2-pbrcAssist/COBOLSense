000100****************************************************************
000200*                                                                *
000300*  WLARPT    -  WORKLIST ASSEMBLY MANIFEST REPORT RECORD         *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE COLUMN HEADINGS, A BATCH DETAIL LINE, A MESSAGE LINE,     *
000700*  A FEEDER SUMMARY LINE AND THE FINAL TOTAL LINE.  WLASSEM      *
000800*  PRINTS ONE DETAIL LINE PER FEEDER BATCH (ACCEPTED OR          *
000900*  REFUSED), A MESSAGE LINE PER FEEDER OUTCOME AND PER           *
001000*  DUPLICATE DROPPED, THEN A SUMMARY LINE PER FEEDER.            *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-12-07  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  WLA-RECORD                      PIC X(132).
001700*
001800 01  WLA-HEADING-LINE REDEFINES WLA-RECORD.
001900     05  WLA-HDG-TITLE               PIC X(40).
002000     05  FILLER                      PIC X(04).
002100     05  WLA-HDG-DATE-LIT            PIC X(09).
002200     05  WLA-HDG-DATE                PIC 9999/99/99.
002300     05  FILLER                      PIC X(10).
002400     05  WLA-HDG-PAGE-LIT            PIC X(05).
002500     05  WLA-HDG-PAGE                PIC ZZZ9.
002600     05  FILLER                      PIC X(50).
002700*
002800 01  WLA-COLUMN-LINE REDEFINES WLA-RECORD.
002900     05  FILLER                      PIC X(02).
003000     05  WLA-COL-FEEDER-LIT          PIC X(10).
003100     05  WLA-COL-BATCH-LIT           PIC X(10).
003200     05  WLA-COL-CREATED-LIT         PIC X(10).
003300     05  WLA-COL-IN-LIT              PIC X(12).
003400     05  WLA-COL-DUPS-LIT            PIC X(12).
003500     05  WLA-COL-OUT-LIT             PIC X(12).
003600     05  WLA-COL-DISP-LIT            PIC X(40).
003700     05  FILLER                      PIC X(24).
003800*
003900 01  WLA-DETAIL-LINE REDEFINES WLA-RECORD.
004000     05  FILLER                      PIC X(02).
004100     05  WLA-DET-FEEDER              PIC X(08).
004200     05  FILLER                      PIC X(02).
004300     05  WLA-DET-BATCH               PIC X(08).
004400     05  FILLER                      PIC X(02).
004500     05  WLA-DET-CREATED             PIC X(08).
004600     05  FILLER                      PIC X(02).
004700     05  WLA-DET-IN                  PIC ZZ,ZZZ,ZZ9.
004800     05  FILLER                      PIC X(02).
004900     05  WLA-DET-DUPS                PIC ZZ,ZZZ,ZZ9.
005000     05  FILLER                      PIC X(02).
005100     05  WLA-DET-OUT                 PIC ZZ,ZZZ,ZZ9.
005200     05  FILLER                      PIC X(02).
005300     05  WLA-DET-DISP                PIC X(40).
005400     05  FILLER                      PIC X(24).
005500*
005600 01  WLA-MESSAGE-LINE REDEFINES WLA-RECORD.
005700     05  FILLER                      PIC X(02).
005800     05  WLA-MSG-FEEDER              PIC X(08).
005900     05  FILLER                      PIC X(02).
006000     05  WLA-MSG-TEXT                PIC X(80).
006100     05  FILLER                      PIC X(40).
006200*
006300 01  WLA-SUM-COLUMN-LINE REDEFINES WLA-RECORD.
006400     05  FILLER                      PIC X(02).
006500     05  WLA-SCL-FEEDER-LIT          PIC X(10).
006600     05  WLA-SCL-STATE-LIT           PIC X(12).
006700     05  WLA-SCL-READ-LIT            PIC X(12).
006800     05  WLA-SCL-ACCEPTED-LIT        PIC X(10).
006900     05  WLA-SCL-REFUSED-LIT         PIC X(10).
007000     05  WLA-SCL-DUPS-LIT            PIC X(12).
007100     05  WLA-SCL-OUT-LIT             PIC X(12).
007200     05  FILLER                      PIC X(52).
007300*
007400 01  WLA-SUMMARY-LINE REDEFINES WLA-RECORD.
007500     05  FILLER                      PIC X(02).
007600     05  WLA-SUM-FEEDER              PIC X(08).
007700     05  FILLER                      PIC X(02).
007800     05  WLA-SUM-STATE               PIC X(12).
007900     05  WLA-SUM-READ                PIC ZZ,ZZZ,ZZ9.
008000     05  FILLER                      PIC X(06).
008100     05  WLA-SUM-ACCEPTED            PIC ZZZ9.
008200     05  FILLER                      PIC X(06).
008300     05  WLA-SUM-REFUSED             PIC ZZZ9.
008400     05  FILLER                      PIC X(02).
008500     05  WLA-SUM-DUPS                PIC ZZ,ZZZ,ZZ9.
008600     05  FILLER                      PIC X(02).
008700     05  WLA-SUM-OUT                 PIC ZZ,ZZZ,ZZ9.
008800     05  FILLER                      PIC X(54).
008900*
009000 01  WLA-TOTAL-LINE REDEFINES WLA-RECORD.
009100     05  WLA-TOT-LIT1                PIC X(20).
009200     05  WLA-TOT-BATCHES             PIC ZZZ9.
009300     05  WLA-TOT-LIT2                PIC X(20).
009400     05  WLA-TOT-DUPS                PIC ZZ,ZZZ,ZZ9.
009500     05  WLA-TOT-LIT3                PIC X(20).
009600     05  WLA-TOT-RECORDS             PIC ZZ,ZZZ,ZZ9.
009700     05  FILLER                      PIC X(48).
