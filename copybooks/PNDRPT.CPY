000100****************************************************************
000200*                                                                *
000300*  PNDRPT    -  MAINTENANCE CHANGE APPROVAL REPORT RECORD        *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  A SECTION TITLE, THE COLUMN HEADING, A DETAIL LINE AND THE    *
000700*  TOTAL LINES.  MNTAPPR PRINTS THE DISPOSITION OF EVERY         *
000800*  APPROVAL CARD, THEN EVERY ENTRY OF THE PENDMST FILE - FOR     *
000900*  ALL THREE MASTERS - WITH ITS STATUS (PENDING, APPROVED,       *
001000*  REJECTED, EXPIRED OR APPLIED), SUBMITTER AND APPROVER.        *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-12-28  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  PNR-RECORD                      PIC X(132).
001700*
001800 01  PNR-HEADING-LINE REDEFINES PNR-RECORD.
001900     05  PNR-HDG-TITLE               PIC X(40).
002000     05  FILLER                      PIC X(04).
002100     05  PNR-HDG-DATE-LIT            PIC X(09).
002200     05  PNR-HDG-DATE                PIC 9999/99/99.
002300     05  FILLER                      PIC X(10).
002400     05  PNR-HDG-PAGE-LIT            PIC X(05).
002500     05  PNR-HDG-PAGE                PIC ZZZ9.
002600     05  FILLER                      PIC X(50).
002700*
002800 01  PNR-SECTION-LINE REDEFINES PNR-RECORD.
002900     05  FILLER                      PIC X(02).
003000     05  PNR-SEC-TITLE               PIC X(60).
003100     05  FILLER                      PIC X(70).
003200*
003300 01  PNR-COLUMN-LINE REDEFINES PNR-RECORD.
003400     05  FILLER                      PIC X(02).
003500     05  PNR-COL-MASTER-LIT          PIC X(09).
003600     05  PNR-COL-ID-LIT              PIC X(24).
003700     05  PNR-COL-SUBMITTER-LIT       PIC X(10).
003800     05  PNR-COL-STATUS-LIT          PIC X(10).
003900     05  PNR-COL-APPROVER-LIT        PIC X(10).
004000     05  PNR-COL-DECIDED-LIT         PIC X(10).
004100     05  PNR-COL-CARD-LIT            PIC X(32).
004200     05  PNR-COL-ACTION-LIT          PIC X(24).
004300     05  FILLER                      PIC X(01).
004400*
004500 01  PNR-DETAIL-LINE REDEFINES PNR-RECORD.
004600     05  FILLER                      PIC X(02).
004700     05  PNR-DET-MASTER              PIC X(07).
004800     05  FILLER                      PIC X(02).
004900     05  PNR-DET-DATE                PIC X(08).
005000     05  FILLER                      PIC X(01).
005100     05  PNR-DET-TIME                PIC X(08).
005200     05  FILLER                      PIC X(01).
005300     05  PNR-DET-SEQ                 PIC X(04).
005400     05  FILLER                      PIC X(02).
005500     05  PNR-DET-SUBMITTER           PIC X(08).
005600     05  FILLER                      PIC X(02).
005700     05  PNR-DET-STATUS              PIC X(08).
005800     05  FILLER                      PIC X(02).
005900     05  PNR-DET-APPROVER            PIC X(08).
006000     05  FILLER                      PIC X(02).
006100     05  PNR-DET-DECIDED             PIC X(08).
006200     05  FILLER                      PIC X(02).
006300     05  PNR-DET-CARD                PIC X(30).
006400     05  FILLER                      PIC X(02).
006500     05  PNR-DET-ACTION              PIC X(24).
006600     05  FILLER                      PIC X(01).
006700*
006800 01  PNR-TOTAL-LINE REDEFINES PNR-RECORD.
006900     05  PNR-TOT-LIT1                PIC X(20).
007000     05  PNR-TOT-COUNT1              PIC ZZ,ZZZ,ZZ9.
007100     05  PNR-TOT-LIT2                PIC X(20).
007200     05  PNR-TOT-COUNT2              PIC ZZ,ZZZ,ZZ9.
007300     05  PNR-TOT-LIT3                PIC X(20).
007400     05  PNR-TOT-COUNT3              PIC ZZ,ZZZ,ZZ9.
007500     05  FILLER                      PIC X(42).
