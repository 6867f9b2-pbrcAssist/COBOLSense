000100****************************************************************
000200*                                                                *
000300*  SPLRPT    -  WORKLIST PARTITION PLAN REPORT RECORD            *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  A MESSAGE LINE, THE DEPARTMENT COLUMN HEADING AND DETAIL      *
000700*  LINE, AND THE PARTITION COLUMN HEADING AND SUMMARY LINE.      *
000800*  WLSPLIT PRINTS ONE LINE PER CONTROL CARD, ONE LINE PER        *
000900*  DEPARTMENT ON TONIGHT'S WORKIN WITH THE PARTITION IT WAS      *
001000*  GIVEN, THEN ONE SUMMARY LINE PER PARTITION.                   *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2027-02-08  DEH  ORIGINAL COPYBOOK.                           *
001450*  2027-02-22  DEH  SPL-PTN-LINE TRIMMED TO THE 132-BYTE RECORD. *
001500****************************************************************
001600 01  SPL-RECORD                      PIC X(132).
001700*
001800 01  SPL-HEADING-LINE REDEFINES SPL-RECORD.
001900     05  SPL-HDG-TITLE               PIC X(40).
002000     05  FILLER                      PIC X(04).
002100     05  SPL-HDG-DATE-LIT            PIC X(09).
002200     05  SPL-HDG-DATE                PIC 9999/99/99.
002300     05  FILLER                      PIC X(10).
002400     05  SPL-HDG-PAGE-LIT            PIC X(05).
002500     05  SPL-HDG-PAGE                PIC ZZZ9.
002600     05  FILLER                      PIC X(50).
002700*
002800 01  SPL-MESSAGE-LINE REDEFINES SPL-RECORD.
002900     05  FILLER                      PIC X(02).
003000     05  SPL-MSG-TEXT                PIC X(100).
003100     05  FILLER                      PIC X(30).
003200*
003300 01  SPL-DEPT-COLUMN-LINE REDEFINES SPL-RECORD.
003400     05  FILLER                      PIC X(02).
003500     05  SPL-DCL-DEPT-LIT            PIC X(08).
003600     05  SPL-DCL-RECORDS-LIT         PIC X(12).
003700     05  SPL-DCL-PARTITION-LIT       PIC X(12).
003800     05  SPL-DCL-PLACED-LIT          PIC X(20).
003900     05  FILLER                      PIC X(78).
004000*
004100 01  SPL-DEPT-LINE REDEFINES SPL-RECORD.
004200     05  FILLER                      PIC X(02).
004300     05  SPL-DPT-DEPT                PIC X(04).
004400     05  FILLER                      PIC X(06).
004500     05  SPL-DPT-RECORDS             PIC ZZ,ZZZ,ZZ9.
004600     05  FILLER                      PIC X(10).
004700     05  SPL-DPT-PARTITION           PIC Z9.
004800     05  FILLER                      PIC X(02).
004900     05  SPL-DPT-PLACED              PIC X(18).
005000     05  FILLER                      PIC X(78).
005100*
005200 01  SPL-PTN-COLUMN-LINE REDEFINES SPL-RECORD.
005300     05  FILLER                      PIC X(02).
005400     05  SPL-PCL-PARTITION-LIT       PIC X(12).
005500     05  SPL-PCL-DEPTS-LIT           PIC X(10).
005600     05  SPL-PCL-BATCHES-LIT         PIC X(10).
005700     05  SPL-PCL-DATA-LIT            PIC X(12).
005800     05  SPL-PCL-TOTAL-LIT           PIC X(12).
005900     05  SPL-PCL-WORKLIST-LIT        PIC X(12).
006000     05  SPL-PCL-MANIFEST-LIT        PIC X(10).
006100     05  FILLER                      PIC X(52).
006200*
006300 01  SPL-PTN-LINE REDEFINES SPL-RECORD.
006400     05  FILLER                      PIC X(02).
006500     05  SPL-PTN-PARTITION           PIC Z9.
006600     05  FILLER                      PIC X(15).
006700     05  SPL-PTN-DEPTS               PIC Z,ZZ9.
006800     05  FILLER                      PIC X(03).
006900     05  SPL-PTN-BATCHES             PIC ZZZ,ZZ9.
007000     05  FILLER                      PIC X(02).
007100     05  SPL-PTN-DATA                PIC ZZ,ZZZ,ZZ9.
007200     05  FILLER                      PIC X(02).
007300     05  SPL-PTN-TOTAL               PIC ZZ,ZZZ,ZZ9.
007400     05  FILLER                      PIC X(04).
007500     05  SPL-PTN-WORKLIST            PIC X(08).
007600     05  FILLER                      PIC X(02).
007700     05  SPL-PTN-MANIFEST            PIC X(08).
007800     05  FILLER                      PIC X(52).
