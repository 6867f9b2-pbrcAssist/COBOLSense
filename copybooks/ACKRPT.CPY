000100****************************************************************
000200*                                                                *
000300*  ACKRPT    -  DELIVERY ACKNOWLEDGMENT RECONCILIATION REPORT    *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  A MESSAGE LINE, THE DELIVERY COLUMN HEADING AND DETAIL LINE,  *
000700*  AND A COUNT LINE.  DLVRECON PRINTS ONE DETAIL LINE PER        *
000800*  DELIVERY IN THE WINDOW - WHAT WAS DELIVERED, WHAT THE         *
000900*  DEPARTMENT SAYS IT LOADED, THE HOURS SINCE DELIVERY AND THE   *
001000*  RESULT - THEN A MESSAGE LINE PER ACKNOWLEDGMENT THAT MATCHES  *
001100*  NO DELIVERY, AND THE COUNTS.                                  *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2027-02-15  DEH  ORIGINAL COPYBOOK.                           *
001600****************************************************************
001700 01  ACR-RECORD                      PIC X(132).
001800*
001900 01  ACR-HEADING-LINE REDEFINES ACR-RECORD.
002000     05  ACR-HDG-TITLE               PIC X(40).
002100     05  FILLER                      PIC X(04).
002200     05  ACR-HDG-DATE-LIT            PIC X(09).
002300     05  ACR-HDG-DATE                PIC 9999/99/99.
002400     05  FILLER                      PIC X(10).
002500     05  ACR-HDG-PAGE-LIT            PIC X(05).
002600     05  ACR-HDG-PAGE                PIC ZZZ9.
002700     05  FILLER                      PIC X(50).
002800*
002900 01  ACR-MESSAGE-LINE REDEFINES ACR-RECORD.
003000     05  FILLER                      PIC X(02).
003100     05  ACR-MSG-TEXT                PIC X(100).
003200     05  FILLER                      PIC X(30).
003300*
003400 01  ACR-COLUMN-LINE REDEFINES ACR-RECORD.
003500     05  FILLER                      PIC X(02).
003600     05  ACR-COL-DEPT-LIT            PIC X(06).
003700     05  ACR-COL-FILE-LIT            PIC X(10).
003800     05  ACR-COL-SOURCE-LIT          PIC X(21).
003900     05  ACR-COL-DELIVERED-LIT       PIC X(21).
004000     05  ACR-COL-COUNT-LIT           PIC X(12).
004100     05  ACR-COL-LOADED-LIT          PIC X(12).
004200     05  ACR-COL-HOURS-LIT           PIC X(07).
004300     05  ACR-COL-STATUS-LIT          PIC X(12).
004400     05  ACR-COL-NOTE-LIT            PIC X(20).
004500     05  FILLER                      PIC X(09).
004600*
004700 01  ACR-DETAIL-LINE REDEFINES ACR-RECORD.
004800     05  FILLER                      PIC X(02).
004900     05  ACR-DET-DEPT                PIC X(04).
005000     05  FILLER                      PIC X(02).
005100     05  ACR-DET-FILE                PIC X(08).
005200     05  FILLER                      PIC X(02).
005300     05  ACR-DET-SRC-DATE            PIC 9999/99/99.
005400     05  FILLER                      PIC X(01).
005500     05  ACR-DET-SRC-TIME            PIC X(08).
005600     05  FILLER                      PIC X(02).
005700     05  ACR-DET-DLV-DATE            PIC 9999/99/99.
005800     05  FILLER                      PIC X(01).
005900     05  ACR-DET-DLV-TIME            PIC X(08).
006000     05  FILLER                      PIC X(02).
006100     05  ACR-DET-COUNT               PIC ZZ,ZZZ,ZZ9.
006200     05  FILLER                      PIC X(02).
006300     05  ACR-DET-LOADED              PIC ZZ,ZZZ,ZZ9.
006400     05  FILLER                      PIC X(02).
006500     05  ACR-DET-HOURS               PIC ZZZZ9.
006600     05  FILLER                      PIC X(02).
006700     05  ACR-DET-STATUS              PIC X(10).
006800     05  FILLER                      PIC X(02).
006900     05  ACR-DET-NOTE                PIC X(20).
007000     05  FILLER                      PIC X(09).
007100*
007200 01  ACR-COUNT-LINE REDEFINES ACR-RECORD.
007300     05  FILLER                      PIC X(02).
007400     05  ACR-CNT-LIT                 PIC X(40).
007500     05  ACR-CNT-COUNT               PIC ZZ,ZZZ,ZZ9.
007600     05  FILLER                      PIC X(80).
