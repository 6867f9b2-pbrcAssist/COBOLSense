000100****************************************************************
000200*                                                                *
000300*  CADJRPT   -  CHARGEBACK ADJUSTMENT REPORT RECORD              *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE COLUMN HEADING, A DETAIL LINE AND THE TWO TOTAL LINES.    *
000700*  CHGADJ PRINTS ONE DETAIL LINE PER ADJUSTMENT CARD - POSTED    *
000800*  OR REJECTED - SO THE REPORT SHOWS THE DISPOSITION OF EVERY    *
000900*  CARD, FOLLOWED BY THE CREDIT AND DEBIT AMOUNTS POSTED.        *
001000*                                                                *
001100*  MODIFICATION HISTORY                                          *
001200*  ------------------------------------------------------------  *
001300*  2026-12-21  DEH  ORIGINAL COPYBOOK.                           *
001400****************************************************************
001500 01  CAR-RECORD                      PIC X(132).
001600*
001700 01  CAR-HEADING-LINE REDEFINES CAR-RECORD.
001800     05  CAR-HDG-TITLE               PIC X(40).
001900     05  FILLER                      PIC X(04).
002000     05  CAR-HDG-DATE-LIT            PIC X(09).
002100     05  CAR-HDG-DATE                PIC 9999/99/99.
002200     05  FILLER                      PIC X(10).
002300     05  CAR-HDG-PAGE-LIT            PIC X(05).
002400     05  CAR-HDG-PAGE                PIC ZZZ9.
002500     05  FILLER                      PIC X(50).
002600*
002700 01  CAR-COLUMN-LINE REDEFINES CAR-RECORD.
002800     05  FILLER                      PIC X(02).
002900     05  CAR-COL-TYPE-LIT            PIC X(05).
003000     05  CAR-COL-DEPT-LIT            PIC X(07).
003100     05  CAR-COL-PERIOD-LIT          PIC X(25).
003200     05  CAR-COL-AMOUNT-LIT          PIC X(16).
003300     05  CAR-COL-APPROVER-LIT        PIC X(10).
003400     05  CAR-COL-REASON-LIT          PIC X(32).
003500     05  CAR-COL-ACTION-LIT          PIC X(24).
003600     05  FILLER                      PIC X(11).
003700*
003800 01  CAR-DETAIL-LINE REDEFINES CAR-RECORD.
003900     05  FILLER                      PIC X(02).
004000     05  CAR-DET-TYPE                PIC X(01).
004100     05  FILLER                      PIC X(04).
004200     05  CAR-DET-DEPT                PIC X(04).
004300     05  FILLER                      PIC X(03).
004400     05  CAR-DET-PERIOD-FROM         PIC 9999/99/99.
004500     05  CAR-DET-DASH                PIC X(03).
004600     05  CAR-DET-PERIOD-TO           PIC 9999/99/99.
004700     05  FILLER                      PIC X(02).
004800     05  CAR-DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
004900     05  FILLER                      PIC X(02).
005000     05  CAR-DET-APPROVER            PIC X(08).
005100     05  FILLER                      PIC X(02).
005200     05  CAR-DET-REASON              PIC X(30).
005300     05  FILLER                      PIC X(02).
005400     05  CAR-DET-ACTION              PIC X(24).
005500     05  FILLER                      PIC X(11).
005600*
005700 01  CAR-TOTAL-LINE REDEFINES CAR-RECORD.
005800     05  CAR-TOT-LIT1                PIC X(20).
005900     05  CAR-TOT-COUNT               PIC ZZ,ZZZ,ZZ9.
006000     05  CAR-TOT-LIT2                PIC X(20).
006100     05  CAR-TOT-ERRORS              PIC ZZ,ZZZ,ZZ9.
006200     05  FILLER                      PIC X(72).
006300*
006400 01  CAR-AMOUNT-LINE REDEFINES CAR-RECORD.
006500     05  CAR-AMT-LIT1                PIC X(20).
006600     05  CAR-AMT-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
006700     05  FILLER                      PIC X(02).
006800     05  CAR-AMT-LIT2                PIC X(20).
006900     05  CAR-AMT-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
007000     05  FILLER                      PIC X(54).
