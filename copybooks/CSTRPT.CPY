000100****************************************************************
000200*                                                                *
000300*  CSTRPT    -  CHARGEBACK LEDGER STATEMENT REPORT RECORD        *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE COLUMN HEADING, AN ADJUSTMENT LINE, A PERIOD LINE AND     *
000700*  THE TOTAL LINES.  CHGSTMT LISTS EACH DEPARTMENT'S CLOSED      *
000800*  PERIODS IN LEDGER ORDER - EVERY CREDIT AND DEBIT POSTED TO    *
000900*  THE PERIOD (WITH ITS REASON AND APPROVER), THEN THE PERIOD    *
001000*  LINE WITH THE BILLED, CREDITED, DEBITED AND NET AMOUNTS -     *
001100*  FOLLOWED BY THE DEPARTMENT TOTAL, AND A GRAND TOTAL AT THE    *
001200*  END.  A NEGATIVE NET (CREDITS EXCEEDING THE BILL) PRINTS      *
001300*  WITH A TRAILING MINUS.                                        *
001400*                                                                *
001500*  MODIFICATION HISTORY                                          *
001600*  ------------------------------------------------------------  *
001700*  2026-12-21  DEH  ORIGINAL COPYBOOK.                           *
001800****************************************************************
001900 01  CST-RECORD                      PIC X(132).
002000*
002100 01  CST-HEADING-LINE REDEFINES CST-RECORD.
002200     05  CST-HDG-TITLE               PIC X(40).
002300     05  FILLER                      PIC X(04).
002400     05  CST-HDG-DATE-LIT            PIC X(09).
002500     05  CST-HDG-DATE                PIC 9999/99/99.
002600     05  FILLER                      PIC X(10).
002700     05  CST-HDG-PAGE-LIT            PIC X(05).
002800     05  CST-HDG-PAGE                PIC ZZZ9.
002900     05  FILLER                      PIC X(50).
003000*
003100 01  CST-COLUMN-LINE REDEFINES CST-RECORD.
003200     05  FILLER                      PIC X(02).
003300     05  CST-COL-DEPT-LIT            PIC X(07).
003400     05  CST-COL-PERIOD-LIT          PIC X(25).
003500     05  CST-COL-COUNT-LIT           PIC X(12).
003600     05  CST-COL-BILLED-LIT          PIC X(20).
003700     05  CST-COL-CREDIT-LIT          PIC X(20).
003800     05  CST-COL-DEBIT-LIT           PIC X(20).
003900     05  CST-COL-NET-LIT             PIC X(19).
004000     05  FILLER                      PIC X(07).
004100*
004200 01  CST-ADJUST-LINE REDEFINES CST-RECORD.
004300     05  FILLER                      PIC X(09).
004400     05  CST-ADJ-TYPE                PIC X(07).
004500     05  FILLER                      PIC X(01).
004600     05  CST-ADJ-SEQ                 PIC 9(04).
004700     05  FILLER                      PIC X(02).
004800     05  CST-ADJ-POST-DATE           PIC 9999/99/99.
004900     05  FILLER                      PIC X(02).
005000     05  CST-ADJ-APPROVER            PIC X(08).
005100     05  FILLER                      PIC X(02).
005200     05  CST-ADJ-REASON              PIC X(30).
005300     05  FILLER                      PIC X(02).
005400     05  CST-ADJ-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005500     05  FILLER                      PIC X(37).
005600*
005700 01  CST-PERIOD-LINE REDEFINES CST-RECORD.
005800     05  FILLER                      PIC X(02).
005900     05  CST-PER-DEPT                PIC X(04).
006000     05  FILLER                      PIC X(03).
006100     05  CST-PER-FROM                PIC 9999/99/99.
006200     05  CST-PER-DASH                PIC X(03).
006300     05  CST-PER-TO                  PIC 9999/99/99.
006400     05  FILLER                      PIC X(02).
006500     05  CST-PER-COUNT               PIC ZZ,ZZZ,ZZ9.
006600     05  FILLER                      PIC X(02).
006700     05  CST-PER-BILLED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
006800     05  FILLER                      PIC X(02).
006900     05  CST-PER-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
007000     05  FILLER                      PIC X(02).
007100     05  CST-PER-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
007200     05  FILLER                      PIC X(02).
007300     05  CST-PER-NET                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
007400     05  FILLER                      PIC X(07).
007500*
007600 01  CST-TOTAL-LINE REDEFINES CST-RECORD.
007700     05  FILLER                      PIC X(02).
007800     05  CST-TOT-LIT                 PIC X(32).
007900     05  CST-TOT-COUNT               PIC ZZ,ZZZ,ZZ9.
008000     05  FILLER                      PIC X(02).
008100     05  CST-TOT-BILLED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
008200     05  FILLER                      PIC X(02).
008300     05  CST-TOT-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
008400     05  FILLER                      PIC X(02).
008500     05  CST-TOT-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
008600     05  FILLER                      PIC X(02).
008700     05  CST-TOT-NET                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
008800     05  FILLER                      PIC X(07).
