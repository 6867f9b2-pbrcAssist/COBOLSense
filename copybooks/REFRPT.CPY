000100****************************************************************
000200*                                                                *
000300*  REFRPT    -  REFERENTIAL-INTEGRITY SWEEP REPORT RECORD        *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE ARCHIVE ECHO LINES, A CATEGORY HEADING, ITS COLUMN        *
000700*  HEADING, A FINDING LINE AND THE COUNT LINES.  REFCHECK        *
000800*  PRINTS EACH CATEGORY OF CHECK IN TURN - ITS FINDINGS, ONE     *
000900*  LINE EACH, THEN ITS COUNT - AND A SUMMARY OF THE COUNTS AT    *
001000*  THE END.  THE SUBJECT NAMES THE RECORD AT FAULT, THE          *
001100*  FINDING SAYS WHAT IT FAILED TO MATCH.                         *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2027-01-25  DEH  ORIGINAL COPYBOOK.                           *
001600****************************************************************
001700 01  RFR-RECORD                      PIC X(132).
001800*
001900 01  RFR-HEADING-LINE REDEFINES RFR-RECORD.
002000     05  RFR-HDG-TITLE               PIC X(40).
002100     05  FILLER                      PIC X(04).
002200     05  RFR-HDG-DATE-LIT            PIC X(09).
002300     05  RFR-HDG-DATE                PIC 9999/99/99.
002400     05  FILLER                      PIC X(10).
002500     05  RFR-HDG-PAGE-LIT            PIC X(05).
002600     05  RFR-HDG-PAGE                PIC ZZZ9.
002700     05  FILLER                      PIC X(50).
002800*
002900 01  RFR-CRITERIA-LINE REDEFINES RFR-RECORD.
003000     05  RFR-CRI-LIT                 PIC X(11).
003100     05  RFR-CRI-TEXT                PIC X(80).
003200     05  FILLER                      PIC X(41).
003300*
003400 01  RFR-CATEGORY-LINE REDEFINES RFR-RECORD.
003500     05  RFR-CAT-LIT                 PIC X(09).
003600     05  RFR-CAT-NUMBER              PIC 9(01).
003700     05  FILLER                      PIC X(02).
003800     05  RFR-CAT-TITLE               PIC X(80).
003900     05  FILLER                      PIC X(40).
004000*
004100 01  RFR-COLUMN-LINE REDEFINES RFR-RECORD.
004200     05  FILLER                      PIC X(04).
004300     05  RFR-COL-SUBJECT-LIT         PIC X(42).
004400     05  RFR-COL-FINDING-LIT         PIC X(70).
004500     05  FILLER                      PIC X(16).
004600*
004700 01  RFR-DETAIL-LINE REDEFINES RFR-RECORD.
004800     05  FILLER                      PIC X(04).
004900     05  RFR-DET-SUBJECT             PIC X(40).
005000     05  FILLER                      PIC X(02).
005100     05  RFR-DET-FINDING             PIC X(70).
005200     05  FILLER                      PIC X(16).
005300*
005400 01  RFR-COUNT-LINE REDEFINES RFR-RECORD.
005500     05  FILLER                      PIC X(04).
005600     05  RFR-CNT-LIT                 PIC X(40).
005700     05  RFR-CNT-COUNT               PIC ZZ,ZZZ,ZZ9.
005800     05  FILLER                      PIC X(78).
