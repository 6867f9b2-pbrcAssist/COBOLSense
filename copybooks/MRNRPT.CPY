000100****************************************************************
000200*                                                                *
000300*  MRNRPT    -  MORNING OPERATIONS REPORT RECORD                 *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  THE WINDOW AND EXPECTED-STEP LINES, A SECTION TITLE, THE      *
000700*  COLUMN HEADING, ONE LINE PER LOGGED STEP, THE EXCEPTION       *
000800*  LINES AND THE COUNT LINES.  STEPRPT PRINTS EVERY STEP OF      *
000900*  THE NIGHT IN THE ORDER IT WAS LOGGED, WITH ITS FIRST THREE    *
001000*  COUNTS; A STEP WITH ANYTHING WRONG IS FLAGGED '**' AND        *
001100*  FOLLOWED BY ONE EXCEPTION LINE PER PROBLEM.  MISSING STEPS    *
001200*  ARE LISTED AFTER THE STEPS THAT RAN.                          *
001300*                                                                *
001400*  MODIFICATION HISTORY                                          *
001500*  ------------------------------------------------------------  *
001600*  2027-02-01  DEH  ORIGINAL COPYBOOK.                           *
001700****************************************************************
001800 01  MRN-RECORD                      PIC X(132).
001900*
002000 01  MRN-HEADING-LINE REDEFINES MRN-RECORD.
002100     05  MRN-HDG-TITLE               PIC X(40).
002200     05  FILLER                      PIC X(04).
002300     05  MRN-HDG-DATE-LIT            PIC X(09).
002400     05  MRN-HDG-DATE                PIC 9999/99/99.
002500     05  FILLER                      PIC X(10).
002600     05  MRN-HDG-PAGE-LIT            PIC X(05).
002700     05  MRN-HDG-PAGE                PIC ZZZ9.
002800     05  FILLER                      PIC X(50).
002900*
003000 01  MRN-CRITERIA-LINE REDEFINES MRN-RECORD.
003100     05  MRN-CRI-LIT                 PIC X(11).
003200     05  MRN-CRI-TEXT                PIC X(100).
003300     05  FILLER                      PIC X(21).
003400*
003500 01  MRN-SECTION-LINE REDEFINES MRN-RECORD.
003600     05  MRN-SEC-TITLE               PIC X(60).
003700     05  FILLER                      PIC X(72).
003800*
003900 01  MRN-COLUMN-LINE REDEFINES MRN-RECORD.
004000     05  MRN-COL-PROGRAM-LIT         PIC X(11).
004100     05  MRN-COL-DATE-LIT            PIC X(11).
004200     05  MRN-COL-TIME-LIT            PIC X(10).
004300     05  MRN-COL-RC-LIT              PIC X(04).
004400     05  MRN-COL-DISP-LIT            PIC X(09).
004500     05  MRN-COL-COUNTS-LIT          PIC X(54).
004600     05  MRN-COL-REASON-LIT          PIC X(31).
004700     05  MRN-COL-FLAG-LIT            PIC X(02).
004800*
004900 01  MRN-DETAIL-LINE REDEFINES MRN-RECORD.
005000     05  MRN-DET-PROGRAM             PIC X(10).
005100     05  FILLER                      PIC X(01).
005200     05  MRN-DET-DATE                PIC 9999/99/99.
005300     05  FILLER                      PIC X(01).
005400     05  MRN-DET-TIME                PIC X(08).
005500     05  FILLER                      PIC X(02).
005600     05  MRN-DET-RC                  PIC 9(02).
005700     05  FILLER                      PIC X(02).
005800     05  MRN-DET-DISPOSITION         PIC X(08).
005900     05  FILLER                      PIC X(01).
006000     05  MRN-DET-COUNT-ENTRY OCCURS 3 TIMES.
006100         10  MRN-DET-COUNT-NAME      PIC X(08).
006200         10  MRN-DET-COUNT-EQ        PIC X(01).
006300         10  MRN-DET-COUNT           PIC Z(07)9.
006400         10  FILLER                  PIC X(01).
006500     05  MRN-DET-REASON              PIC X(30).
006600     05  FILLER                      PIC X(01).
006700     05  MRN-DET-FLAG                PIC X(02).
006800*
006900 01  MRN-EXCEPTION-LINE REDEFINES MRN-RECORD.
007000     05  FILLER                      PIC X(04).
007100     05  MRN-EXC-LIT                 PIC X(04).
007200     05  MRN-EXC-PROGRAM             PIC X(10).
007300     05  FILLER                      PIC X(02).
007400     05  MRN-EXC-TEXT                PIC X(100).
007500     05  FILLER                      PIC X(12).
007600*
007700 01  MRN-COUNT-LINE REDEFINES MRN-RECORD.
007800     05  FILLER                      PIC X(04).
007900     05  MRN-CNT-LIT                 PIC X(40).
008000     05  MRN-CNT-COUNT               PIC ZZ,ZZZ,ZZ9.
008100     05  FILLER                      PIC X(78).
