000100****************************************************************
000200*                                                                *
000300*  MRGRPT    -  PARTITION MERGE CONTROL REPORT RECORD            *
000400*                                                                *
000500*  ONE PHYSICAL RECORD LAYOUT, REDEFINED FOR THE PAGE HEADING,   *
000600*  A MESSAGE LINE, THE PARTITION COLUMN HEADING AND STATUS       *
000700*  LINE, AND A COUNT LINE.  FACTMRG PRINTS ONE STATUS LINE PER   *
000800*  PLANNED PARTITION FROM ITS RUNSTAT, A MESSAGE LINE FOR        *
000900*  EVERY PROBLEM THAT STOPS THE MERGE, THEN ONE COUNT LINE PER   *
001000*  MERGED OUTPUT AND PER KIND OF EVENT APPLIED.                  *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2027-02-08  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  MRG-RECORD                      PIC X(132).
001700*
001800 01  MRG-HEADING-LINE REDEFINES MRG-RECORD.
001900     05  MRG-HDG-TITLE               PIC X(40).
002000     05  FILLER                      PIC X(04).
002100     05  MRG-HDG-DATE-LIT            PIC X(09).
002200     05  MRG-HDG-DATE                PIC 9999/99/99.
002300     05  FILLER                      PIC X(10).
002400     05  MRG-HDG-PAGE-LIT            PIC X(05).
002500     05  MRG-HDG-PAGE                PIC ZZZ9.
002600     05  FILLER                      PIC X(50).
002700*
002800 01  MRG-MESSAGE-LINE REDEFINES MRG-RECORD.
002900     05  FILLER                      PIC X(02).
003000     05  MRG-MSG-TEXT                PIC X(100).
003100     05  FILLER                      PIC X(30).
003200*
003300 01  MRG-COLUMN-LINE REDEFINES MRG-RECORD.
003400     05  FILLER                      PIC X(02).
003500     05  MRG-COL-PARTITION-LIT       PIC X(11).
003600     05  MRG-COL-DISP-LIT            PIC X(10).
003700     05  MRG-COL-RC-LIT              PIC X(04).
003800     05  MRG-COL-RUN-LIT             PIC X(20).
003900     05  MRG-COL-READ-LIT            PIC X(12).
004000     05  MRG-COL-EXPECT-LIT          PIC X(12).
004100     05  MRG-COL-REJECT-LIT          PIC X(12).
004200     05  MRG-COL-OVERFLOW-LIT        PIC X(12).
004300     05  MRG-COL-DEFER-LIT           PIC X(12).
004400     05  FILLER                      PIC X(25).
004500*
004600 01  MRG-STATUS-LINE REDEFINES MRG-RECORD.
004700     05  FILLER                      PIC X(02).
004800     05  MRG-STA-PARTITION           PIC Z9.
004900     05  FILLER                      PIC X(09).
005000     05  MRG-STA-DISP                PIC X(08).
005100     05  FILLER                      PIC X(02).
005200     05  MRG-STA-RC                  PIC 9(02).
005300     05  FILLER                      PIC X(02).
005400     05  MRG-STA-DATE                PIC 9999/99/99.
005500     05  FILLER                      PIC X(01).
005600     05  MRG-STA-TIME                PIC 9(08).
005700     05  FILLER                      PIC X(03).
005800     05  MRG-STA-READ                PIC ZZ,ZZZ,ZZ9.
005900     05  FILLER                      PIC X(02).
006000     05  MRG-STA-EXPECT              PIC ZZ,ZZZ,ZZ9.
006100     05  FILLER                      PIC X(02).
006200     05  MRG-STA-REJECT              PIC ZZ,ZZZ,ZZ9.
006300     05  FILLER                      PIC X(02).
006400     05  MRG-STA-OVERFLOW            PIC ZZ,ZZZ,ZZ9.
006500     05  FILLER                      PIC X(02).
006600     05  MRG-STA-DEFER               PIC ZZ,ZZZ,ZZ9.
006700     05  FILLER                      PIC X(25).
006800*
006900 01  MRG-COUNT-LINE REDEFINES MRG-RECORD.
007000     05  FILLER                      PIC X(02).
007100     05  MRG-CNT-NAME                PIC X(08).
007200     05  FILLER                      PIC X(02).
007300     05  MRG-CNT-LIT                 PIC X(40).
007400     05  MRG-CNT-COUNT               PIC ZZ,ZZZ,ZZ9.
007500     05  FILLER                      PIC X(70).
