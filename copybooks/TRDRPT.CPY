000900*  OVERFLOWS AND DEFERRALS - WITH THE CHANGE IN RECORDS AND      *
001000*  REJECTS AGAINST THE PRIOR MONTH, SO A DEPARTMENT'S GROWING    *
001100*  WORKLIST IS VISIBLE BEFORE IT BLOWS THE BATCH WINDOW.         *
001110*  WHEN THE BUSCAL CALENDAR IS AVAILABLE THE MONTH LINE ALSO     *
001120*  SHOWS THE BUSINESS DAYS A RUN WAS EXPECTED AND HOW MANY OF    *
001130*  THEM HAD NO RUN, FLAGGED, WITH ONE MISSED-DAY LINE PER NIGHT  *
001140*  MISSED UNDER IT.                                              *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-10-19  DEH  ORIGINAL COPYBOOK.                           *
001510*  2027-01-04  DEH  ADDED THE EXPECTED AND MISSED BUSINESS-DAY   *
001520*                   COLUMNS, THE MISSED FLAG AND                 *
001530*                   TRD-MISSED-LINE.                             *
001600****************************************************************
001700 01  TRD-RECORD                      PIC X(132).
001800*
003700     05  TRD-COL-DEFER-LIT           PIC X(12).
003800     05  TRD-COL-CHGREC-LIT          PIC X(13).
003900     05  TRD-COL-CHGREJ-LIT          PIC X(13).
003910     05  TRD-COL-EXPECT-LIT          PIC X(06).
003920     05  TRD-COL-MISSED-LIT          PIC X(08).
004000     05  FILLER                      PIC X(19).
004100*
004200 01  TRD-MONTH-LINE REDEFINES TRD-RECORD.
004300     05  FILLER                      PIC X(02).
005800     05  TRD-MON-CHG-RECORDS         PIC +ZZ,ZZZ,ZZ9.
005900     05  FILLER                      PIC X(02).
006000     05  TRD-MON-CHG-REJECTS         PIC +ZZ,ZZZ,ZZ9.
006010     05  FILLER                      PIC X(03).
006020     05  TRD-MON-EXPECTED            PIC ZZ9.
006030     05  FILLER                      PIC X(03).
006040     05  TRD-MON-MISSED              PIC ZZ9.
006050     05  FILLER                      PIC X(02).
006060     05  TRD-MON-FLAG                PIC X(12).
006100     05  FILLER                      PIC X(09).
006200*
006210 01  TRD-MISSED-LINE REDEFINES TRD-RECORD.
006220     05  FILLER                      PIC X(11).
006230     05  TRD-MIS-LIT                 PIC X(22).
006240     05  TRD-MIS-DATE                PIC 9999/99/99.
006250     05  FILLER                      PIC X(89).
006270*
006300 01  TRD-TOTAL-LINE REDEFINES TRD-RECORD.
006400     05  TRD-TOT-LIT1                PIC X(20).
006500     05  TRD-TOT-MONTHS              PIC ZZZ9.
