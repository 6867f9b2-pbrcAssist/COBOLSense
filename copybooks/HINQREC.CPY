000800*  FOR EVERY FMSTHIST JOURNAL RECORD THAT PASSES THE HSELIN      *
000900*  SELECTION - THE PRIOR VALUE AS IT STOOD, WHEN IT WAS          *
001000*  CALCULATED, AND THE RUN THAT REPLACED IT.                     *
001010*  A BEFORE-IMAGE JOURNALED BY A FACTMNT PURGE IS MARKED PURGED. *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-10-05  DEH  ORIGINAL COPYBOOK.                           *
001410*  2027-01-18  DEH  ACTION COLUMN - PURGED ENTRIES MARKED.       *
001500****************************************************************
001600 01  HIR-RECORD                      PIC X(132).
001700*
004000     05  HIR-COL-JOB-LIT             PIC X(11).
004100     05  HIR-COL-REPL-LIT            PIC X(23).
004200     05  HIR-COL-RJOB-LIT            PIC X(08).
004300     05  FILLER                      PIC X(01).
004310     05  HIR-COL-ACTION-LIT          PIC X(06).
004320     05  FILLER                      PIC X(13).
004400*
004500 01  HIR-DETAIL-LINE REDEFINES HIR-RECORD.
004600     05  FILLER                      PIC X(02).
006500     05  HIR-DET-REPL-TIME           PIC 99/99/99.99.
006600     05  FILLER                      PIC X(01).
006700     05  HIR-DET-REPL-JOB            PIC X(08).
006800     05  FILLER                      PIC X(04).
006810     05  HIR-DET-ACTION              PIC X(06).
006820     05  FILLER                      PIC X(13).
006900*
007000 01  HIR-TOTAL-LINE REDEFINES HIR-RECORD.
007100     05  HIR-TOT-LIT1                PIC X(17).
