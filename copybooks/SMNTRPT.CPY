000800*  INQUIRED ON, ADDED, CHANGED OR PURGED BY SRQMNT, AND ONE      *
000900*  PER CONTROL CARD REJECTED, SO THE PRINTED REPORT SHOWS THE    *
001000*  DISPOSITION OF EVERY CARD.                                    *
001010*  SRQJPRT PRINTS THE ONLINE MAINTENANCE JOURNAL IN THE SAME     *
001020*  LAYOUT, FILLING THE USER, TERMINAL, DATE AND TIME COLUMNS,    *
001030*  WHICH SRQMNT LEAVES BLANK.                                    *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-09-14  DEH  ORIGINAL COPYBOOK.                           *
001410*  2026-12-14  DEH  ADDED THE SUCCESS-PROBABILITY COLUMN FOR     *
001420*                   BINOMIAL-MODE ENTRIES.                       *
001430*  2027-01-11  DEH  ADDED THE USER, TERMINAL, DATE AND TIME      *
001440*                   COLUMNS FOR THE ONLINE MAINTENANCE JOURNAL.  *
001500****************************************************************
001600 01  SMR-RECORD                      PIC X(132).
001700*
003200     05  SMR-COL-MODE-LIT            PIC X(07).
003300     05  SMR-COL-N-LIT               PIC X(05).
003400     05  SMR-COL-R-LIT               PIC X(05).
003410     05  SMR-COL-PROB-LIT            PIC X(10).
003500     05  SMR-COL-FREQ-LIT            PIC X(06).
003600     05  SMR-COL-EFF-LIT             PIC X(12).
003700     05  SMR-COL-EXP-LIT             PIC X(12).
003800     05  SMR-COL-ACTION-LIT          PIC X(24).
003810     05  FILLER                      PIC X(01).
003820     05  SMR-COL-USER-LIT            PIC X(09).
003830     05  SMR-COL-TERM-LIT            PIC X(05).
003840     05  SMR-COL-DATE-LIT            PIC X(09).
003850     05  SMR-COL-TIME-LIT            PIC X(07).
004000*
004100 01  SMR-DETAIL-LINE REDEFINES SMR-RECORD.
004200     05  FILLER                      PIC X(02).
005000     05  FILLER                      PIC X(03).
005100     05  SMR-DET-R                   PIC X(02).
005200     05  FILLER                      PIC X(03).
005210     05  SMR-DET-PROB                PIC 9.9(05).
005220     05  FILLER                      PIC X(03).
005300     05  SMR-DET-FREQ                PIC X(01).
005400     05  FILLER                      PIC X(05).
005500     05  SMR-DET-EFF-DATE            PIC 9999/99/99.
005700     05  SMR-DET-EXP-DATE            PIC 9999/99/99.
005800     05  FILLER                      PIC X(02).
005900     05  SMR-DET-ACTION              PIC X(24).
005910     05  FILLER                      PIC X(01).
005920     05  SMR-DET-USER                PIC X(08).
005930     05  FILLER                      PIC X(01).
005940     05  SMR-DET-TERM                PIC X(04).
005950     05  FILLER                      PIC X(01).
005960     05  SMR-DET-DATE                PIC 9(08).
005970     05  FILLER                      PIC X(01).
005980     05  SMR-DET-TIME                PIC 9(06).
005990     05  FILLER                      PIC X(01).
006100*
006200 01  SMR-TOTAL-LINE REDEFINES SMR-RECORD.
006300     05  SMR-TOT-LIT1                PIC X(20).
