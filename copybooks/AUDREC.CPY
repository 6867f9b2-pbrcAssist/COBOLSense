001299*                   VALUE AND BEYOND THE EXACT CEILING - THE     *
001301*                   INQUIRY WAS ANSWERED 'NO PUBLISHED VALUE'    *
001302*                   AND NOTHING WAS CALCULATED.                  *
001303*  2026-12-14  DEH  ADDED AUD-MODE-X AND AUD-PROB-X.  A BINOMIAL *
001304*                   DISTRIBUTION IS AUDITED AS ONE ENTRY WITH    *
001305*                   AUD-MODE-X 'B', THE SUCCESS PROBABILITY IN   *
001306*                   AUD-PROB-X AND AUD-FACTORIAL LEFT AT ZERO.   *
001307*                   BOTH ARE BLANK ON EVERY OTHER ENTRY.         *
001308****************************************************************
001400 01  AUD-RECORD.
001500     05  AUD-JOB-NAME                PIC X(08).
001600     05  FILLER                      PIC X(01).
002900     05  AUD-REQ-REF                 PIC X(08).
002910     05  FILLER                      PIC X(01).
002920     05  AUD-APPROX-FLAG             PIC X(01).
003020     05  FILLER                      PIC X(01).
003120     05  AUD-MODE-X                  PIC X(01).
003220     05  FILLER                      PIC X(01).
003320     05  AUD-PROB-X                  PIC X(06).
003420     05  FILLER                      PIC X(03).
