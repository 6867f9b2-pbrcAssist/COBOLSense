000900*  WORK.  RATES ARE SEVEN DIGITS WITH TWO IMPLIED DECIMALS       *
001000*  (99999V99).  A MISSING OR INVALID CARD ABORTS THE RUN - AN    *
001100*  INVOICE AT A GUESSED RATE IS NEVER IMPLIED.                   *
001105*                                                                *
001110*  RATE-CLOSE-X 'C' MARKS THE RUN THAT CLOSES THE PERIOD -       *
001120*  CHGBACK THEN WRITES WHAT IT BILLED TO THE CHGLDG LEDGER,      *
001130*  AFTER WHICH THE PERIOD CAN NO LONGER BE BILLED AGAIN.         *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-09-07  DEH  ORIGINAL COPYBOOK.                           *
001510*  2026-12-21  DEH  ADDED RATE-CLOSE-X, THE PERIOD-CLOSE FLAG.   *
001600****************************************************************
001700 01  RATE-RECORD.
001800     05  RATE-PERIOD-FROM-X          PIC X(08).
003000     05  RATE-ONLINE-X               PIC X(07).
003100     05  RATE-ONLINE REDEFINES RATE-ONLINE-X
003200                                     PIC 9(05)V99.
003300     05  FILLER                      PIC X(01).
003400     05  RATE-CLOSE-X                PIC X(01).
003500         88  RATE-CLOSE-PERIOD               VALUE 'C'.
003600     05  FILLER                      PIC X(37).
