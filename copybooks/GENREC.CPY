000300*  GENREC    -  STANDING-REQUEST GENERATION CONTROL CARD         *
000400*                                                                *
000500*  ONE RECORD READ ONCE AT STARTUP FROM GENIN BY SRQGEN.  THE   *
000550*  GENERATION DATE (YYYYMMDD) IS THE DATE THE REQUESTS ARE DUE  *
000600*  FOR.  WHICH FREQUENCIES ARE DUE ON IT - NIGHTLY, WEEKLY,     *
000650*  MONTH-END, QUARTER-END, YEAR-END - IS READ FROM THE BUSCAL   *
000700*  BUSINESS CALENDAR.  A FREQUENCY OF 'M' FORCES THE MONTH-END  *
000750*  STANDING REQUESTS OUT EVEN ON A DATE THE CALENDAR DOES NOT   *
000800*  FLAG AS MONTH-END; 'D' OR SPACE LEAVES IT TO THE CALENDAR.   *
000850*  WITHOUT A CALENDAR THE CARD ALONE DECIDES, AS BEFORE.  IF    *
000900*  GENIN IS MISSING OR EMPTY THE RUN DATE AND A NIGHTLY RUN ARE *
000950*  ASSUMED.                                                     *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-09-14  DEH  ORIGINAL COPYBOOK.                           *
001510*  2027-01-04  DEH  'M' NOW FORCES MONTH-END ON TOP OF THE       *
001520*                   BUSCAL CALENDAR RATHER THAN SELECTING IT.    *
001600****************************************************************
001700 01  GEN-RECORD.
001800     05  GEN-DATE-X                  PIC X(08).
