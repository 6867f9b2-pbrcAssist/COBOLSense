000300*  RCYCTL    -  RECYCLE AGING CONTROL CARD                       *
000400*                                                                *
000500*  ONE RECORD READ ONCE AT STARTUP FROM RCYIN BY RECYCLE.  THE  *
000520*  AGE LIMIT IS THE NUMBER OF BUSINESS DAYS (PER THE BUSCAL     *
000540*  CALENDAR) AN UNCORRECTED REJECT MAY SIT IN THE RECYCLE FILE  *
000560*  BEFORE IT IS REPORTED AS UNRESOLVED.  WITHOUT A CALENDAR IT  *
000580*  COUNTS CALENDAR DAYS.  IF RCYIN IS MISSING OR EMPTY THE      *
000600*  BUILT-IN DEFAULT OF FIVE DAYS APPLIES.                       *
001000*                                                                *
001100*  MODIFICATION HISTORY                                          *
001200*  ------------------------------------------------------------  *
001300*  2026-10-12  DEH  ORIGINAL COPYBOOK.                           *
001310*  2027-01-04  DEH  AGE LIMIT NOW COUNTED IN BUSINESS DAYS.      *
001400****************************************************************
001500 01  RCYC-RECORD.
001600     05  RCYC-AGE-LIMIT-X            PIC X(03).
