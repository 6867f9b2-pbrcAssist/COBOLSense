000100****************************************************************
000200*                                                                *
000300*  APRCTL    -  MAINTENANCE APPROVAL EXPIRY CONTROL CARD         *
000400*                                                                *
000500*  ONE RECORD READ ONCE AT STARTUP FROM APRCTL BY MNTAPPR.  THE  *
000600*  EXPIRY IS THE NUMBER OF DAYS A MAINTENANCE CHANGE MAY WAIT    *
000700*  FOR APPROVAL - A CHANGE STILL PENDING WHEN OLDER THAN THIS IS *
000800*  EXPIRED AND CAN NO LONGER BE RELEASED; THE SUBMITTER MUST     *
000900*  SUBMIT IT AGAIN.  IF THE CARD IS MISSING OR EMPTY THE         *
001000*  BUILT-IN DEFAULT OF SEVEN DAYS APPLIES.                       *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-12-28  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  APRC-RECORD.
001700     05  APRC-EXPIRY-DAYS-X          PIC X(03).
001800     05  FILLER                      PIC X(77).
