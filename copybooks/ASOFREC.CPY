000100****************************************************************
000200*                                                                *
000300*  ASOFREC   -  AS-OF RECONSTRUCTION CONTROL CARD                *
000400*                                                                *
000500*  ONE RECORD READ ONCE AT STARTUP FROM ASOFIN BY FACTASOF.      *
000600*  ASOF-DATE-X IS THE BUSINESS DATE (YYYYMMDD) WHOSE PUBLISHED   *
000700*  TABLE IS TO BE REBUILT - THE TABLE AS IT STOOD AT THE CLOSE   *
000800*  OF THAT DAY, SO A VALUE CALCULATED OR REPLACED ON THE DATE    *
000900*  ITSELF IS TAKEN AS IT WAS LEFT THAT NIGHT.  THE DATE IS       *
001000*  REQUIRED - A MISSING OR INVALID CARD ABORTS THE RUN.          *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2027-01-18  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  ASOF-RECORD.
001700     05  ASOF-DATE-X                 PIC X(08).
001800     05  FILLER                      PIC X(72).
