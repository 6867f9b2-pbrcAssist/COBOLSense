000100****************************************************************
000200*                                                                *
000300*  WLHREC    -  WORKLIST ASSEMBLY BATCH HISTORY RECORD           *
000400*                                                                *
000500*  ONE RECORD PER FEEDER BATCH EVER ASSEMBLED INTO WORKIN BY     *
000600*  WLASSEM, KEYED ON THE BATCH ID AND THE CREATION DATE CARRIED  *
000700*  ON THE BATCH HEADER.  THE FEEDER BATCH IDS THEMSELVES REPEAT  *
000800*  EVERY NIGHT (CARRYOVR, RECYCLED, STANDING, ONLSUBS), SO IT IS *
000900*  THE PAIR THAT IDENTIFIES ONE NIGHT'S BATCH.  A BATCH FOUND    *
001000*  HERE FROM AN EARLIER NIGHT IS A STALE FEEDER AND IS REFUSED.  *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-12-07  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  WLH-RECORD.
001700     05  WLH-KEY.
001800         10  WLH-BATCH-ID            PIC X(08).
001900         10  WLH-CREATE-DATE         PIC 9(08).
002000     05  WLH-ASSEMBLED-DATE          PIC 9(08).
002100     05  WLH-ASSEMBLED-TIME          PIC 9(08).
002200     05  WLH-FEEDER                  PIC X(08).
002300     05  FILLER                      PIC X(40).
