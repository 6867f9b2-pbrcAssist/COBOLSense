000100****************************************************************
000200*                                                                *
000300*  WLMREC    -  WORKLIST ASSEMBLY MANIFEST CONTROL RECORD        *
000400*                                                                *
000500*  ONE RECORD WRITTEN TO WLMANIF BY WLASSEM AT THE END OF A      *
000600*  SUCCESSFUL ASSEMBLY, CARRYING THE GRAND TOTALS OF THE WORKIN  *
000700*  IT JUST BUILT.  FACTORIAL READS IT AT STARTUP AND COUNTS      *
000800*  WORKIN AGAINST IT BEFORE ANY CALCULATION, SO A WORKLIST       *
000900*  TRUNCATED, EDITED OR REPLACED AFTER ASSEMBLY NEVER RUNS.  AN  *
001000*  EMPTY WLMANIF MEANS THE ASSEMBLY DID NOT FINISH.              *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-12-07  DEH  ORIGINAL COPYBOOK.                           *
001500****************************************************************
001600 01  WLM-RECORD.
001700     05  WLM-RUN-DATE                PIC 9(08).
001800     05  FILLER                      PIC X(01).
001900     05  WLM-RUN-TIME                PIC 9(08).
002000     05  FILLER                      PIC X(01).
002100     05  WLM-BATCH-COUNT             PIC 9(08).
002200     05  FILLER                      PIC X(01).
002300     05  WLM-DATA-COUNT              PIC 9(08).
002400     05  FILLER                      PIC X(01).
002500     05  WLM-DUP-COUNT               PIC 9(08).
002600     05  FILLER                      PIC X(01).
002700     05  WLM-REFUSED-COUNT           PIC 9(08).
002800     05  FILLER                      PIC X(01).
002900     05  WLM-DAMAGED-COUNT           PIC 9(08).
003000     05  FILLER                      PIC X(18).
