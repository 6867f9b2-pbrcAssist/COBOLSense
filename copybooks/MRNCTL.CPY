000100****************************************************************
000200*                                                                *
000300*  MRNCTL    -  MORNING OPERATIONS REPORT CONTROL CARDS          *
000400*                                                                *
000500*  READ AT STARTUP FROM MRNIN BY STEPRPT.  TWO CARD TYPES -      *
000600*    'W'  THE START OF THE NIGHT'S WINDOW: EVERY STEPLOG         *
000700*         RECORD LOGGED AT OR AFTER THIS DATE AND TIME (HHMM)    *
000800*         IS PART OF THE NIGHT.  WITHOUT A 'W' CARD THE WINDOW   *
000900*         OPENS AT 18:00 ON THE DAY BEFORE THE REPORT RUNS.  A   *
001000*         BLANK TIME MEANS 00:00.                                *
001100*    'S'  ONE STEP EXPECTED TO RUN IN THE NIGHT, BY PROGRAM      *
001200*         NAME.  WITHOUT ANY 'S' CARD THE STANDARD NIGHTLY       *
001300*         STREAM IS EXPECTED - SUBPULL, SRQGEN, RECYCLE,         *
001400*         WLASSEM, FACTORIAL, EXTDIST AND RUNCOMP.               *
001500*  A MISSING OR EMPTY MRNIN TAKES BOTH DEFAULTS.                 *
001600*                                                                *
001700*  MODIFICATION HISTORY                                          *
001800*  ------------------------------------------------------------  *
001900*  2027-02-01  DEH  ORIGINAL COPYBOOK.                           *
002000****************************************************************
002100 01  MRNC-RECORD.
002200     05  MRNC-CARD-TYPE-X            PIC X(01).
002300         88  MRNC-WINDOW-CARD                VALUE 'W'.
002400         88  MRNC-STEP-CARD                  VALUE 'S'.
002500     05  FILLER                      PIC X(01).
002600     05  MRNC-PROGRAM                PIC X(10).
002700     05  FILLER                      PIC X(01).
002800     05  MRNC-FROM-DATE-X            PIC X(08).
002900     05  MRNC-FROM-DATE REDEFINES MRNC-FROM-DATE-X
003000                                     PIC 9(08).
003100     05  FILLER                      PIC X(01).
003200     05  MRNC-FROM-TIME-X            PIC X(04).
003300     05  MRNC-FROM-TIME REDEFINES MRNC-FROM-TIME-X
003400                                     PIC 9(04).
003500     05  FILLER                      PIC X(54).
