000500*  ONE RECORD READ ONCE AT STARTUP FROM MNTIN BY FACTMNT.        *
000600*  FMNT-FUNCTION-X SELECTS THE ACTION - 'L' LISTS THE WHOLE      *
000700*  MASTER, 'I' INQUIRES ON THE SINGLE N IN FMNT-N-X, 'P'         *
000800*  PURGES THE SINGLE N IN FMNT-N-X.  A PURGE IS NOT APPLIED AT   *
000810*  ONCE - IT IS QUEUED ON PENDMST UNDER THE SUBMITTER'S USER ID  *
000820*  (COLUMNS 73-80, REQUIRED) UNTIL ANOTHER USER APPROVES IT      *
000830*  THROUGH MNTAPPR.  AN EMPTY MNTIN ONLY APPLIES WHAT HAS BEEN   *
000840*  APPROVED.                                                     *
000900*                                                                *
001000*  MODIFICATION HISTORY                                          *
001100*  ------------------------------------------------------------  *
001200*  2026-05-11  DEH  ORIGINAL COPYBOOK.                           *
001210*  2026-12-28  DEH  ADDED FMNT-SUBMITTER, THE USER ID UNDER      *
001220*                   WHICH A PURGE CARD IS QUEUED FOR APPROVAL.   *
001300****************************************************************
001400 01  FMNT-RECORD.
001500     05  FMNT-FUNCTION-X             PIC X(01).
001800         88  FMNT-PURGE-FUNCTION             VALUE 'P'.
001900     05  FILLER                      PIC X(01).
002000     05  FMNT-N-X                    PIC X(02).
002100     05  FILLER                      PIC X(68).
002200     05  FMNT-SUBMITTER              PIC X(08).
