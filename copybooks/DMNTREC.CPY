001000*  RETIRES IT (SETS IT INACTIVE SO ITS REQUESTS REJECT), 'P'    *
001100*  PURGES IT.  A RETIRED DEPARTMENT IS RE-ADMITTED BY PURGING   *
001200*  AND RE-ADDING IT, LEAVING A PRINTED RECORD OF BOTH.          *
001210*  'A', 'C', 'R' AND 'P' CARDS ARE NOT APPLIED AT ONCE - THEY   *
001220*  ARE QUEUED ON PENDMST UNDER THE SUBMITTER'S USER ID          *
001230*  (COLUMNS 73-80, REQUIRED) UNTIL ANOTHER USER APPROVES        *
001240*  THEM THROUGH MNTAPPR.                                        *
001300*                                                                *
001400*  MODIFICATION HISTORY                                          *
001500*  ------------------------------------------------------------  *
001600*  2026-11-16  DEH  ORIGINAL COPYBOOK.                           *
001610*  2026-12-28  DEH  ADDED DMNT-SUBMITTER, THE USER ID UNDER      *
001620*                   WHICH A CHANGE CARD IS QUEUED FOR APPROVAL.  *
001700****************************************************************
001800 01  DMNT-RECORD.
001900     05  DMNT-FUNCTION-X             PIC X(01).
002900     05  DMNT-COMBO-X                PIC X(01).
003000     05  FILLER                      PIC X(01).
003100     05  DMNT-NAME                   PIC X(30).
003200     05  FILLER                      PIC X(33).
003300     05  DMNT-SUBMITTER              PIC X(08).
