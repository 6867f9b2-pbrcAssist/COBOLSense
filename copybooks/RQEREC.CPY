000100****************************************************************
000200*                                                                *
000300*  RQEREC    -  REQUEST STATUS EVENT POSTING AREA                *
000400*                                                                *
000500*  THE SINGLE PARAMETER PASSED ON EVERY CALL TO THE RQSPOST      *
000600*  SUBPROGRAM.  RQE-FUNCTION-X SELECTS THE ACTION - 'O' OPENS    *
000700*  THE RQSTMST REQUEST STATUS MASTER (CREATING IT EMPTY ON       *
000800*  FIRST USE), 'P' POSTS ONE LIFECYCLE EVENT FOR THE DEPARTMENT  *
000900*  AND REFERENCE GIVEN, 'C' CLOSES THE MASTER.  THE EVENT CODE   *
001000*  VALUES ARE THOSE OF RQS-STATUS-X (SEE RQSREC).  A REQUEST     *
001100*  WITH NEITHER DEPARTMENT NOR REFERENCE HAS NO KEY TO POST      *
001200*  UNDER AND IS PASSED OVER (RETURN CODE 04).  RETURN CODE 08    *
001300*  MEANS THE MASTER COULD NOT BE OPENED OR UPDATED - STATUS      *
001400*  POSTING NEVER STOPS THE CALLING STEP.                         *
001500*                                                                *
001600*  MODIFICATION HISTORY                                          *
001700*  ------------------------------------------------------------  *
001800*  2026-11-30  DEH  ORIGINAL COPYBOOK.                           *
001900****************************************************************
002000 01  RQE-RECORD.
002100     05  RQE-FUNCTION-X              PIC X(01).
002200         88  RQE-OPEN-FUNCTION               VALUE 'O'.
002300         88  RQE-POST-FUNCTION               VALUE 'P'.
002400         88  RQE-CLOSE-FUNCTION              VALUE 'C'.
002500     05  RQE-RETURN-CODE             PIC 9(02).
002600         88  RQE-POSTED                      VALUE 00.
002700         88  RQE-NO-KEY                      VALUE 04.
002800         88  RQE-UNAVAILABLE                 VALUE 08.
002900     05  RQE-REQ-DEPT                PIC X(04).
003000     05  RQE-REQ-REF                 PIC X(08).
003100     05  RQE-EVENT-X                 PIC X(01).
003200         88  RQE-SUBMITTED                   VALUE 'S'.
003300         88  RQE-GENERATED                   VALUE 'G'.
003400         88  RQE-DEFERRED                    VALUE 'D'.
003500         88  RQE-REJECTED                    VALUE 'R'.
003600         88  RQE-CORRECTED                   VALUE 'K'.
003700         88  RQE-COMPLETED                   VALUE 'C'.
003800         88  RQE-DELIVERED                   VALUE 'V'.
003900     05  RQE-DATE                    PIC 9(08).
004000     05  RQE-TIME                    PIC 9(08).
004100     05  RQE-JOB-NAME                PIC X(08).
004200     05  RQE-REASON-CODE             PIC X(02).
004300     05  RQE-DETAIL                  PIC X(20).
