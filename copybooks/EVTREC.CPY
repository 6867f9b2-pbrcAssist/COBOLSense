000100****************************************************************
000200*                                                                *
000300*  EVTREC    -  PARTITION UPDATE EVENT RECORD                    *
000400*                                                                *
000500*  WRITTEN TO EVTOUT BY A FACTORIAL STEP RUNNING ONE PARTITION   *
000600*  OF A PARTITIONED NIGHT (PARM-PARTITION-X ON PARMIN).  THE     *
000700*  PARTITIONS RUN AT THE SAME TIME, SO NONE OF THEM TOUCHES      *
000800*  THE SHARED FACTMST RESULTS MASTER OR THE RQSTMST REQUEST      *
000900*  STATUS MASTER - EACH UPDATE IT WOULD HAVE MADE IS WRITTEN     *
001000*  HERE INSTEAD, AND FACTMRG APPLIES THE EVENTS OF EVERY         *
001100*  PARTITION, ONE AT A TIME, AFTER THEY HAVE ALL FINISHED.       *
001200*                                                                *
001300*  EVENT TYPES -                                                 *
001400*    'M'  A FACTMST WRITE OR REWRITE.  EVT-FMST-IMAGE IS THE     *
001500*         NEW MASTER ENTRY IN THE FMST-RECORD LAYOUT (SEE        *
001600*         FMSTREC), STAMPED WITH THE PARTITION'S RUN.            *
001700*    'Q'  A REQUEST LIFECYCLE POSTING.  EVT-IMAGE HOLDS THE      *
001800*         RQE-RECORD THE PARTITION WOULD HAVE PASSED TO          *
001900*         RQSPOST (SEE RQEREC).                                  *
002000*                                                                *
002100*  MODIFICATION HISTORY                                          *
002200*  ------------------------------------------------------------  *
002300*  2027-02-08  DEH  ORIGINAL COPYBOOK.                           *
002400****************************************************************
002500 01  EVT-RECORD.
002600     05  EVT-TYPE-X                  PIC X(01).
002700         88  EVT-MASTER-UPDATE               VALUE 'M'.
002800         88  EVT-REQUEST-POSTING             VALUE 'Q'.
002900     05  FILLER                      PIC X(01).
003000     05  EVT-PARTITION               PIC 9(02).
003100     05  FILLER                      PIC X(01).
003200     05  EVT-IMAGE                   PIC X(100).
003300     05  EVT-MASTER-IMAGE REDEFINES EVT-IMAGE.
003310         10  EVT-FMST-IMAGE.
003320             15  EVT-FMST-N              PIC 9(02).
003330             15  EVT-FMST-FACTORIAL      PIC 9(19).
003340             15  EVT-FMST-RETURN-CODE    PIC 9(02).
003350             15  EVT-FMST-APPROX-FLAG    PIC X(01).
003360             15  EVT-FMST-MANTISSA       PIC 9V9(07).
003370             15  EVT-FMST-EXPONENT       PIC 9(04).
003380             15  EVT-FMST-LAST-CALC-DATE PIC 9(08).
003390             15  EVT-FMST-LAST-CALC-TIME PIC 9(08).
003400             15  EVT-FMST-JOB-NAME       PIC X(08).
003410             15  FILLER                  PIC X(20).
003500         10  FILLER                  PIC X(20).
003600     05  EVT-POSTING-IMAGE REDEFINES EVT-IMAGE.
003700         10  EVT-RQE-IMAGE           PIC X(62).
003800         10  FILLER                  PIC X(38).
003900     05  FILLER                      PIC X(15).
