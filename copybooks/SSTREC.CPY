000100****************************************************************
000200*                                                                *
000300*  SSTREC    -  JOB-STREAM STEP-STATUS RECORD                    *
000400*                                                                *
000500*  ONE RECORD APPENDED TO THE SHARED STEPLOG JOB-STREAM LOG BY   *
000600*  EVERY BATCH PROGRAM AT THE END OF ITS STEP, THROUGH THE       *
000700*  STEPLOG SUBPROGRAM - THE CALLER BUILDS THE RECORD AND         *
000800*  PASSES IT AS THE ONLY PARAMETER.  STEPRPT READS THE LOG       *
000900*  EACH MORNING AND PRINTS ONE LINE PER STEP FOR THE NIGHT.      *
001000*                                                                *
001100*  THE CALLER FILLS THE PROGRAM NAME, ITS OWN RUN DATE AND       *
001200*  TIME, THE RETURN CODE IT IS ENDING WITH, AND UP TO SIX        *
001300*  NAMED COUNTS, THE MOST IMPORTANT FIRST (STEPRPT PRINTS THE    *
001400*  FIRST THREE AND CHECKS COUNTS BETWEEN STEPS BY NAME).  THE    *
001500*  DISPOSITION AND REASON ARE OPTIONAL - LEFT BLANK, STEPLOG     *
001600*  DERIVES THEM FROM THE RETURN CODE.  STEPLOG STAMPS THE LOG    *
001700*  DATE AND TIME ITSELF AND ZEROES ANY COUNT NOT USED.           *
001800*                                                                *
001900*  COUNT NAMES CHECKED BETWEEN STEPS -                           *
002000*    FACTORIAL  EXTRACT   EXTOUT DETAIL RECORDS WRITTEN          *
002100*               RECYCOUT  REJECTS WRITTEN TO RECYCOUT            *
002200*    EXTDIST    DETAILS   EXTOUT DETAIL RECORDS READ             *
002300*               DELIVERD  DETAIL RECORDS DELIVERED               *
002400*    RECYCLE    READ      RECYCIN RECORDS READ                   *
002500*               CARRIED   RECORDS CARRIED FORWARD                *
002510*    FACTMRG    EXTRACT   MERGED EXTOUT DETAIL RECORDS WRITTEN   *
002520*               RECYCOUT  REJECTS WRITTEN TO MERGED RECYCOUT     *
002530*                                                                *
002540*  A FACTORIAL STEP RUNNING ONE PARTITION OF A PARTITIONED       *
002550*  NIGHT SETS SST-PARTITION.  ITS EXTRACT AND RECYCOUT COUNTS    *
002560*  ARE ONLY A SHARE OF THE NIGHT - THE MERGED FILES DOWNSTREAM   *
002570*  STEPS READ ARE COUNTED BY FACTMRG.                            *
002600*                                                                *
002700*  MODIFICATION HISTORY                                          *
002800*  ------------------------------------------------------------  *
002900*  2027-02-01  DEH  ORIGINAL COPYBOOK.                           *
002910*  2027-02-08  DEH  ADDED SST-PARTITION AND THE FACTMRG COUNTS.  *
003000****************************************************************
003100 01  SST-RECORD.
003200     05  SST-PROGRAM                 PIC X(10).
003300     05  FILLER                      PIC X(01).
003400     05  SST-RUN-DATE                PIC 9(08).
003500     05  FILLER                      PIC X(01).
003600     05  SST-RUN-TIME                PIC 9(08).
003700     05  FILLER                      PIC X(01).
003800     05  SST-LOG-DATE                PIC 9(08).
003900     05  FILLER                      PIC X(01).
004000     05  SST-LOG-TIME                PIC 9(08).
004100     05  FILLER                      PIC X(01).
004200     05  SST-RETURN-CODE             PIC 9(02).
004300     05  FILLER                      PIC X(01).
004400     05  SST-DISPOSITION             PIC X(08).
004500     05  FILLER                      PIC X(01).
004600     05  SST-COUNT-ENTRY OCCURS 6 TIMES.
004700         10  SST-COUNT-NAME          PIC X(08).
004800         10  FILLER                  PIC X(01).
004900         10  SST-COUNT               PIC 9(08).
005000         10  FILLER                  PIC X(01).
005100     05  SST-REASON                  PIC X(30).
005200     05  SST-PARTITION               PIC X(02).
005300     05  FILLER                      PIC X(01).
