000100****************************************************************
000200*                                                                *
000300*  DLVREC    -  DELIVERY LOG RECORD                              *
000400*                                                                *
000500*  ONE RECORD APPENDED TO THE DLVLOG DELIVERY LOG FOR EVERY      *
000600*  DEPARTMENT DELIVERY FILE WRITTEN - BY EXTDIST FOR THE         *
000700*  NIGHTLY DLVOUTNN FILES (TYPE 'D'), AND BY DLVRECON FOR A      *
000800*  REDELIVERY FROM A RETAINED EXTOUT (TYPE 'R').  THE SOURCE     *
000900*  RUN STAMPS ARE THOSE ON THE DELIVERY FILE'S OWN HEADER, SO    *
001000*  DEPARTMENT, SOURCE RUN DATE AND SOURCE RUN TIME ARE THE KEY   *
001100*  A DEPARTMENT QUOTES ON ITS ACKNOWLEDGMENT (SEE ACKREC).       *
001200*  DLV-COUNT IS THE DETAIL COUNT ON THE FILE'S TRAILER, AND      *
001300*  DLV-DIST-DATE / DLV-DIST-TIME WHEN THE FILE WAS WRITTEN -     *
001400*  THE POINT FROM WHICH AN UNACKNOWLEDGED DELIVERY IS AGED.      *
001500*  DELIVERIES TO A BLANK DEPARTMENT (MANUAL CARDS) ARE NOT       *
001600*  LOGGED - NO ONE ACKNOWLEDGES THEM.                            *
001700*                                                                *
001800*  MODIFICATION HISTORY                                          *
001900*  ------------------------------------------------------------  *
002000*  2027-02-15  DEH  ORIGINAL COPYBOOK.                           *
002050*  2027-02-22  DEH  PAD THE RECORD OUT TO THE FULL 80 BYTES.     *
002100****************************************************************
002200 01  DLV-RECORD.
002300     05  DLV-DEPT                    PIC X(04).
002400     05  FILLER                      PIC X(01).
002500     05  DLV-FILE                    PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  DLV-SRC-DATE                PIC 9(08).
002800     05  FILLER                      PIC X(01).
002900     05  DLV-SRC-TIME                PIC 9(08).
003000     05  FILLER                      PIC X(01).
003100     05  DLV-SRC-JOB-NAME            PIC X(08).
003200     05  FILLER                      PIC X(01).
003300     05  DLV-COUNT                   PIC 9(08).
003400     05  FILLER                      PIC X(01).
003500     05  DLV-DIST-DATE               PIC 9(08).
003600     05  FILLER                      PIC X(01).
003700     05  DLV-DIST-TIME               PIC 9(08).
003800     05  FILLER                      PIC X(01).
003900     05  DLV-TYPE-X                  PIC X(01).
004000         88  DLV-NIGHTLY                     VALUE 'D'.
004100         88  DLV-REDELIVERY                  VALUE 'R'.
004200     05  FILLER                      PIC X(11).
