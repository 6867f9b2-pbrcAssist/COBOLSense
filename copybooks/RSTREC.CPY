001630*                   CUTOFF DEFERRED TO THE CARRYOUT CARRYOVER    *
001640*                   FILE, SO THE SCHEDULER AND OPERATIONS CAN    *
001650*                   SEE A SHORTENED RUN THE SAME NIGHT.          *
001660*  2027-02-08  DEH  ADDED RST-PARTITION - THE PARTITION NUMBER   *
001670*                   ON A PARTITION STEP'S RUNSTAT, CHECKED BY    *
001680*                   FACTMRG.  SPACES ON A WHOLE-NIGHT RUNSTAT    *
001690*                   AND ON THE MERGED ONE.                       *
001700****************************************************************
001800 01  RST-RECORD.
001900     05  RST-DISPOSITION             PIC X(08) VALUE SPACES.
003300     05  RST-OVERFLOW-COUNT          PIC 9(08) VALUE ZERO.
003310     05  FILLER                      PIC X(01) VALUE SPACE.
003320     05  RST-DEFER-COUNT             PIC 9(08) VALUE ZERO.
003400     05  FILLER                      PIC X(01) VALUE SPACE.
003410     05  RST-PARTITION               PIC X(02) VALUE SPACES.
003420     05  FILLER                      PIC X(03) VALUE SPACES.
