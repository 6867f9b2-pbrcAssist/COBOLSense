001280*                   CARRYOUT CARRYOVER FILE INSTEAD OF BEING     *
001290*                   PROCESSED LATE.  SPACES OR ZERO MEANS NO     *
001295*                   CUTOFF.                                      *
001296*  2027-02-08  DEH  ADDED PARM-PARTITION-X.  01 THROUGH 04 RUNS  *
001297*                   THE STEP AS ONE PARTITION OF A PARTITIONED   *
001298*                   NIGHT (SEE WLSPLIT AND FACTMRG); SPACES IS   *
001299*                   THE NORMAL WHOLE-NIGHT RUN.                  *
001300****************************************************************
001400 01  PARM-RECORD.
001500     05  PARM-MIN-N                  PIC 9(02).
001760     05  PARM-CUTOFF-TIME-X          PIC X(06).
001770     05  PARM-CUTOFF-TIME REDEFINES PARM-CUTOFF-TIME-X
001780                                     PIC 9(06).
001800     05  FILLER                      PIC X(01).
001810     05  PARM-PARTITION-X            PIC X(02).
001820     05  PARM-PARTITION REDEFINES PARM-PARTITION-X
001830                                     PIC 9(02).
001840     05  FILLER                      PIC X(63).
