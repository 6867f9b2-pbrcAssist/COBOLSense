000900*  WHEN RUNCOMP FLAGS ONE THIS JOURNAL IS THE EVIDENCE TRAIL.    *
001000*  THE REPLACING RUN'S DATE, TIME AND JOB FOLLOW, SO THE FULL    *
001100*  LINEAGE OF A VALUE CAN BE LISTED BY FHISTINQ.                 *
001110*  FACTMNT ALSO APPENDS A RECORD WHEN AN APPROVED PURGE DELETES  *
001120*  AN ENTRY, WITH FHST-ACTION-X SET TO 'P'.  A REWRITE LEAVES IT *
001130*  'R' OR SPACE (RECORDS WRITTEN BEFORE THE FLAG EXISTED), SO    *
001140*  FACTASOF CAN TELL A REPLACED VALUE FROM ONE THAT WAS REMOVED. *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-10-05  DEH  ORIGINAL COPYBOOK.                           *
001510*  2027-01-18  DEH  FHST-ACTION-X - PURGE VERSUS REPLACE.        *
001600****************************************************************
001700 01  FHST-RECORD.
001800     05  FHST-N                      PIC 9(02).
002800     05  FHST-REPL-DATE              PIC 9(08).
002900     05  FHST-REPL-TIME              PIC 9(08).
003000     05  FHST-REPL-JOB               PIC X(08).
003100     05  FHST-ACTION-X               PIC X(01).
003110         88  FHST-PURGED                     VALUE 'P'.
003120         88  FHST-REPLACED                   VALUE 'R' ' '.
003130     05  FILLER                      PIC X(15).
