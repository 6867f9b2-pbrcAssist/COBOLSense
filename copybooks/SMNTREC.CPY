000800*  A NEW STANDING REQUEST FROM THE CARD FIELDS, 'C' REPLACES     *
000900*  THE KEYED ENTRY'S FIELDS FROM THE CARD, 'P' PURGES THE        *
001000*  KEYED ENTRY.  THE KEY IS DEPARTMENT PLUS REFERENCE.           *
001010*  'A', 'C' AND 'P' CARDS ARE NOT APPLIED AT ONCE - THEY ARE     *
001020*  QUEUED ON PENDMST UNDER THE SUBMITTER'S USER ID (COLUMNS      *
001030*  73-80, REQUIRED) UNTIL ANOTHER USER APPROVES THEM THROUGH     *
001040*  MNTAPPR.                                                      *
001100*                                                                *
001200*  MODIFICATION HISTORY                                          *
001300*  ------------------------------------------------------------  *
001400*  2026-09-14  DEH  ORIGINAL COPYBOOK.                           *
001410*  2026-12-14  DEH  ADDED SMNT-PROB-X, THE SUCCESS PROBABILITY   *
001420*                   (9V9(05), E.G. 050000 FOR 0.5) OF A BINOMIAL *
001430*                   ('B') STANDING REQUEST.                      *
001440*  2026-12-28  DEH  ADDED SMNT-SUBMITTER, THE USER ID UNDER      *
001450*                   WHICH A CHANGE CARD IS QUEUED FOR APPROVAL.  *
001460*  2027-01-04  DEH  ADDED SMNT-VALID-FREQUENCY - 'D', 'W', 'M',  *
001470*                   'Q' OR 'Y'.                                  *
001500****************************************************************
001600 01  SMNT-RECORD.
001700     05  SMNT-FUNCTION-X             PIC X(01).
003200     05  SMNT-R-X                    PIC X(02).
003300     05  FILLER                      PIC X(01).
003400     05  SMNT-FREQUENCY-X            PIC X(01).
003410         88  SMNT-VALID-FREQUENCY            VALUE 'D' 'W' 'M'
003420                                                   'Q' 'Y'.
003500     05  FILLER                      PIC X(01).
003600     05  SMNT-EFFECTIVE-X            PIC X(08).
003700     05  FILLER                      PIC X(01).
003800     05  SMNT-EXPIRY-X               PIC X(08).
003900     05  FILLER                      PIC X(01).
004000     05  SMNT-PROB-X                 PIC X(06).
004100     05  FILLER                      PIC X(22).
004200     05  SMNT-SUBMITTER              PIC X(08).
