001112*                   OF THE RUN AND NEVER DEFERRED AT THE BATCH-  *
001113*                   WINDOW CUTOFF; ANYTHING ELSE (INCLUDING THE  *
001114*                   SPACES ON OLDER RECORDS) IS LOW PRIORITY.    *
001115*  2026-12-14  DEH  ADDED WL-BINOMIAL-MODE ('B') AND WL-PROB-X.  *
001116*                   A BINOMIAL RECORD CARRIES N AND THE SUCCESS  *
001117*                   PROBABILITY P (0.00000 - 1.00000, IMPLIED    *
001118*                   DECIMAL AFTER THE FIRST DIGIT) AND ASKS FOR  *
001119*                   THE WHOLE DISTRIBUTION P(X = K), K = 0 - N.  *
001120*                   WL-R-X IS NOT USED IN THIS MODE.             *
001121****************************************************************
001200 01  WL-RECORD.
001300     05  WL-N-X                      PIC X(02).
001310     05  WL-MODE-X                   PIC X(01).
001320         88  WL-COMBO-MODE                   VALUE 'C'.
001330         88  WL-FACTORIAL-MODE               VALUE 'F', ' '.
001335         88  WL-BINOMIAL-MODE                VALUE 'B'.
001340     05  WL-R-X                      PIC X(02).
001350     05  FILLER                      PIC X(01).
001360     05  WL-REQ-DEPT                 PIC X(04).
001385     05  FILLER                      PIC X(01).
001390     05  WL-PRIORITY-X               PIC X(01).
001395         88  WL-HIGH-PRIORITY                VALUE 'H'.
001398     05  FILLER                      PIC X(01).
001401     05  WL-PROB-X                   PIC X(06).
001404     05  WL-PROB REDEFINES WL-PROB-X PIC 9V9(05).
001407     05  FILLER                      PIC X(52).
001410*
001420 01  WL-BATCH-HEADER.
001430     05  WL-BH-TYPE                  PIC X(02).
