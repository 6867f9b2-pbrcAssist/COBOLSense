001102*                   FROM THE FACTAPPX STIRLING APPROXIMATION,    *
001103*                   SHOWN AS MANTISSA E+EXPONENT AND CLEARLY     *
001104*                   FLAGGED APPROX RATHER THAN EXACT.            *
001105*  2026-12-14  DEH  ADDED THE BINOMIAL DISTRIBUTION SECTION LINES*
001106*                   - A TITLE LINE (N, P, DEPARTMENT, REFERENCE),*
001107*                   ITS COLUMN LINE AND ONE DETAIL LINE PER K.   *
001108****************************************************************
001200 01  RPT-RECORD                      PIC X(132).
001300*
001400 01  RPT-HEADING-LINE REDEFINES RPT-RECORD.
003630     05  FILLER                      PIC X(02).
003640     05  RPT-ADET-FLAG               PIC X(08).
003650     05  FILLER                      PIC X(65).
003750*
003850 01  RPT-BINOMIAL-TITLE-LINE REDEFINES RPT-RECORD.
003950     05  RPT-BTL-LIT                 PIC X(27).
004050     05  RPT-BTL-N                   PIC Z9.
004150     05  RPT-BTL-P-LIT               PIC X(07).
004250     05  RPT-BTL-P                   PIC 9.9(05).
004350     05  RPT-BTL-DEPT-LIT            PIC X(08).
004450     05  RPT-BTL-REQ-DEPT            PIC X(04).
004550     05  RPT-BTL-REF-LIT             PIC X(13).
004650     05  RPT-BTL-REQ-REF             PIC X(08).
004750     05  FILLER                      PIC X(56).
004850*
004950 01  RPT-BINOMIAL-COLUMN-LINE REDEFINES RPT-RECORD.
005050     05  FILLER                      PIC X(05).
005150     05  RPT-BCL-K-LIT               PIC X(15).
005250     05  RPT-BCL-COMB-LIT            PIC X(22).
005350     05  RPT-BCL-PROB-LIT            PIC X(15).
005450     05  RPT-BCL-CUM-LIT             PIC X(20).
005550     05  FILLER                      PIC X(55).
005650*
005750 01  RPT-BINOMIAL-DETAIL-LINE REDEFINES RPT-RECORD.
005850     05  FILLER                      PIC X(05).
005950     05  RPT-BDL-K                   PIC Z9.
006050     05  FILLER                      PIC X(13).
006150     05  RPT-BDL-COMBINATIONS        PIC Z(18)9.
006250     05  FILLER                      PIC X(03).
006350     05  RPT-BDL-PROBABILITY         PIC 9.9(10).
006450     05  FILLER                      PIC X(03).
006550     05  RPT-BDL-CUMULATIVE          PIC 9.9(10).
006650     05  FILLER                      PIC X(63).
