001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-05-25  DEH  ORIGINAL COPYBOOK.                           *
001510*  2026-12-14  DEH  ADDED EXT-BINOMIAL-REC, ID 'B' - ONE RECORD  *
001520*                   PER K OF A BINOMIAL DISTRIBUTION, CARRYING   *
001530*                   C(N,K), P(X = K) AND CUMULATIVE P(X <= K).   *
001540*                   THE DEPARTMENT AND REFERENCE SIT IN THE SAME *
001550*                   COLUMNS AS ON A 'D' RECORD SO A RECEIVER OR  *
001560*                   EXTDIST ROUTES EITHER ONE ALIKE.  'B'        *
001570*                   RECORDS COUNT AS DETAILS IN THE TRAILER.     *
001580*  2027-01-18  DEH  AS-OF FIELDS FOR THE FACTASOF RECONSTRUCTED  *
001581*                   TABLE - THE AS-OF DATE ON THE 'H' RECORD AND *
001582*                   EACH N'S SOURCE CALCULATION DATE, TIME, JOB  *
001583*                   AND AS-OF STATUS ON THE 'D' RECORD, IN WHAT  *
001584*                   WAS TRAILING FILLER.  ONLY FACTASOF FILLS    *
001585*                   THEM (SEPARATORS INCLUDED), SO EVERY OTHER   *
001586*                   EXTRACT IS UNCHANGED.                        *
001600****************************************************************
001700 01  EXT-HEADER-REC.
001800     05  EXT-HDR-ID                  PIC X(01) VALUE 'H'.
002200     05  EXT-HDR-RUN-TIME            PIC 9(08) VALUE ZERO.
002300     05  FILLER                      PIC X(01) VALUE ';'.
002400     05  EXT-HDR-JOB-NAME            PIC X(08) VALUE SPACES.
002500     05  EXT-HDR-ASOF-SEP            PIC X(01) VALUE SPACE.
002510     05  EXT-HDR-ASOF-DATE           PIC X(08) VALUE SPACES.
002520     05  FILLER                      PIC X(95) VALUE SPACES.
002600*
002700 01  EXT-DETAIL-REC.
002800     05  EXT-DET-ID                  PIC X(01) VALUE 'D'.
004800     05  EXT-DET-REQ-DEPT            PIC X(04) VALUE SPACES.
004900     05  FILLER                      PIC X(01) VALUE ';'.
005000     05  EXT-DET-REQ-REF             PIC X(08) VALUE SPACES.
005100     05  EXT-DET-ASOF-SEP-1          PIC X(01) VALUE SPACE.
005110     05  EXT-DET-SRC-DATE            PIC X(08) VALUE SPACES.
005120     05  EXT-DET-ASOF-SEP-2          PIC X(01) VALUE SPACE.
005130     05  EXT-DET-SRC-TIME            PIC X(08) VALUE SPACES.
005140     05  EXT-DET-ASOF-SEP-3          PIC X(01) VALUE SPACE.
005150     05  EXT-DET-SRC-JOB             PIC X(08) VALUE SPACES.
005160     05  EXT-DET-ASOF-SEP-4          PIC X(01) VALUE SPACE.
005170     05  EXT-DET-ASOF-STATUS-X       PIC X(01) VALUE SPACE.
005171         88  EXT-DET-ASOF-CURRENT            VALUE 'C'.
005172         88  EXT-DET-ASOF-ROLLED-BACK        VALUE 'H'.
005173         88  EXT-DET-ASOF-NOT-YET            VALUE 'N'.
005174         88  EXT-DET-ASOF-PURGED             VALUE 'P'.
005175         88  EXT-DET-ASOF-UNKNOWN            VALUE 'U'.
005180     05  FILLER                      PIC X(03) VALUE SPACES.
005200*
005204 01  EXT-BINOMIAL-REC.
005208     05  EXT-BIN-ID                  PIC X(01) VALUE 'B'.
005212     05  FILLER                      PIC X(01) VALUE ';'.
005216     05  EXT-BIN-N                   PIC 9(02) VALUE ZERO.
005220     05  FILLER                      PIC X(01) VALUE ';'.
005224     05  EXT-BIN-MODE                PIC X(01) VALUE 'B'.
005228     05  FILLER                      PIC X(01) VALUE ';'.
005232     05  EXT-BIN-K                   PIC 9(02) VALUE ZERO.
005236     05  FILLER                      PIC X(01) VALUE ';'.
005240     05  EXT-BIN-COMBINATIONS        PIC 9(19) VALUE ZERO.
005244     05  FILLER                      PIC X(01) VALUE ';'.
005248     05  EXT-BIN-PROBABILITY         PIC 9.9(10) VALUE ZERO.
005252     05  FILLER                      PIC X(01) VALUE ';'.
005256     05  EXT-BIN-CUMULATIVE          PIC 9.9(10) VALUE ZERO.
005260     05  FILLER                      PIC X(01) VALUE ';'.
005264     05  EXT-BIN-P                   PIC 9.9(05) VALUE ZERO.
005268     05  FILLER                      PIC X(01) VALUE ';'.
005272     05  FILLER                      PIC X(22) VALUE SPACES.
005276     05  FILLER                      PIC X(01) VALUE ';'.
005280     05  EXT-BIN-REQ-DEPT            PIC X(04) VALUE SPACES.
005284     05  FILLER                      PIC X(01) VALUE ';'.
005288     05  EXT-BIN-REQ-REF             PIC X(08) VALUE SPACES.
005292     05  FILLER                      PIC X(32) VALUE SPACES.
005296*
005300 01  EXT-TRAILER-REC.
005400     05  EXT-TRL-ID                  PIC X(01) VALUE 'T'.
005500     05  FILLER                      PIC X(01) VALUE ';'.
