000100****************************************************************
000200*                                                                *
000300*  PTNCTL    -  WORKLIST PARTITION CONTROL CARDS                 *
000400*                                                                *
000500*  READ AT STARTUP FROM PTNIN BY WLSPLIT.  TWO CARD TYPES -      *
000600*    'P'  THE NUMBER OF PARTITIONS TO SPLIT THE NIGHT INTO,      *
000700*         01 THROUGH 04.  WITHOUT A 'P' CARD THE WORKLIST IS     *
000800*         SPLIT FOUR WAYS.                                       *
000900*    'D'  PINS ONE DEPARTMENT TO ONE PARTITION, FOR A            *
001000*         DEPARTMENT OPERATIONS WANTS TO KEEP APART (OR          *
001100*         TOGETHER WITH ANOTHER).  EVERY DEPARTMENT NOT          *
001200*         PINNED IS PLACED BY WLSPLIT, LARGEST FIRST, IN THE     *
001300*         PARTITION WITH THE FEWEST RECORDS SO FAR.              *
001400*  A MISSING OR EMPTY PTNIN TAKES THE DEFAULTS.  A CARD THAT     *
001500*  DOES NOT EDIT STOPS THE SPLIT.                                *
001600*                                                                *
001700*  MODIFICATION HISTORY                                          *
001800*  ------------------------------------------------------------  *
001900*  2027-02-08  DEH  ORIGINAL COPYBOOK.                           *
002000****************************************************************
002100 01  PTNC-RECORD.
002200     05  PTNC-CARD-TYPE-X            PIC X(01).
002300         88  PTNC-COUNT-CARD                 VALUE 'P'.
002400         88  PTNC-DEPT-CARD                  VALUE 'D'.
002500     05  FILLER                      PIC X(01).
002600     05  PTNC-CARD-DATA              PIC X(78).
002700     05  PTNC-COUNT-DATA REDEFINES PTNC-CARD-DATA.
002800         10  PTNC-COUNT-X            PIC X(02).
002900         10  PTNC-COUNT REDEFINES PTNC-COUNT-X
003000                                     PIC 9(02).
003100         10  FILLER                  PIC X(76).
003200     05  PTNC-DEPT-DATA REDEFINES PTNC-CARD-DATA.
003300         10  PTNC-DEPT               PIC X(04).
003400         10  FILLER                  PIC X(01).
003500         10  PTNC-PARTITION-X        PIC X(02).
003600         10  PTNC-PARTITION REDEFINES PTNC-PARTITION-X
003700                                     PIC 9(02).
003800         10  FILLER                  PIC X(71).
