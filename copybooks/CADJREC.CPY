000100****************************************************************
000200*                                                                *
000300*  CADJREC   -  CHARGEBACK ADJUSTMENT CONTROL CARD               *
000400*                                                                *
000500*  ONE OR MORE RECORDS READ FROM ADJIN BY CHGADJ, ONE            *
000600*  ADJUSTMENT PER CARD.  CADJ-TYPE-X IS 'C' FOR A CREDIT TO THE  *
000700*  DEPARTMENT OR 'D' FOR A DEBIT.  THE PERIOD DATES (YYYYMMDD)   *
000800*  MUST BE THOSE OF A PERIOD ALREADY CLOSED ON THE CHGLDG        *
000900*  LEDGER.  THE AMOUNT IS ELEVEN DIGITS WITH TWO IMPLIED         *
001000*  DECIMALS (999999999V99).  THE REASON AND THE APPROVER'S USER  *
001100*  ID ARE BOTH REQUIRED AND ARE KEPT ON THE LEDGER ENTRY.        *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2026-12-21  DEH  ORIGINAL COPYBOOK.                           *
001600****************************************************************
001700 01  CADJ-RECORD.
001800     05  CADJ-TYPE-X                 PIC X(01).
001900         88  CADJ-CREDIT                     VALUE 'C'.
002000         88  CADJ-DEBIT                      VALUE 'D'.
002100     05  FILLER                      PIC X(01).
002200     05  CADJ-DEPT                   PIC X(04).
002300     05  FILLER                      PIC X(01).
002400     05  CADJ-PERIOD-FROM-X          PIC X(08).
002500     05  FILLER                      PIC X(01).
002600     05  CADJ-PERIOD-TO-X            PIC X(08).
002700     05  FILLER                      PIC X(01).
002800     05  CADJ-AMOUNT-X               PIC X(11).
002900     05  CADJ-AMOUNT REDEFINES CADJ-AMOUNT-X
003000                                     PIC 9(09)V99.
003100     05  FILLER                      PIC X(01).
003200     05  CADJ-APPROVER               PIC X(08).
003300     05  FILLER                      PIC X(01).
003400     05  CADJ-REASON                 PIC X(30).
003500     05  FILLER                      PIC X(04).
