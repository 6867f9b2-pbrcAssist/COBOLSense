000100****************************************************************
000200*                                                                *
000300*  CHLREC    -  CHARGEBACK BILLING LEDGER RECORD                 *
000400*                                                                *
000500*  THE CHGLDG INDEXED LEDGER KEEPS WHAT WAS BILLED, KEYED ON     *
000600*  THE DEPARTMENT, THE BILLING PERIOD (FROM AND TO DATES,        *
000700*  YYYYMMDD) AND AN ENTRY SEQUENCE.  FOUR KINDS OF ENTRY -       *
000800*                                                                *
000900*    P  PERIOD CLOSE - ONE PER CLOSED PERIOD, DEPARTMENT SPACES, *
001000*       SEQUENCE ZERO.  WRITTEN BY CHGBACK WHEN FINANCE CLOSES   *
001100*       THE PERIOD (RATE-CLOSE-X 'C').  ITS PRESENCE IS WHAT     *
001200*       STOPS A LATER CHGBACK RUN BILLING THE PERIOD AGAIN.      *
001300*       CHL-LAST-SEQ HANDS OUT THE ADJUSTMENT SEQUENCES.         *
001400*    B  BILLED - ONE PER DEPARTMENT INVOICED IN THE CLOSED       *
001500*       PERIOD, SEQUENCE ZERO, WITH THE CALCULATIONS AND AMOUNT  *
001600*       ON ITS INVOICE.                                          *
001700*    C  CREDIT  } ONE PER ADJUSTMENT POSTED BY CHGADJ AGAINST A  *
001800*    D  DEBIT   } CLOSED PERIOD, SEQUENCE 0001 UPWARD, CARRYING  *
001900*                 THE REASON AND THE APPROVING USER ID.          *
002000*                                                                *
002100*  CHL-AMOUNT IS ALWAYS POSITIVE - THE ENTRY TYPE GIVES THE      *
002200*  SIGN.  ON THE PERIOD ENTRY CHL-CALC-COUNT AND CHL-AMOUNT ARE  *
002300*  THE TOTALS BILLED ACROSS ALL DEPARTMENTS.                     *
002400*                                                                *
002500*  MODIFICATION HISTORY                                          *
002600*  ------------------------------------------------------------  *
002700*  2026-12-21  DEH  ORIGINAL COPYBOOK.                           *
002800****************************************************************
002900 01  CHL-RECORD.
003000     05  CHL-KEY.
003100         10  CHL-DEPT                PIC X(04).
003200         10  CHL-PERIOD-FROM         PIC 9(08).
003300         10  CHL-PERIOD-TO           PIC 9(08).
003400         10  CHL-ENTRY-SEQ           PIC 9(04).
003500     05  CHL-ENTRY-TYPE-X            PIC X(01).
003600         88  CHL-PERIOD-ENTRY                VALUE 'P'.
003700         88  CHL-BILLED-ENTRY                VALUE 'B'.
003800         88  CHL-CREDIT-ENTRY                VALUE 'C'.
003900         88  CHL-DEBIT-ENTRY                 VALUE 'D'.
004000     05  CHL-POST-DATE               PIC 9(08).
004100     05  CHL-POST-TIME               PIC 9(08).
004200     05  CHL-CALC-COUNT              PIC 9(08).
004300     05  CHL-AMOUNT                  PIC 9(13)V99.
004400     05  CHL-LAST-SEQ                PIC 9(04).
004500     05  CHL-APPROVER                PIC X(08).
004600     05  CHL-REASON                  PIC X(30).
004700     05  FILLER                      PIC X(14).
