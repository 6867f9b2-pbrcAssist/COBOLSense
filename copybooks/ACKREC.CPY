000100****************************************************************
000200*                                                                *
000300*  ACKREC    -  DELIVERY ACKNOWLEDGMENT RECORD                   *
000400*                                                                *
000500*  RETURNED BY A RECEIVING DEPARTMENT AFTER IT HAS LOADED A      *
000600*  DELIVERY FILE, AND COLLECTED ON ACKIN FOR DLVRECON.  THE      *
000700*  SOURCE RUN DATE AND TIME ARE COPIED FROM THE DELIVERY         *
000800*  FILE'S 'H' HEADER; ACK-LOAD-COUNT IS THE NUMBER OF DETAIL     *
000900*  RECORDS THE DEPARTMENT ACTUALLY LOADED.  A DEPARTMENT THAT    *
001000*  RELOADS SENDS A FURTHER ACKNOWLEDGMENT - THE LAST ONE ON      *
001100*  ACKIN FOR A DELIVERY IS THE ONE THAT COUNTS.                  *
001200*                                                                *
001300*  MODIFICATION HISTORY                                          *
001400*  ------------------------------------------------------------  *
001500*  2027-02-15  DEH  ORIGINAL COPYBOOK.                           *
001600****************************************************************
001700 01  ACK-RECORD.
001800     05  ACK-DEPT                    PIC X(04).
001900     05  FILLER                      PIC X(01).
002000     05  ACK-SRC-DATE-X              PIC X(08).
002100     05  ACK-SRC-DATE REDEFINES ACK-SRC-DATE-X
002200                                     PIC 9(08).
002300     05  FILLER                      PIC X(01).
002400     05  ACK-SRC-TIME-X              PIC X(08).
002500     05  ACK-SRC-TIME REDEFINES ACK-SRC-TIME-X
002600                                     PIC 9(08).
002700     05  FILLER                      PIC X(01).
002800     05  ACK-LOAD-COUNT-X            PIC X(08).
002900     05  ACK-LOAD-COUNT REDEFINES ACK-LOAD-COUNT-X
003000                                     PIC 9(08).
003100     05  FILLER                      PIC X(49).
