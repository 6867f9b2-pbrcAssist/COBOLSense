000100****************************************************************
000200*                                                                *
000300*  SJNLREC   -  ONLINE STANDING-REQUEST MAINTENANCE JOURNAL      *
000400*                                                                *
000500*  ONE RECORD PER ADD OR CHANGE KEYED ON THE SRQM TRANSACTION    *
000600*  (SRQONL) - ACCEPTED OR REJECTED - WRITTEN TO THE SRQJ TD      *
000700*  QUEUE, WHICH OPERATIONS ROUTES TO THE SRQJIN DATASET.  THE    *
000800*  SRQJPRT BATCH PROGRAM PRINTS IT IN THE SMNTRPT LAYOUT, SO AN  *
000900*  ONLINE CHANGE LEAVES THE SAME PAPER TRAIL AS AN SMNTIN CARD.  *
001000*                                                                *
001100*  SJN-CARD-IMAGE IS THE CHANGE AS AN SMNTREC CARD - FOR AN      *
001200*  ACCEPTED CHANGE, EXACTLY THE CARD QUEUED ON PENDMST UNDER     *
001300*  SJN-PEND-ID.  A CHANGE ALSO CARRIES THE ENTRY AS IT STOOD     *
001400*  BEFORE (SJN-BEFORE-IMAGE, AN SRQREC RECORD).                  *
001500*                                                                *
001600*  MODIFICATION HISTORY                                          *
001700*  ------------------------------------------------------------  *
001800*  2027-01-11  DEH  ORIGINAL COPYBOOK.                           *
001900****************************************************************
002000 01  SJN-RECORD.
002100     05  SJN-DATE                    PIC 9(08).
002200     05  SJN-TIME                    PIC 9(08).
002300     05  SJN-TERMID                  PIC X(04).
002400     05  SJN-USERID                  PIC X(08).
002500     05  SJN-TRANID                  PIC X(04).
002600     05  SJN-DISPOSITION-X           PIC X(01).
002700         88  SJN-QUEUED                      VALUE 'Q'.
002800         88  SJN-REJECTED                    VALUE 'R'.
002900     05  SJN-ACTION-TEXT             PIC X(24).
003000     05  SJN-PEND-ID.
003100         10  SJN-PEND-MASTER-X       PIC X(01).
003200         10  SJN-PEND-DATE           PIC 9(08).
003300         10  SJN-PEND-TIME           PIC 9(08).
003400         10  SJN-PEND-SEQ            PIC 9(04).
003500     05  SJN-CARD-IMAGE              PIC X(80).
003600     05  SJN-BEFORE-SW               PIC X(01).
003700         88  SJN-HAS-BEFORE-IMAGE            VALUE 'Y'.
003800     05  SJN-BEFORE-IMAGE            PIC X(80).
003900     05  FILLER                      PIC X(11).
