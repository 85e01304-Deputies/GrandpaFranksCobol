000100*****************************************************************
000200*    RCVTRAN.CPY                                                *
000300*    RECORD LAYOUT FOR THE RECEIVING TRANSACTION FILE           *
000400*    (RCVTRANS.DAT)                                             *
000500*                                                                *
000600*    ONE RECORD PER SKU LINE ON A SIGNED RECEIVING SLIP.        *
000700*    KEYED BY HAND AT THE BACK DOOR AND POSTED TO THE STOCK     *
000800*    FILE (STOCKMST.DAT) BY INVENTORY-POST, WHICH LISTS EVERY   *
000900*    RECEIPT ON THE INVENTORY POSTING REGISTER.                 *
001000*****************************************************************
001100*
001200* MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 WJF   ORIGINAL LAYOUT.
001600*
001700 01  RECEIVING-RECORD.
001800     05  RV-SKU                      PIC X(08).
001900     05  RV-RECEIPT-DATE.
002000         10  RV-YEAR                 PIC 9(04).
002100         10  RV-MONTH                PIC 9(02).
002200         10  RV-DAY                  PIC 9(02).
002300     05  RV-QUANTITY                 PIC 9(05).
002400     05  RV-VENDOR-NO                PIC X(06).
002500     05  RV-PACKING-SLIP             PIC X(12).
002600     05  RV-RECEIVED-BY              PIC X(03).
