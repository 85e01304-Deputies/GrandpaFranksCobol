000100*****************************************************************
000200*    STOCKREC.CPY                                               *
000300*    RECORD LAYOUT FOR THE PERPETUAL INVENTORY STOCK FILE       *
000400*    (STOCKMST.DAT)                                             *
000500*                                                                *
000600*    ONE RECORD PER SKU, KEYED BY THE ITEM MASTER'S IM-SKU.     *
000700*    CARRIES THE QUANTITY ON HAND AND THE REORDER POINT AND     *
000800*    REORDER QUANTITY THE LOW-STOCK REPORT WORKS FROM.          *
000900*    MAINTAINED ONLY BY INVENTORY-POST - NIGHTLY RELIEF FROM    *
001000*    THE ITEM-LEVEL REGISTER FEED (ITEMDTL.DAT), RECEIPTS FROM  *
001100*    THE RECEIVING TRANSACTION FILE (RCVTRANS.DAT), AND         *
001200*    PHYSICAL COUNTS AND REORDER SETTINGS FROM THE COUNT        *
001300*    TRANSACTION FILE (CNTTRANS.DAT).  ON-HAND IS SIGNED - A    *
001400*    SKU SOLD BEFORE ITS RECEIPT IS KEYED GOES NEGATIVE RATHER  *
001500*    THAN LOSING THE SALE.                                      *
001600*****************************************************************
001700*
001800* MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    ---------  ----  -----------------------------------------
002100*    2026-10-15 WJF   ORIGINAL LAYOUT.
002200*
002300 01  STOCK-RECORD.
002400     05  SK-SKU                      PIC X(08).
002500     05  SK-ON-HAND                  PIC S9(07)
002600                                     SIGN IS TRAILING SEPARATE.
002700     05  SK-REORDER-POINT            PIC 9(07).
002800     05  SK-REORDER-QTY              PIC 9(07).
002900     05  SK-LAST-RELIEF-DATE         PIC 9(08).
003000     05  SK-LAST-RECEIPT-DATE        PIC 9(08).
003100     05  SK-LAST-COUNT-DATE          PIC 9(08).
