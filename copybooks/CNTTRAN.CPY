000100*****************************************************************
000200*    CNTTRAN.CPY                                                *
000300*    RECORD LAYOUT FOR THE STOCK COUNT TRANSACTION FILE         *
000400*    (CNTTRANS.DAT)                                             *
000500*                                                                *
000600*    ONE RECORD PER SKU, KEYED BY HAND FROM THE COUNT SHEETS.   *
000700*    A 'C' RECORD IS A PHYSICAL COUNT - INVENTORY-POST REPLACES *
000800*    THE BOOK ON-HAND WITH THE COUNTED QUANTITY AND PRINTS THE  *
000900*    DIFFERENCE ON THE VARIANCE REGISTER.  A 'P' RECORD SETS    *
001000*    THE SKU'S REORDER POINT AND REORDER QUANTITY.              *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 WJF   ORIGINAL LAYOUT.
001700*
001800 01  COUNT-RECORD.
001900     05  CT-TRAN-TYPE                PIC X(01).
002000         88  CT-PHYSICAL-COUNT               VALUE 'C'.
002100         88  CT-REORDER-SETTING              VALUE 'P'.
002200         88  CT-TRAN-TYPE-VALID              VALUES 'C' 'P'.
002300     05  CT-SKU                      PIC X(08).
002400     05  CT-COUNT-DATE.
002500         10  CT-YEAR                 PIC 9(04).
002600         10  CT-MONTH                PIC 9(02).
002700         10  CT-DAY                  PIC 9(02).
002800     05  CT-COUNTED-QTY              PIC 9(07).
002900     05  CT-REORDER-POINT            PIC 9(07).
003000     05  CT-REORDER-QTY              PIC 9(07).
003100     05  CT-COUNTED-BY               PIC X(03).
