000100*****************************************************************
000200*    PRCTRAN.CPY                                                *
000300*    RECORD LAYOUT FOR THE PRICE CHANGE TRANSACTION FILE        *
000400*    (PRCTRANS.DAT)                                             *
000500*                                                                *
000600*    ONE RECORD PER PRICE CHANGE, KEYED BY THE OFFICE FROM THE  *
000700*    BUYER'S PRICE SHEETS AND VENDOR COST NOTICES.  A PRICE     *
000800*    FIELD LEFT BLANK KEEPS THE VALUE IN EFFECT ON THE          *
000900*    EFFECTIVE DATE, SO A COST-ONLY CHANGE NEED NOT REKEY THE   *
001000*    SHELF PRICES; A SALE PRICE OF ZEROS ENDS A SALE.  A SALE   *
001100*    END DATE (BLANK OR ZEROS FOR NONE) MAKES PRICE-CHANGE ALSO *
001200*    SET UP THE RETURN TO REGULAR PRICE ON THE FOLLOWING DAY.   *
001300*    A SECOND CHANGE FOR THE SAME SKU AND EFFECTIVE DATE        *
001400*    REPLACES THE FIRST.                                        *
001500*****************************************************************
001600*
001700* MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    ---------  ----  -----------------------------------------
002000*    2026-10-15 WJF   ORIGINAL LAYOUT.
002100*
002200 01  PRICE-CHANGE-TRANSACTION.
002300     05  PC-SKU                      PIC X(08).
002400     05  PC-EFFECTIVE-DATE           PIC 9(08).
002500     05  PC-REGULAR-PRICE-X          PIC X(07).
002600     05  PC-REGULAR-PRICE REDEFINES PC-REGULAR-PRICE-X
002700                                     PIC 9(05)V99.
002800     05  PC-SALE-PRICE-X             PIC X(07).
002900     05  PC-SALE-PRICE REDEFINES PC-SALE-PRICE-X
003000                                     PIC 9(05)V99.
003100     05  PC-SALE-END-DATE-X          PIC X(08).
003200     05  PC-SALE-END-DATE REDEFINES PC-SALE-END-DATE-X
003300                                     PIC 9(08).
003400     05  PC-UNIT-COST-X              PIC X(07).
003500     05  PC-UNIT-COST REDEFINES PC-UNIT-COST-X
003600                                     PIC 9(05)V99.
003700     05  PC-CHANGED-BY               PIC X(03).
003800     05  FILLER                      PIC X(32).
