000100*****************************************************************
000200*    PRICEMST.CPY                                               *
000300*    RECORD LAYOUT FOR THE PRICE MASTER FILE (PRICEMST.DAT)     *
000400*                                                                *
000500*    ONE RECORD PER SKU PER EFFECTIVE DATE, KEYED BY PR-KEY.    *
000600*    THE PRICE IN EFFECT FOR A SKU ON A GIVEN DAY IS THE RECORD *
000700*    WITH THE LATEST EFFECTIVE DATE NOT AFTER THAT DAY; ITS     *
000800*    SHELF PRICE IS THE SALE PRICE WHEN ONE IS SET (NONZERO),   *
000900*    OTHERWISE THE REGULAR PRICE.  MAINTAINED ONLY BY           *
001000*    PRICE-CHANGE FROM THE PRICE CHANGE TRANSACTIONS            *
001100*    (PRCTRANS.DAT); READ BY THE NIGHTLY PRICE-AUDIT.           *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 WJF   ORIGINAL LAYOUT.
001800*
001900 01  PRICE-RECORD.
002000     05  PR-KEY.
002100         10  PR-SKU                  PIC X(08).
002200         10  PR-EFFECTIVE-DATE       PIC 9(08).
002300     05  PR-REGULAR-PRICE            PIC 9(05)V99.
002400     05  PR-SALE-PRICE               PIC 9(05)V99.
002500     05  PR-UNIT-COST                PIC 9(05)V99.
002600     05  PR-CHANGE-DATE              PIC 9(08).
002700     05  PR-CHANGED-BY               PIC X(03).
