001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-09-02 WJF   ORIGINAL LAYOUT.
001710*    2026-10-15 WJF   ADDED ID-STORE-NO.  REGISTER NUMBERS ARE
001720*                     ONLY UNIQUE WITHIN A STORE (SEE POSDTL.CPY).
001730*                     A FEED WRITTEN BEFORE THE FIELD EXISTED
001740*                     LEAVES IT BLANK - THE MAIN STORE, 01.
001800*
001900 01  ITEM-DETAIL-RECORD.
002000     05  ID-YEAR                     PIC 9(04).
002500     05  ID-QUANTITY                 PIC S9(05)
002600                                     SIGN IS TRAILING SEPARATE.
002700     05  ID-UNIT-PRICE               PIC 9(05)V99.
002800     05  ID-STORE-NO                 PIC 9(02).
