000300*    RECORD LAYOUT FOR THE UNMATCHED-DEPOSIT CARRY-FORWARD      *
000400*    FILE (DEPOPEN.DAT IN, DEPNEW.DAT OUT)                      *
000500*                                                                *
000600*    ONE RECORD PER EXPECTED BANK DEPOSIT (STORE, BUSINESS DATE *
000700*    AND TENDER CLASS) THAT NO BANK CONFIRMATION HAS SETTLED    *
000710*    YET.                                                       *
000800*    DEPOSIT-MATCH READS THE PRIOR RUN'S FILE IN, ADDS THE      *
000900*    CURRENT POS DETAIL'S EXPECTED DEPOSITS, AND WRITES THE     *
001000*    STILL-UNMATCHED ONES OUT (DEPNEW, WHICH OPERATIONS         *
001600*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  -----------------------------------------
001800*    2026-09-02 WJF   ORIGINAL LAYOUT.
001810*    2026-10-15 WJF   ADDED DI-STORE-NO - EACH STORE BANKS ITS
001820*                     OWN DEPOSIT (STOREMST.CPY).
001900*
002000 01  DEPOSIT-ITEM-RECORD.
002100     05  DI-DEPOSIT-DATE             PIC 9(08).
002500     05  DI-EXPECTED-AMOUNT          PIC S9(09)V99
002600                                     SIGN IS TRAILING SEPARATE.
002700     05  DI-FIRST-SEEN-DATE          PIC 9(08).
002710     05  DI-STORE-NO                 PIC 9(02).
