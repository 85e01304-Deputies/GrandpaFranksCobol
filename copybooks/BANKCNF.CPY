000600*    ONE RECORD PER DEPOSIT THE BANK CONFIRMED, KEYED BY HAND   *
000700*    IN THE OFFICE FROM THE BANK RECEIPT - THE DEPOSIT'S        *
000800*    BUSINESS DATE, ITS TENDER CLASS (CASH OR CHECK, THE SAME   *
000900*    CODES THE POS DETAIL TENDER TYPE USES), THE AMOUNT THE     *
001000*    BANK ACTUALLY CREDITED, AND THE STORE THAT MADE THE        *
001010*    DEPOSIT.  MATCHED BY DEPOSIT-MATCH AGAINST THE             *
001100*    SETTLEMENT'S EXPECTED DEPOSIT PER STORE AND DAY.           *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-09-02 WJF   ORIGINAL LAYOUT.
001710*    2026-10-15 WJF   ADDED BC-STORE-NO - DEPOSITS ARE MATCHED
001720*                     BY STORE AS WELL AS DATE AND TENDER CLASS.
001800*
001900 01  BANK-CONFIRMATION-RECORD.
002000     05  BC-YEAR                     PIC 9(04).
002700     05  BC-AMOUNT                   PIC S9(09)V99
002800                                     SIGN IS TRAILING SEPARATE.
002900     05  BC-REFERENCE                PIC X(12).
002910     05  BC-STORE-NO                 PIC 9(02).
