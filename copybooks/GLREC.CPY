001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  -----------------------------------------
001400*    2026-08-09 WJF   ORIGINAL LAYOUT.
001450*    2026-10-15 WJF   GL-TENDER-TYPE ADDED SO ON-ACCOUNT SALES CAN
001460*                     BE CHARGED TO ACCOUNTS RECEIVABLE.
001470*    2026-10-15 WJF   GL-STORE-NO ADDED SO EACH STORE'S SALES
001480*                     POST TO ITS OWN SALES AND CASH ACCOUNTS.
001500*
001600 01  GL-EXTRACT-RECORD.
001700     05  GL-RECORD-TYPE              PIC X(01).
002600                                     SIGN IS TRAILING SEPARATE.
002700         10  GL-TAX-AMOUNT           PIC S9(09)V99
002800                                     SIGN IS TRAILING SEPARATE.
002850         10  GL-TENDER-TYPE          PIC X(01).
002860             88  GL-ONACCT-SALE              VALUE 'A'.
002870         10  GL-STORE-NO             PIC 9(02).
002900     05  GL-CONTROL-AREA REDEFINES GL-DETAIL-AREA.
003000         10  GL-CONTROL-RECORD-COUNT PIC 9(07).
003100         10  GL-CONTROL-TOTAL-AMOUNT PIC S9(09)V99
003200                                     SIGN IS TRAILING SEPARATE.
003300         10  FILLER                  PIC X(20).
