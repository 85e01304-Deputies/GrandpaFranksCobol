000100*****************************************************************
000200*    STOREMST.CPY                                               *
000300*    RECORD LAYOUT FOR THE STORE MASTER FILE (STOREMST.DAT)     *
000400*                                                                *
000500*    ONE RECORD PER STORE LOCATION, IN STORE NUMBER ORDER.      *
000600*    MAINTAINED AS DATA BY THE OFFICE, THE SAME AS THE          *
000700*    DEPARTMENT AND CHART OF ACCOUNTS MASTERS - OPENING A STORE *
000800*    IS A FILE CHANGE, NOT A PROGRAM CHANGE.  EVERY SALES, POS  *
000900*    DETAIL, REGISTER CLOSE-OUT AND GL EXTRACT RECORD CARRIES   *
001000*    THE STORE NUMBER IT CAME FROM; REGISTER NUMBERS ARE ONLY   *
001100*    UNIQUE WITHIN A STORE.                                     *
001200*                                                                *
001300*    ST-CASH-ACCOUNT IS THE CASH/CLEARING ACCOUNT THE STORE'S   *
001400*    RECEIPTS POST TO.  ST-SALES-ACCOUNT-OFFSET IS ADDED TO THE *
001500*    DEPARTMENT'S SALES ACCOUNT FROM THE ACCOUNT MASTER         *
001600*    (ACCTMST.CPY) TO GIVE THE STORE ITS OWN SALES ACCOUNT FOR  *
001700*    THAT DEPARTMENT - STORE 01 CARRIES AN OFFSET OF ZERO.      *
001800*    A ZERO ST-CASH-ACCOUNT MEANS THE STORE BANKS THROUGH THE   *
001900*    COMPANY CASH/CLEARING ACCOUNT ON THE ACCOUNT MASTER'S      *
002000*    CONTROL RECORD.                                            *
002100*****************************************************************
002200*
002300* MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    ---------  ----  -----------------------------------------
002600*    2026-10-15 WJF   ORIGINAL LAYOUT.
002700*
002800 01  STORE-MASTER-RECORD.
002900     05  ST-STORE-NO                 PIC 9(02).
003000     05  ST-STORE-NAME               PIC X(20).
003100     05  ST-ACTIVE-FLAG              PIC X(01).
003200         88  ST-STORE-ACTIVE                 VALUE 'A'.
003300         88  ST-STORE-INACTIVE               VALUE 'I'.
003400     05  ST-OPENED-DATE              PIC 9(08).
003500     05  ST-CASH-ACCOUNT             PIC 9(08).
003600     05  ST-SALES-ACCOUNT-OFFSET     PIC 9(08).
003700     05  FILLER                      PIC X(13).
