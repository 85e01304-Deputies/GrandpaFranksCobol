000100*****************************************************************
000200*    VENDMST.CPY                                                *
000300*    RECORD LAYOUT FOR THE VENDOR MASTER FILE (VENDMST.DAT)     *
000400*                                                                *
000500*    ONE RECORD PER SUPPLIER THE STORE BUYS FROM.  MAINTAINED   *
000600*    AS DATA BY THE OFFICE, THE SAME AS THE CUSTOMER MASTER.    *
000700*    AP-ENTRY VALIDATES EVERY VENDOR INVOICE AGAINST THIS FILE, *
000800*    TAKES THE DEFAULT DUE-DATE TERMS AND EXPENSE ACCOUNT FROM  *
000900*    IT, AND AP-PAYMENT AND AP-AGING PRINT THE VENDOR'S NAME    *
001000*    AND REMIT-TO ADDRESS FROM IT.                              *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 WJF   ORIGINAL LAYOUT.
001700*
001800 01  VENDOR-MASTER-RECORD.
001900     05  VM-VENDOR-NO                PIC X(06).
002000     05  VM-VENDOR-NAME              PIC X(25).
002100     05  VM-ACTIVE-FLAG              PIC X(01).
002200         88  VM-VENDOR-ACTIVE                VALUE 'A'.
002300         88  VM-VENDOR-INACTIVE              VALUE 'I'.
002400     05  VM-TERMS-DAYS               PIC 9(03).
002500     05  VM-EXPENSE-ACCOUNT          PIC 9(08).
002600     05  VM-REMIT-ADDRESS            PIC X(30).
002700     05  VM-REMIT-CITY-STATE-ZIP     PIC X(30).
