000100*****************************************************************
000200*    APINV.CPY                                                  *
000300*    RECORD LAYOUT FOR THE VENDOR INVOICE FILE (APINVMST.DAT)   *
000400*                                                                *
000500*    ONE RECORD PER VENDOR INVOICE, KEYED BY VENDOR NUMBER AND  *
000600*    THE VENDOR'S OWN INVOICE NUMBER, SO THE SAME BILL CANNOT   *
000700*    BE ENTERED TWICE.  WRITTEN BY AP-ENTRY AS AN OPEN ITEM     *
000800*    WITH ITS DUE DATE; AP-PAYMENT MARKS IT PAID WITH THE CHECK *
000900*    NUMBER AND CHECK DATE WHEN THE PAYMENT RUN SELECTS IT.     *
001000*    PAID INVOICES STAY ON FILE AS THE PAYMENT HISTORY.         *
001100*    AP-AGING AGES WHATEVER IS STILL OPEN.                      *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 WJF   ORIGINAL LAYOUT.
001800*
001900 01  AP-INVOICE-RECORD.
002000     05  VI-KEY.
002100         10  VI-VENDOR-NO            PIC X(06).
002200         10  VI-INVOICE-NO           PIC X(12).
002300     05  VI-INVOICE-DATE             PIC 9(08).
002400     05  VI-DUE-DATE                 PIC 9(08).
002500     05  VI-AMOUNT                   PIC 9(07)V99.
002600     05  VI-EXPENSE-ACCOUNT          PIC 9(08).
002700     05  VI-STATUS                   PIC X(01).
002800         88  VI-INVOICE-OPEN                 VALUE 'O'.
002900         88  VI-INVOICE-PAID                 VALUE 'P'.
003000     05  VI-ENTERED-DATE             PIC 9(08).
003100     05  VI-ENTERED-BY               PIC X(03).
003200     05  VI-PAID-DATE                PIC 9(08).
003300     05  VI-CHECK-NO                 PIC 9(06).
