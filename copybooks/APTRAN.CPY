000100*****************************************************************
000200*    APTRAN.CPY                                                 *
000300*    RECORD LAYOUT FOR THE VENDOR INVOICE ENTRY TRANSACTION     *
000400*    FILE (APINVTRN.DAT)                                        *
000500*                                                                *
000600*    ONE RECORD PER VENDOR BILL, KEYED BY HAND IN THE OFFICE    *
000700*    FROM THE INVOICE AS IT ARRIVES.  A ZERO DUE DATE TAKES THE *
000800*    VENDOR'S TERMS FROM THE VENDOR MASTER (INVOICE DATE PLUS   *
000900*    TERMS DAYS); A ZERO EXPENSE ACCOUNT TAKES THE VENDOR'S     *
001000*    DEFAULT EXPENSE ACCOUNT.  AP-ENTRY POSTS EACH ONE TO THE   *
001100*    VENDOR INVOICE FILE (APINVMST.DAT).                        *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 WJF   ORIGINAL LAYOUT.
001800*
001900 01  AP-INVOICE-TRAN-RECORD.
002000     05  VT-VENDOR-NO                PIC X(06).
002100     05  VT-INVOICE-NO               PIC X(12).
002200     05  VT-INVOICE-DATE             PIC 9(08).
002300     05  VT-DUE-DATE                 PIC 9(08).
002400     05  VT-AMOUNT                   PIC 9(07)V99.
002500     05  VT-EXPENSE-ACCOUNT          PIC 9(08).
002600     05  VT-ENTERED-BY               PIC X(03).
