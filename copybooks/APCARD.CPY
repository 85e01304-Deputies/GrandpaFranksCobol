000100*****************************************************************
000200*    APCARD.CPY                                                 *
000300*    A/P PAYMENT RUN CONTROL CARD (APPAYCTL.DAT)                *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE PAY-THROUGH DATE - EVERY OPEN       *
000600*    INVOICE DUE ON OR BEFORE IT IS PAID - THE DATE PRINTED ON  *
000700*    THE CHECKS, AND THE FIRST NUMBER OF THE CHECK STOCK LOADED *
000800*    IN THE PRINTER.  AP-PAYMENT REFUSES TO RUN WITHOUT IT - A  *
000900*    PAYMENT RUN SPENDS THE STORE'S CASH AND MUST NEVER         *
001000*    DEFAULT, THE SAME RULE THE YEAR-END CLOSE CARD FOLLOWS.    *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 WJF   ORIGINAL LAYOUT.
001700*
001800 01  AP-PAYMENT-CARD.
001900     05  PY-PAY-THROUGH-DATE         PIC 9(08).
002000     05  PY-CHECK-DATE               PIC 9(08).
002100     05  PY-FIRST-CHECK-NO           PIC 9(06).
002200     05  FILLER                      PIC X(58).
