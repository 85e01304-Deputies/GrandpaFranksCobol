000100*****************************************************************
000200*    FCCARD.CPY                                                 *
000300*    FINANCE CHARGE RUN CONTROL CARD (FINCHCTL.DAT)             *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE DATE THE MONTH'S FINANCE CHARGES    *
000600*    ARE ASSESSED AS OF - NORMALLY THE LAST DAY OF THE MONTH -  *
000700*    THE MONTHLY RATE (1.5 PERCENT IS KEYED 00150) AND THE      *
000800*    MINIMUM CHARGE.  FINANCE-CHARGE REFUSES TO RUN WITHOUT IT; *
000900*    CHARGING EVERY PAST-DUE CUSTOMER IS TOO CONSEQUENTIAL TO   *
001000*    DEFAULT, THE SAME RULE THE A/P PAYMENT CARD FOLLOWS.       *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 WJF   ORIGINAL LAYOUT.
001700*
001800 01  FINANCE-CHARGE-CARD.
001900     05  FC-CHARGE-DATE              PIC 9(08).
002000     05  FC-MONTHLY-RATE             PIC 9V9(04).
002100     05  FC-MINIMUM-CHARGE           PIC 9(03)V99.
002200     05  FILLER                      PIC X(62).
