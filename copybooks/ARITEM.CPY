001000*    CUSTOMER'S BALANCE IS SIMPLY THE SUM OF THEIR ITEMS.       *
001100*    READ BY AR-STATEMENT FOR THE MONTH-END STATEMENTS AND      *
001200*    AGING REPORT.                                              *
001210*                                                                *
001220*    FINANCE-CHARGE APPENDS ONE 'F' ITEM PER CUSTOMER AT        *
001230*    MONTH END FOR THE CHARGE ON THEIR PAST-DUE BALANCE.  IT    *
001240*    IS OWED LIKE ANY CHARGE AND AGES FROM ITS OWN DATE.        *
001300*****************************************************************
001400*
001500* MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  -----------------------------------------
001800*    2026-09-02 WJF   ORIGINAL LAYOUT.
001810*    2026-10-15 WJF   'F' FINANCE CHARGE ITEM TYPE ADDED.
001900*
002000 01  AR-ITEM-RECORD.
002100     05  AI-CUSTOMER-NO              PIC X(06).
002600         88  AI-CHARGE-ITEM                  VALUE 'C'.
002700         88  AI-PAYMENT-ITEM                 VALUE 'P'.
002800         88  AI-CREDIT-MEMO-ITEM             VALUE 'M'.
002810         88  AI-FINANCE-CHARGE-ITEM          VALUE 'F'.
002900     05  AI-REFERENCE                PIC X(12).
003000     05  AI-AMOUNT                   PIC S9(09)V99
003100                                     SIGN IS TRAILING SEPARATE.
