000900*    PAYMENT TRANSACTION AGAINST THIS FILE BEFORE IT REACHES    *
001000*    THE OPEN-ITEM RECEIVABLES FILE, AND AR-STATEMENT PRINTS    *
001100*    THE MONTH-END STATEMENTS UNDER THE CUSTOMER'S FULL NAME.   *
001110*                                                                *
001120*    CU-CREDIT-HOLD IS SET AND RELEASED ONLY BY AR-STATEMENT,   *
001130*    FROM THE MONTH-END AGING - ANY BALANCE OVER 90 DAYS PUTS   *
001140*    THE ACCOUNT ON HOLD, AND IT COMES OFF WHEN THE OLD         *
001150*    BALANCE IS PAID.  AR-STATEMENT WRITES THE UPDATED MASTER   *
001160*    TO CUSTNEW.DAT AND PRINTS THE HOLD LIST FOR THE REGISTERS. *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-09-02 WJF   ORIGINAL LAYOUT.
001710*    2026-10-15 WJF   CREDIT-HOLD FLAG AND HOLD DATE ADDED.
001800*
001900 01  CUSTOMER-MASTER-RECORD.
002000     05  CU-CUSTOMER-NO              PIC X(06).
002400         88  CU-CUSTOMER-INACTIVE            VALUE 'I'.
002500     05  CU-CREDIT-LIMIT             PIC 9(07)V99.
002600     05  CU-OPENED-DATE              PIC 9(08).
002700     05  CU-CREDIT-HOLD              PIC X(01).
002800         88  CU-ON-CREDIT-HOLD               VALUE 'H'.
002900     05  CU-HOLD-DATE                PIC 9(08).
