000100*****************************************************************
000200*    COAMST.CPY                                                 *
000300*    RECORD LAYOUT FOR THE CHART OF ACCOUNTS MASTER FILE        *
000400*    (COAMST.DAT)                                               *
000500*                                                                *
000600*    ONE RECORD PER GENERAL LEDGER ACCOUNT, IN ACCOUNT NUMBER   *
000700*    ORDER.  MAINTAINED AS DATA BY THE OFFICE, THE SAME AS THE  *
000800*    VENDOR AND CUSTOMER MASTERS.  GIVES EACH GB-ACCOUNT ON THE *
000900*    GL BALANCE FILE ITS NAME, ITS TYPE AND THE FINANCIAL       *
001000*    STATEMENT LINE IT IS SUMMED INTO.                          *
001100*                                                                *
001200*    THE TYPE DECIDES THE STATEMENT: ASSET, LIABILITY AND       *
001300*    EQUITY ACCOUNTS GO TO THE BALANCE SHEET, REVENUE AND       *
001400*    EXPENSE ACCOUNTS TO THE INCOME STATEMENT.  EVERY ACCOUNT   *
001500*    ON ONE STATEMENT LINE MUST BE OF THE SAME TYPE; THE LINES  *
001600*    PRINT IN LINE NUMBER ORDER UNDER THE CAPTION OF THE FIRST  *
001700*    ACCOUNT FILED ON THE LINE.                                 *
001800*****************************************************************
001900*
002000* MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------  ----  -----------------------------------------
002300*    2026-10-15 WJF   ORIGINAL LAYOUT.
002400*
002500 01  CHART-OF-ACCOUNTS-RECORD.
002600     05  CA-ACCOUNT                  PIC 9(08).
002700     05  CA-ACCOUNT-NAME             PIC X(30).
002800     05  CA-ACCOUNT-TYPE             PIC X(01).
002900         88  CA-ASSET-ACCOUNT                VALUE 'A'.
003000         88  CA-LIABILITY-ACCOUNT            VALUE 'L'.
003100         88  CA-EQUITY-ACCOUNT               VALUE 'E'.
003200         88  CA-REVENUE-ACCOUNT              VALUE 'R'.
003300         88  CA-EXPENSE-ACCOUNT              VALUE 'X'.
003400         88  CA-TYPE-VALID                   VALUES 'A' 'L' 'E'
003500                                                    'R' 'X'.
003600     05  CA-STATEMENT-LINE           PIC 9(03).
003700     05  CA-LINE-CAPTION             PIC X(30).
003800     05  CA-ACTIVE-FLAG              PIC X(01).
003900         88  CA-ACCOUNT-ACTIVE               VALUE 'A'.
004000         88  CA-ACCOUNT-INACTIVE             VALUE 'I'.
004100     05  FILLER                      PIC X(07).
