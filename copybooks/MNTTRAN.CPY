001800*    DATE       INIT  DESCRIPTION
001900*    ---------  ----  -----------------------------------------
002000*    2026-09-02 WJF   ORIGINAL LAYOUT.
002050*    2026-10-15 WJF   MT-AP-ACCOUNT ADDED FOR THE CONTROL RECORD.
002060*    2026-10-15 WJF   MT-AR-ACCOUNT, MT-ALLOWANCE-ACCOUNT ADDED;
002070*                     DEPT/ACCOUNT AREA WIDENED TO 60.
002080*    2026-10-15 WJF   MT-FINCHG-ACCOUNT ADDED.
002100*
002200 01  MAINTENANCE-RECORD.
002300     05  MT-FILE-ID                  PIC X(01).
003400         10  MT-DEPT-NAME            PIC X(20).
003500         10  MT-EFFECTIVE-DATE       PIC 9(08).
003600         10  MT-EXPIRY-DATE          PIC 9(08).
003650         10  FILLER                  PIC X(24).
003700     05  MT-ACCT-AREA REDEFINES MT-DEPT-AREA.
003800         10  MT-SALES-ACCOUNT        PIC 9(08).
003900         10  MT-CASH-ACCOUNT         PIC 9(08).
004000         10  MT-TAX-ACCOUNT          PIC 9(08).
004050         10  MT-AP-ACCOUNT           PIC 9(08).
004060         10  MT-AR-ACCOUNT           PIC 9(08).
004070         10  MT-ALLOWANCE-ACCOUNT    PIC 9(08).
004080         10  MT-FINCHG-ACCOUNT       PIC 9(08).
004100         10  FILLER                  PIC X(04).
004200     05  MT-AUTHORIZED-BY            PIC X(03).
