000500*    MAINTAINED BY THE BOOKKEEPER.  ONE 'D' RECORD PER          *
000600*    DEPARTMENT CODE, CARRYING THE GL SALES ACCOUNT THAT        *
000700*    DEPARTMENT'S NET SALES POST TO, PLUS A SINGLE 'C' RECORD   *
000800*    CARRYING THE STORE-WIDE CASH/CLEARING, SALES TAX           *
000900*    LIABILITY, ACCOUNTS PAYABLE, ACCOUNTS RECEIVABLE AND SALES *
000950*    RETURNS AND ALLOWANCES AND FINANCE CHARGE INCOME           *
000960*    ACCOUNTS.  READ BY                                         *
001000*    GL-JOURNAL TO TURN THE GL EXTRACT (GLEXTRCT) INTO          *
001050*    BALANCED JOURNAL ENTRIES, AND BY THE PAYABLES AND          *
001060*    RECEIVABLES PROGRAMS.                                      *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-08-22 WJF   ORIGINAL LAYOUT.
001650*    2026-10-15 WJF   A/P ACCOUNT ADDED TO THE CONTROL RECORD;
001660*                     RECORD WIDENED TO 33 WITH ROOM TO GROW.
001670*    2026-10-15 WJF   A/R AND SALES RETURNS AND ALLOWANCES
001680*                     ACCOUNTS ADDED TO THE CONTROL RECORD;
001690*                     RECORD WIDENED TO 49.
001691*    2026-10-15 WJF   FINANCE CHARGE INCOME ACCOUNT ADDED TO
001692*                     THE CONTROL RECORD.
001700*
001800 01  ACCOUNT-MASTER-RECORD.
001900     05  AM-RECORD-TYPE              PIC X(01).
002200     05  AM-DEPT-AREA.
002300         10  AM-DEPT-CODE            PIC X(04).
002400         10  AM-SALES-ACCOUNT        PIC 9(08).
002500         10  FILLER                  PIC X(36).
002600     05  AM-CONTROL-AREA REDEFINES AM-DEPT-AREA.
002700         10  AM-CASH-ACCOUNT         PIC 9(08).
002800         10  AM-TAX-ACCOUNT          PIC 9(08).
002850         10  AM-AP-ACCOUNT           PIC 9(08).
002860         10  AM-AR-ACCOUNT           PIC 9(08).
002870         10  AM-ALLOWANCE-ACCOUNT    PIC 9(08).
002880         10  AM-FINCHG-ACCOUNT       PIC 9(08).
