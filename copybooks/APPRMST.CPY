000100*****************************************************************
000200*    APPRMST.CPY                                                *
000300*    RECORD LAYOUT FOR THE APPROVER MASTER FILE (APPRMST.DAT)   *
000400*                                                                *
000500*    ONE RECORD PER PERSON AUTHORIZED TO SIGN FOR A CHANGE OR   *
000600*    A REFUND, IN APPROVER INITIALS ORDER.  MAINTAINED AS DATA  *
000700*    BY THE OFFICE MANAGER LIKE THE STORE AND CUSTOMER          *
000800*    MASTERS.  THE INITIALS ARE WHAT GETS KEYED IN              *
000900*    AJ-AUTHORIZED-BY (HISTORY-ADJUST), MT-AUTHORIZED-BY        *
001000*    (MASTER-MAINT), RA-MANAGER-ID (SALES-MANAGER RETURN        *
001100*    SLIPS) AND AP-AUTHORIZED-BY (AR-POST CREDIT MEMOS).  EACH  *
001200*    OF THOSE PROGRAMS REJECTS A TRANSACTION WHOSE APPROVER IS  *
001300*    NOT ON THIS FILE, IS INACTIVE, OR IS OVER THE LIMIT FOR    *
001400*    THAT FUNCTION.                                             *
001500*                                                                *
001600*    A LIMIT IS THE LARGEST SINGLE AMOUNT THE PERSON MAY        *
001700*    APPROVE; A ZERO LIMIT MEANS NO AUTHORITY FOR THAT          *
001800*    FUNCTION AT ALL.  MASTER MAINTENANCE CARRIES NO DOLLAR     *
001900*    AMOUNT, SO ANY NONZERO AV-MAINT-LIMIT GRANTS IT.           *
002000*****************************************************************
002100*
002200* MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    ---------  ----  -----------------------------------------
002500*    2026-10-15 WJF   ORIGINAL LAYOUT.
002600*
002700 01  APPROVER-MASTER-RECORD.
002800     05  AV-APPROVER-ID              PIC X(03).
002900     05  AV-APPROVER-NAME            PIC X(20).
003000     05  AV-ACTIVE-FLAG              PIC X(01).
003100         88  AV-APPROVER-ACTIVE              VALUE 'A'.
003200         88  AV-APPROVER-INACTIVE            VALUE 'I'.
003300     05  AV-ADJUST-LIMIT             PIC 9(09)V99.
003400     05  AV-RETURN-LIMIT             PIC 9(07)V99.
003500     05  AV-CREDIT-LIMIT             PIC 9(07)V99.
003600     05  AV-MAINT-LIMIT              PIC 9(07)V99.
003700     05  FILLER                      PIC X(10).
