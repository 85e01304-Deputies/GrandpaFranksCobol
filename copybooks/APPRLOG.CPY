000100*****************************************************************
000200*    APPRLOG.CPY                                                *
000300*    RECORD LAYOUT FOR THE APPROVAL ACTIVITY LOG (APPRLOG.DAT)  *
000400*                                                                *
000500*    ONE RECORD APPENDED FOR EVERY APPROVED TRANSACTION THAT    *
000600*    ACTUALLY TOOK EFFECT - A HISTORY ADJUSTMENT APPLIED, A     *
000700*    LARGE RETURN POSTED AGAINST ITS SLIP, A CREDIT MEMO        *
000800*    POSTED, A MASTER CHANGE WRITTEN.  LIKE THE ADJUSTMENT      *
000900*    AUDIT LOG (ADJLOG.CPY) IT IS NEVER REWRITTEN OR PURGED.    *
001000*    APPROVAL-REPORT PRINTS A MONTH OF IT BY APPROVER.          *
001100*                                                                *
001200*    AX-RUN-DATE IS THE DAY THE PROGRAM ACTED ON THE APPROVAL;  *
001300*    AX-TRAN-DATE IS THE BUSINESS DATE OF THE TRANSACTION       *
001400*    (THE HISTORY MONTH FOR AN ADJUSTMENT, THE RUN DATE FOR A   *
001500*    MASTER CHANGE).                                            *
001600*****************************************************************
001700*
001800* MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    ---------  ----  -----------------------------------------
002100*    2026-10-15 WJF   ORIGINAL LAYOUT.
002200*
002300 01  APPROVAL-LOG-RECORD.
002400     05  AX-RUN-DATE                 PIC 9(08).
002500     05  AX-APPROVER-ID              PIC X(03).
002600     05  AX-FUNCTION                 PIC X(03).
002700         88  AX-FUNCTION-ADJUST              VALUE 'ADJ'.
002800         88  AX-FUNCTION-RETURN              VALUE 'RTN'.
002900         88  AX-FUNCTION-CREDIT              VALUE 'CRM'.
003000         88  AX-FUNCTION-MAINT               VALUE 'MNT'.
003100     05  AX-TRAN-DATE                PIC 9(08).
003200     05  AX-AMOUNT                   PIC S9(09)V99
003300                                     SIGN IS TRAILING SEPARATE.
003400     05  AX-REFERENCE                PIC X(30).
003500     05  FILLER                      PIC X(16).
