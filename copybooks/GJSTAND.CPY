000100*****************************************************************
000200*    GJSTAND.CPY                                                *
000300*    RECORD LAYOUT FOR THE STANDING JOURNAL ENTRY FILE          *
000400*    (GJSTAND.DAT)                                              *
000500*                                                                *
000600*    ONE RECORD PER LINE OF A RECURRING JOURNAL ENTRY - RENT,   *
000700*    DEPRECIATION, A LOAN PAYMENT - THAT JOURNAL-ENTRY          *
000800*    GENERATES ONCE EACH PERIOD FROM GS-FIRST-PERIOD THROUGH    *
000900*    GS-LAST-PERIOD (ZEROS: NO END), DATED GS-DAY OF THE PERIOD *
001000*    (THE LAST DAY IF THE MONTH IS SHORTER).  LINES OF ONE      *
001100*    ENTRY SHARE AN ENTRY NUMBER; THE PERIODS, DAY, PREPARER    *
001200*    AND REVERSE FLAG ARE TAKEN FROM ITS FIRST LINE.            *
001300*                                                                *
001400*    GS-LAST-GENERATED IS THE LAST PERIOD THE ENTRY WAS POSTED  *
001500*    FOR, SO A PERIOD IS NEVER GENERATED TWICE.  JOURNAL-ENTRY  *
001600*    WRITES THE UPDATED FILE TO GJSTNEW, WHICH OPERATIONS       *
001700*    RENAMES OVER GJSTAND.DAT AFTER THE RUN.                    *
001800*****************************************************************
001900*
002000* MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------  ----  -----------------------------------------
002300*    2026-10-15 WJF   ORIGINAL LAYOUT.
002400*
002500 01  GJ-STANDING-RECORD.
002600     05  GS-ENTRY-NO                 PIC X(06).
002700     05  GS-DAY                      PIC 9(02).
002800     05  GS-ACCOUNT                  PIC 9(08).
002900     05  GS-DEBIT-CREDIT             PIC X(01).
003000     05  GS-AMOUNT                   PIC 9(09)V99.
003100     05  GS-DESCRIPTION              PIC X(30).
003200     05  GS-PREPARER                 PIC X(03).
003300     05  GS-REVERSE-FLAG             PIC X(01).
003400     05  GS-FIRST-PERIOD             PIC 9(06).
003500     05  GS-LAST-PERIOD              PIC 9(06).
003600     05  GS-LAST-GENERATED           PIC 9(06).
