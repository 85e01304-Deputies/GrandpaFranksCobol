000100*****************************************************************
000200*    GJTRAN.CPY                                                 *
000300*    RECORD LAYOUT FOR THE GENERAL JOURNAL ENTRY FILE           *
000400*    (GJTRANS.DAT)                                              *
000500*                                                                *
000600*    ONE RECORD PER LINE OF A KEYED JOURNAL ENTRY - ACCRUALS,   *
000700*    DEPRECIATION, BANK FEES, LOAN PAYMENTS AND THE             *
000800*    ACCOUNTANT'S CORRECTIONS.  THE LINES OF ONE ENTRY SHARE AN *
000900*    ENTRY NUMBER AND ARE KEYED TOGETHER, ENTRIES IN ASCENDING  *
001000*    ENTRY NUMBER ORDER.  THE DATE, PREPARER AND REVERSE FLAG   *
001100*    ARE TAKEN FROM THE ENTRY'S FIRST LINE.                     *
001200*                                                                *
001300*    AN ENTRY WHOSE REVERSE FLAG IS 'R' IS AN ACCRUAL:          *
001400*    JOURNAL-ENTRY HOLDS ITS REVERSAL, DATED THE FIRST DAY OF   *
001500*    THE NEXT PERIOD, ON THE PENDING REVERSAL FILE              *
001600*    (GJREVRS.DAT, SAME LAYOUT) AND POSTS IT IN THAT PERIOD'S   *
001700*    RUN.                                                       *
001800*****************************************************************
001900*
002000* MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------  ----  -----------------------------------------
002300*    2026-10-15 WJF   ORIGINAL LAYOUT.
002400*
002500 01  GJ-ENTRY-RECORD.
002600     05  GJ-ENTRY-NO                 PIC X(06).
002700     05  GJ-ENTRY-DATE.
002800         10  GJ-YEAR                 PIC 9(04).
002900         10  GJ-MONTH                PIC 9(02).
003000         10  GJ-DAY                  PIC 9(02).
003100     05  GJ-ACCOUNT                  PIC 9(08).
003200     05  GJ-DEBIT-CREDIT             PIC X(01).
003300         88  GJ-DEBIT                        VALUE 'D'.
003400         88  GJ-CREDIT                       VALUE 'C'.
003500     05  GJ-AMOUNT                   PIC 9(09)V99.
003600     05  GJ-DESCRIPTION              PIC X(30).
003700     05  GJ-PREPARER                 PIC X(03).
003800     05  GJ-REVERSE-FLAG             PIC X(01).
003900         88  GJ-AUTO-REVERSE                 VALUE 'R'.
004000     05  FILLER                      PIC X(12).
