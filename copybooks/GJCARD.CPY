000100*****************************************************************
000200*    GJCARD.CPY                                                 *
000300*    JOURNAL ENTRY RUN CONTROL CARD (GJCTL.DAT)                 *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE YEAR-MONTH THE STANDING ENTRIES ARE *
000600*    GENERATED FOR AND HELD REVERSALS COME DUE IN.              *
000700*    JOURNAL-ENTRY REFUSES TO RUN WITHOUT IT - GENERATING A     *
000800*    MONTH'S RECURRING ENTRIES MUST NEVER DEFAULT, THE SAME     *
000900*    RULE THE PERIOD CLOSE CARD FOLLOWS.                        *
001000*****************************************************************
001100*
001200* MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 WJF   ORIGINAL LAYOUT.
001600*
001700 01  JOURNAL-ENTRY-CARD.
001800     05  GC-YEAR                     PIC 9(04).
001900     05  GC-MONTH                    PIC 9(02).
002000     05  FILLER                      PIC X(74).
