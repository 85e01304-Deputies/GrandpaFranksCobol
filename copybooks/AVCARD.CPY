000100*****************************************************************
000200*    AVCARD.CPY                                                 *
000300*    APPROVAL ACTIVITY REPORT CONTROL CARD (APPRCTL.DAT)        *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE YEAR-MONTH APPROVAL-REPORT PRINTS   *
000600*    THE APPROVAL LOG FOR.  THE REPORT REFUSES TO RUN WITHOUT   *
000700*    IT, THE SAME RULE THE FINANCIAL STATEMENT CARD FOLLOWS.    *
000800*****************************************************************
000900*
001000* MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------  ----  -----------------------------------------
001300*    2026-10-15 WJF   ORIGINAL LAYOUT.
001400*
001500 01  APPROVAL-REPORT-CARD.
001600     05  AC-YEAR                     PIC 9(04).
001700     05  AC-MONTH                    PIC 9(02).
001800     05  FILLER                      PIC X(74).
