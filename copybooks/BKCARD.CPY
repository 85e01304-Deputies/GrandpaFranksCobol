000100*****************************************************************
000200*    BKCARD.CPY                                                 *
000300*    NIGHTLY FILE BACKUP CONTROL CARD (BKUPCTL.DAT)             *
000400*                                                                *
000500*    ONE RECORD, WRITTEN BY THE RUN SCRIPT WITH THE SAME        *
000600*    BUSINESS DAY AS THE STREAM-CONTROL CARD.  NAMES THE DAY    *
000700*    THE NIGHT'S GENERATIONS ARE DATED WITH AND HOW MANY        *
000800*    GENERATIONS OF EACH FILE TO KEEP (01-99).  FILE-BACKUP     *
000900*    REFUSES TO RUN WITHOUT IT, WHICH HOLDS THE WHOLE NIGHT     *
001000*    STREAM - NO STEP RUNS UNTIL THE FILES ARE BACKED UP.       *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 WJF   ORIGINAL LAYOUT.
001700*
001800 01  BACKUP-CONTROL-CARD.
001900     05  BK-BUSINESS-DATE            PIC 9(08).
002000     05  BK-KEEP-GENERATIONS         PIC 9(02).
002100     05  FILLER                      PIC X(70).
