000100*****************************************************************
000200*    FSCARD.CPY                                                 *
000300*    FINANCIAL STATEMENT CONTROL CARD (FINSTCTL.DAT)            *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE YEAR-MONTH THE STATEMENTS ARE       *
000600*    PRINTED FOR.  FIN-STATEMENTS REFUSES TO RUN WITHOUT IT -   *
000700*    STATEMENTS GOING TO THE BANK MUST NEVER BE FOR A MONTH     *
000800*    NOBODY ASKED FOR, THE SAME RULE THE PERIOD CLOSE CARD      *
000900*    FOLLOWS.                                                   *
001000*****************************************************************
001100*
001200* MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 WJF   ORIGINAL LAYOUT.
001600*
001700 01  FIN-STATEMENT-CARD.
001800     05  FS-YEAR                     PIC 9(04).
001900     05  FS-MONTH                    PIC 9(02).
002000     05  FILLER                      PIC X(74).
