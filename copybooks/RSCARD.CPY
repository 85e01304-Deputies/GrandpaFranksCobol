000100*****************************************************************
000200*    RSCARD.CPY                                                 *
000300*    FILE RESTORE CONTROL CARD (RSTRCTL.DAT)                    *
000400*                                                                *
000500*    ONE RECORD.  NAMES THE FILE TO BE RESTORED, BY ITS         *
000600*    CATALOG FILE ID (SALESHST, GLBALS, ARITEMS, DEPTMST,       *
000700*    ACCTMST, DEPOPEN OR SALESDAT), AND THE BUSINESS DAY OF     *
000800*    THE GENERATION TO PUT BACK.  THE RUN SCRIPT POINTS         *
000900*    BKUPGEN AT THAT GENERATION'S DATASET.  FILE-RESTORE        *
001000*    REFUSES TO RUN WITHOUT IT - OVERWRITING A LIVE FILE IS     *
001100*    NEVER DONE BY DEFAULT.                                     *
001200*****************************************************************
001300*
001400* MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 WJF   ORIGINAL LAYOUT.
001800*
001900 01  RESTORE-CONTROL-CARD.
002000     05  RT-FILE-ID                  PIC X(08).
002100     05  RT-GENERATION-DATE          PIC 9(08).
002200     05  FILLER                      PIC X(64).
