000160*****************************************************************
000170*    STREAM-CONTROL                                             *
000180*                                                                *
000190*    NIGHT JOB STREAM CONTROLLER.  THE NIGHT RUN IS FOURTEEN    *
000200*    STEPS IN A FIXED ORDER - FILE-BACKUP, EDIT-SORT, AR-POST,  *
000210*    SALES-MANAGER, SALES-HISTORY, POS-RECON, ITEM-SALES,       *
000211*    INVENTORY-POST, PRICE-AUDIT, TENDER-SETTLE,                *
000212*    DEPOSIT-MATCH, GL-JOURNAL, GL-POST, DAILY-BALANCE - AND    *
000213*    EACH STEP'S START, END AND RETURN CODE ARE RECORDED ON     *
000214*    THE STREAM STATUS FILE (STREAM.DAT).                       *
000240*    THE RUN SCRIPT CALLS THIS PROGRAM BEFORE EACH STEP         *
000250*    ('B' ON THE CONTROL CARD) - IT REFUSES, WITH A NONZERO     *
000260*    RETURN CODE, TO LAUNCH A STEP WHOSE PREDECESSOR HAS NOT    *
000340*    DATE       INIT  DESCRIPTION
000350*    ---------  ----  -----------------------------------------
000360*    2026-09-02 WJF   ORIGINAL PROGRAM.
000361*    2026-10-15 WJF   INVENTORY-POST ADDED AFTER ITEM-SALES -
000362*                     TWELVE STEPS.  STEP-RANGE MESSAGE NOW
000363*                     TAKES THE COUNT FROM WS-STEP-COUNT.
000364*    2026-10-15 WJF   PRICE-AUDIT ADDED AFTER INVENTORY-POST -
000365*                     THIRTEEN STEPS.
000366*    2026-10-15 WJF   FILE-BACKUP ADDED AS STEP 1, AHEAD OF
000367*                     EDIT-SORT - FOURTEEN STEPS.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000850         88  WS-STREAM-IS-CLEAN               VALUE 'Y'.
000860*
000870*--------------------------------------------------------------*
000880*    THE FOURTEEN STEPS OF THE NIGHT STREAM, IN RUN ORDER.      *
000881*    GL-POST AND AR-POST MUTATE PERMANENT FILES (GLBALS,        *
000882*    ARITEMS) WITH NO DUPLICATE-RUN GUARD OF THEIR OWN, SO      *
000883*    THE RE-RUN REFUSAL HERE IS THEIR ONLY PROTECTION.          *
000884*    FILE-BACKUP RUNS FIRST SO NOTHING IS UPDATED UNTIL THE     *
000885*    NIGHT'S BACKUP GENERATIONS ARE TAKEN.  ADDING A STEP IS A  *
000890*    CHANGE HERE, IN FILE-RESTORE'S COPY OF THIS TABLE AND IN   *
000891*    THE RUN SCRIPT.                                            *
000900*--------------------------------------------------------------*
000910 01  WS-STEP-NAME-AREA.
000915     05  FILLER                  PIC X(14)   VALUE 'FILE-BACKUP'.
000920     05  FILLER                  PIC X(14)   VALUE 'EDIT-SORT'.
000925     05  FILLER                  PIC X(14)   VALUE 'AR-POST'.
000930     05  FILLER                  PIC X(14)   VALUE
000960         'SALES-HISTORY'.
000970     05  FILLER                  PIC X(14)   VALUE 'POS-RECON'.
000975     05  FILLER                  PIC X(14)   VALUE 'ITEM-SALES'.
000976     05  FILLER                  PIC X(14)   VALUE
000977         'INVENTORY-POST'.
000978     05  FILLER                  PIC X(14)   VALUE 'PRICE-AUDIT'.
000980     05  FILLER                  PIC X(14)   VALUE
000990         'TENDER-SETTLE'.
000995     05  FILLER                  PIC X(14)   VALUE
001010     05  FILLER                  PIC X(14)   VALUE
001020         'DAILY-BALANCE'.
001030 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-AREA.
001040     05  WS-STEP-NAME            PIC X(14)   OCCURS 14 TIMES.
001050*
001060 77  WS-STEP-COUNT               PIC 9(02)   COMP VALUE 14.
001065 77  WS-STEP-COUNT-ED            PIC Z9.
001070 77  WS-STEP-SUB                 PIC 9(02)   COMP.
001075 77  WS-STEP-NO-ED               PIC 9(02).
001080 77  WS-PRED-STEP                PIC 9(02).
001710     END-IF.
001720     IF NOT SC-PRINT-REPORT
001730         AND (SC-STEP-NO < 1 OR SC-STEP-NO > WS-STEP-COUNT)
001735         MOVE WS-STEP-COUNT TO WS-STEP-COUNT-ED
001740         DISPLAY "STREAM-CONTROL: STEP NUMBER NOT 1-"
001750             WS-STEP-COUNT-ED " - RUN STOPPED"
001760         MOVE 8 TO RETURN-CODE
001770         SET WS-RUN-ABORTED TO TRUE
001780         GO TO 1000-EXIT
