001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-08-22 WJF   ORIGINAL LAYOUT.
001610*    2026-10-15 WJF   SAME LAYOUT NOW ALSO WRITTEN BY AR-POST
001620*                     (ARJRNL, CARRIED INTO GLJRNL BY GL-JOURNAL)
001630*                     AND THE PAYABLES PROGRAMS (APIJRNL/APPJRNL).
001700*
001800 01  JOURNAL-RECORD.
001900     05  JR-RECORD-TYPE              PIC X(01).
