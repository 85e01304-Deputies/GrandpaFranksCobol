000384*    2026-09-02 WJF   POS RECORD LENGTH WIDENED FOR THE NEW
000385*                     PD-CUSTOMER-NO FIELD ON POSDTL.CPY (THE
000386*                     ON-ACCOUNT TENDER'S CUSTOMER ACCOUNT).
000387*    2026-10-15 WJF   SALES AND POS RECORD LENGTHS WIDENED FOR
000388*                     THE NEW STORE NUMBER FIELDS (SR-STORE-NO,
000389*                     PD-STORE-NO).
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000790*
000800 FD  SALES-SORTED-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  SALES-SORTED-RECORD            PIC X(41).
000830*
000840 FD  POS-SORTED-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  POS-SORTED-RECORD              PIC X(55).
000870*
000880 FD  EDIT-REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000920 SD  SORT-SALES-FILE.
000930 01  SORT-SALES-RECORD.
000940     05  SS-DATE                    PIC 9(08).
000950     05  SS-REST                    PIC X(33).
000960*
000970 SD  SORT-POS-FILE.
000980 01  SORT-POS-RECORD.
000990     05  SP-DATE                    PIC 9(08).
001000     05  SP-REST                    PIC X(47).
001010*
001020 WORKING-STORAGE SECTION.
001030*
001210*--------------------------------------------------------------*
001220 77  WS-PRIOR-DATE               PIC 9(08)   VALUE ZEROS.
001230 77  WS-CURR-DATE                PIC 9(08).
001240 01  WS-PRIOR-SALES-RECORD       PIC X(41)   VALUE SPACES.
001250 01  WS-PRIOR-POS-RECORD         PIC X(55)   VALUE SPACES.
001260*
001270*--------------------------------------------------------------*
001280*    COUNTERS - ONE SET PER INPUT FILE                          *
