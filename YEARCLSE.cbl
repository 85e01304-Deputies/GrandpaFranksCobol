000373*                     MIRRORS SALES-MANAGER'S TAXABILITY CHECK
000374*                     AND THE ARCHIVE/CARRY-FORWARD RECORDS
000375*                     WIDENED TO THE NEW SALES-RECORD LENGTH.
000376*    2026-10-15 WJF   ARCHIVE/CARRY-FORWARD RECORDS WIDENED FOR
000377*                     THE STORE NUMBER ADDED TO SALES-RECORD.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000920*
000930 FD  ARCHIVE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  ARCHIVE-RECORD                 PIC X(41).
000960*
000970 FD  CARRY-FORWARD-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  CARRY-FORWARD-RECORD           PIC X(41).
001000*
001010 FD  CLOSING-REPORT-FILE
001020     LABEL RECORDS ARE STANDARD.
