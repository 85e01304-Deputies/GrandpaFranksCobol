001499*                     POSTING (AR-POST).  AN ON-ACCOUNT SALE IS
001501*                     NOT BANKABLE MONEY - TENDER-SETTLE CARRIES
001502*                     IT OUTSIDE THE DEPOSIT SLIP.
001504*    2026-10-15 WJF   ADDED PD-STORE-NO.  REGISTER NUMBERS ARE
001505*                     ONLY UNIQUE WITHIN A STORE, SO A REGISTER
001506*                     IS IDENTIFIED BY STORE AND REGISTER NUMBER.
001507*
001600 01  POS-DETAIL-RECORD.
001700     05  PD-YEAR                     PIC 9(04).
001800     05  PD-MONTH                    PIC 9(02).
003200         88  PD-EXEMPT-GOVERNMENT            VALUE 'G'.
003300     05  PD-EXEMPT-CERT              PIC X(12).
003400     05  PD-CUSTOMER-NO              PIC X(06).
003500     05  PD-STORE-NO                 PIC 9(02).
