001300*                     EXEMPTION CERTIFICATE ON FILE.  AN EXEMPT
001301*                     SALE MUST CARRY ZERO TAX AND A
001302*                     CERTIFICATE REFERENCE.
001304*    2026-10-15 WJF   ADDED SR-STORE-NO - THE STORE LOCATION THE
001305*                     SALE WAS RUNG UP AT (STOREMST.CPY).
001306*
001400 01  SALES-RECORD.
001500     05  SR-YEAR                     PIC 9(04).
001600     05  SR-MONTH                    PIC 9(02).
001900         88  SR-TAXABILITY-VALID             VALUES 'T' 'F' 'R'
001910                                                    'G'.
001920     05  SR-EXEMPT-CERT              PIC X(12).
001930     05  SR-STORE-NO                 PIC 9(02).
