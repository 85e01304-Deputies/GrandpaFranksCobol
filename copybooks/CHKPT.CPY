001512*                     "REJECTED - CLOSED PERIOD" TRAILER COUNT
001513*                     COVERS THE WHOLE JOB AFTER A RESTART, THE
001514*                     SAME AS THE DATE-RANGE SKIP COUNT.
001521*    2026-10-15 WJF   ADDED THE STORE TABLE - EACH STORE'S NET,
001528*                     GROSS, RETURNS AND TAX TOTALS AND ITS
001535*                     DEPARTMENT TOTALS, KEPT IN THE SAME SLOT
001542*                     ORDER AS CK-DEPT-CODE.  STORES ARE RESTORED
001549*                     BY MATCHING STORE NUMBER.
001556*    2026-10-15 WJF   ADDED CK-AUTH-COUNT AND CK-AUTH-USED-FLAG -
001563*                     WHICH RETURN AUTHORIZATION SLIPS THE POSTED
001570*                     RETURNS HAVE USED, IN RETAUTH.DAT ORDER, SO
001577*                     A RESTARTED RUN CANNOT USE A SLIP TWICE AND
001584*                     STILL LOGS EVERY SLIP USED.
001591*
001600 01  CHECKPOINT-RECORD.
001700     05  CK-RECORDS-PROCESSED        PIC 9(07).
001800     05  CK-GRAND-TOTAL              PIC S9(09)V99
003300     05  CK-POS-RECORDS-PROCESSED    PIC 9(07).
003400     05  CK-DATE-RANGE-SKIPPED       PIC 9(07).
003500     05  CK-CLOSED-PERIOD-COUNT      PIC 9(07).
003510     05  CK-STORE-COUNT              PIC 9(02).
003520     05  CK-STORE-ENTRY              OCCURS 10 TIMES.
003530         10  CK-STORE-NO             PIC 9(02).
003540         10  CK-STORE-NET-TOTAL      PIC S9(09)V99
003550                                     SIGN IS TRAILING SEPARATE.
003560         10  CK-STORE-GROSS-TOTAL    PIC 9(09)V99.
003570         10  CK-STORE-RETURNS-TOTAL  PIC 9(09)V99.
003580         10  CK-STORE-TAX-TOTAL      PIC S9(09)V99
003590                                     SIGN IS TRAILING SEPARATE.
003600         10  CK-STORE-DEPT-TOTAL     PIC S9(09)V99
003610                                     SIGN IS TRAILING SEPARATE
003620                                     OCCURS 20 TIMES.
003630     05  CK-AUTH-COUNT               PIC 9(03).
003640     05  CK-AUTH-USED-FLAG           PIC X(01)
003650                                     OCCURS 100 TIMES.
