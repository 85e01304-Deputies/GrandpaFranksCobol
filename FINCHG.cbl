000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FINANCE-CHARGE.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    FINANCE-CHARGE                                             *
000180*                                                                *
000190*    MONTH-END FINANCE CHARGE RUN.  READS THE CONTROL CARD      *
000200*    (FINCHCTL) FOR THE ASSESSMENT DATE, MONTHLY RATE AND       *
000210*    MINIMUM CHARGE, THEN PASSES THE OPEN-ITEM RECEIVABLES FILE *
000220*    (ARITEMS.DAT) AND WORKS OUT EACH CUSTOMER'S PAST-DUE       *
000230*    BALANCE THE SAME WAY AR-STATEMENT AGES IT: CHARGES AND     *
000240*    EARLIER FINANCE CHARGES DATED MORE THAN 30 DAYS BEFORE THE *
000250*    ASSESSMENT DATE, LESS ALL PAYMENTS AND CREDITS, WHICH      *
000260*    APPLY TO THE OLDEST CHARGES FIRST.  EVERY CUSTOMER WITH A  *
000270*    PAST-DUE BALANCE IS CHARGED THE RATE ON IT (NEVER LESS     *
000280*    THAN THE MINIMUM) AS ONE 'F' ITEM APPENDED TO ARITEMS, AND *
000290*    LISTED ON THE FINANCE CHARGE REGISTER (FCHGRPT).           *
000300*                                                                *
000310*    THE TOTAL IS JOURNALED (FCJRNL.DAT) - DEBIT THE A/R        *
000320*    CONTROL ACCOUNT, CREDIT FINANCE CHARGE INCOME, BOTH FROM   *
000330*    THE ACCOUNT MASTER 'C' RECORD - IN THE BALANCED JOURNAL    *
000340*    LAYOUT AND WITH THE CONTROL RECORD GL-JOURNAL WRITES, FOR  *
000350*    GL-POST TO POST TO THE LEDGER THE SAME WAY THE A/P         *
000360*    JOURNALS ARE POSTED.                                       *
000370*                                                                *
000380*    A MONTH CAN ONLY BE CHARGED ONCE: IF ARITEMS ALREADY HOLDS *
000390*    A FINANCE CHARGE ITEM DATED IN THE CARD'S MONTH THE RUN    *
000395*    STOPS, LEAVING THE JOURNAL THAT CHARGED IT AS IT WAS,      *
000400*    POSTED OR NOT.  NO CONTROL CARD, NO CUSTOMER MASTER OR NO  *
000410*    CONTROL ACCOUNTS AND NOTHING IS CHARGED: THE RUN LEAVES AN *
000420*    EMPTY JOURNAL AND ENDS WITH RETURN CODE 8.                 *
000430*****************************************************************
000440*
000450* MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    ---------  ----  -----------------------------------------
000480*    2026-10-15 WJF   ORIGINAL PROGRAM.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT FINANCE-CONTROL-FILE
000540         ASSIGN TO FINCHCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FINCTL-STATUS.
000570*
000580     SELECT CUSTOMER-MASTER-FILE
000590         ASSIGN TO CUSTMST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CUSTMST-STATUS.
000620*
000630     SELECT ACCOUNT-MASTER-FILE
000640         ASSIGN TO ACCTMST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ACCTMST-STATUS.
000670*
000680     SELECT AR-OPEN-ITEM-FILE
000690         ASSIGN TO ARITEMS
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ARITEM-STATUS.
000720*
000730     SELECT JOURNAL-FILE
000740         ASSIGN TO FCJRNL
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770     SELECT FINANCE-REPORT-FILE
000780         ASSIGN TO FCHGRPT
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  FINANCE-CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY FCCARD.
000860*
000870 FD  CUSTOMER-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CUSTMST.
000900*
000910 FD  ACCOUNT-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY ACCTMST.
000940*
000950 FD  AR-OPEN-ITEM-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ARITEM.
000980*
000990 FD  JOURNAL-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY JRNLREC.
001020*
001030 FD  FINANCE-REPORT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  FINANCE-LINE                   PIC X(120).
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090*--------------------------------------------------------------*
001100*    SWITCHES                                                   *
001110*--------------------------------------------------------------*
001120 01  WS-SWITCHES.
001130     05  WS-FINCTL-STATUS        PIC X(02)   VALUE SPACES.
001140         88  WS-FINCTL-FILE-OK                VALUE '00'.
001150     05  WS-CUSTMST-STATUS       PIC X(02)   VALUE SPACES.
001160         88  WS-CUSTMST-FILE-OK               VALUE '00'.
001170     05  WS-CUSTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001180         88  EOF-CUSTMST-FILE                 VALUE 'Y'.
001190     05  WS-ACCTMST-STATUS       PIC X(02)   VALUE SPACES.
001200         88  WS-ACCTMST-FILE-OK               VALUE '00'.
001210     05  WS-ACCTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001220         88  EOF-ACCTMST-FILE                 VALUE 'Y'.
001230     05  WS-ARITEM-STATUS        PIC X(02)   VALUE SPACES.
001240         88  WS-ARITEM-FILE-OK                VALUE '00'.
001250         88  WS-ARITEM-FILE-MISSING           VALUE '35'.
001260     05  WS-ARITEM-EOF-SW        PIC X(01)   VALUE 'N'.
001270         88  EOF-ARITEM-FILE                  VALUE 'Y'.
001280     05  WS-CONTROL-ACCTS-SW     PIC X(01)   VALUE 'N'.
001290         88  WS-CONTROL-ACCTS-LOADED          VALUE 'Y'.
001300     05  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
001310         88  WS-CUST-FOUND                    VALUE 'Y'.
001320         88  WS-CUST-NOT-FOUND                VALUE 'N'.
001330     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001340         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001350         88  WS-DATE-IS-INVALID               VALUE 'N'.
001360     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001370         88  WS-LEAP-YEAR                     VALUE 'Y'.
001380         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001390     05  WS-ALREADY-CHARGED-SW   PIC X(01)   VALUE 'N'.
001400         88  WS-MONTH-ALREADY-CHARGED         VALUE 'Y'.
001410     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001420         88  WS-RUN-ABORTED                   VALUE 'Y'.
001430*
001440*--------------------------------------------------------------*
001450*    CUSTOMER TABLE, LOADED FROM THE CUSTOMER MASTER FILE       *
001460*    (CUSTMST.DAT).  THE OPEN ITEMS ARE SUMMED INTO IT - PAST-  *
001470*    DUE CHARGES AND ALL PAYMENTS AND CREDITS (NEGATIVE) - AND  *
001480*    EACH ENTRY IS THEN ASSESSED IN MASTER ORDER.               *
001490*--------------------------------------------------------------*
001500 01  WS-CUST-TABLE.
001510     05  WS-CUST-COUNT           PIC 9(03)   COMP VALUE ZERO.
001520     05  WS-CUST-ENTRY           OCCURS 200 TIMES.
001530         10  WS-CUST-NO              PIC X(06).
001540         10  WS-CUST-NAME            PIC X(25).
001550         10  WS-CUST-OLD-CHARGES     PIC S9(11)V99.
001560         10  WS-CUST-CREDITS         PIC S9(11)V99.
001570*
001580 77  WS-CUST-SUB                 PIC 9(03)   COMP.
001590 77  WS-CUST-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001600 77  WS-LOOKUP-CUSTOMER-NO       PIC X(06).
001610*
001620*--------------------------------------------------------------*
001630*    CONTROL CARD VALUES AND THE PAST-DUE CUTOFF - AN ITEM      *
001640*    DATED ON OR BEFORE WS-CUTOFF-DATE IS MORE THAN 30 DAYS OLD *
001650*    ON THE ASSESSMENT DATE.                                    *
001660*--------------------------------------------------------------*
001670 77  WS-CHARGE-DATE              PIC 9(08)   VALUE ZEROS.
001680 77  WS-MONTHLY-RATE             PIC 9V9(04) VALUE ZEROS.
001690 77  WS-MINIMUM-CHARGE           PIC 9(03)V99 VALUE ZEROS.
001700 77  WS-CUTOFF-DATE              PIC 9(08)   VALUE ZEROS.
001710 77  WS-DAYS-BACK                PIC 9(03)   COMP.
001720 77  WS-ITEM-DATE-NUM            PIC 9(08).
001730*
001740 01  WS-CHARGE-DATE-R.
001750     05  WS-CHARGE-YEAR          PIC 9(04).
001760     05  WS-CHARGE-MONTH         PIC 9(02).
001770     05  WS-CHARGE-DAY           PIC 9(02).
001780*
001790*--------------------------------------------------------------*
001800*    CONTROL ACCOUNTS FROM THE ACCOUNT MASTER 'C' RECORD AND    *
001810*    THE JOURNAL LEG WORK AREA AND TOTALS                       *
001820*--------------------------------------------------------------*
001830 77  WS-AR-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001840 77  WS-FINCHG-ACCOUNT           PIC 9(08)   VALUE ZEROS.
001850 77  WS-LEG-ACCOUNT              PIC 9(08).
001860 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
001870 77  WS-LEG-AMOUNT               PIC S9(09)V99.
001880 77  WS-JOURNAL-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
001890 77  WS-JOURNAL-COUNT-ED         PIC ZZZZZZ9.
001900 77  WS-DEBIT-GRAND-TOTAL        PIC S9(11)V99 VALUE ZEROS.
001910 77  WS-CREDIT-GRAND-TOTAL       PIC S9(11)V99 VALUE ZEROS.
001920*
001930*--------------------------------------------------------------*
001940*    COUNTERS AND WORK AREAS                                    *
001950*--------------------------------------------------------------*
001960 77  WS-ITEMS-READ               PIC 9(07)   COMP VALUE ZERO.
001970 77  WS-ITEMS-READ-ED            PIC ZZZZZZ9.
001980 77  WS-UNKNOWN-ITEMS            PIC 9(07)   COMP VALUE ZERO.
001990 77  WS-UNKNOWN-ITEMS-ED         PIC ZZZZZZ9.
002000 77  WS-CUSTOMERS-CHARGED        PIC 9(05)   COMP VALUE ZERO.
002010 77  WS-CUSTOMERS-CHARGED-ED     PIC ZZZZ9.
002020 77  WS-PAST-DUE-AMOUNT          PIC S9(11)V99.
002030 77  WS-FINANCE-AMOUNT           PIC S9(09)V99.
002040 77  WS-TOTAL-PAST-DUE           PIC S9(11)V99 VALUE ZEROS.
002050 77  WS-TOTAL-CHARGED            PIC S9(11)V99 VALUE ZEROS.
002060*
002070*--------------------------------------------------------------*
002080*    DATE VALIDATION WORK AREAS                                 *
002090*--------------------------------------------------------------*
002100 01  WS-EDIT-DATE                PIC 9(08).
002110 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002120     05  WS-EDIT-YEAR            PIC 9(04).
002130     05  WS-EDIT-MONTH           PIC 9(02).
002140     05  WS-EDIT-DAY             PIC 9(02).
002150*
002160 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002170 77  WS-REM-4                    PIC 9(02)   COMP.
002180 77  WS-REM-100                  PIC 9(02)   COMP.
002190 77  WS-REM-400                  PIC 9(03)   COMP.
002200 77  WS-MAX-DAY                  PIC 9(02).
002210*
002220 01  WS-DIM-VALUES-AREA.
002230     05  FILLER                  PIC 9(02)   VALUE 31.
002240     05  FILLER                  PIC 9(02)   VALUE 28.
002250     05  FILLER                  PIC 9(02)   VALUE 31.
002260     05  FILLER                  PIC 9(02)   VALUE 30.
002270     05  FILLER                  PIC 9(02)   VALUE 31.
002280     05  FILLER                  PIC 9(02)   VALUE 30.
002290     05  FILLER                  PIC 9(02)   VALUE 31.
002300     05  FILLER                  PIC 9(02)   VALUE 31.
002310     05  FILLER                  PIC 9(02)   VALUE 30.
002320     05  FILLER                  PIC 9(02)   VALUE 31.
002330     05  FILLER                  PIC 9(02)   VALUE 30.
002340     05  FILLER                  PIC 9(02)   VALUE 31.
002350 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002360     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002370*
002380 01  WS-RUN-DATE                 PIC 9(08).
002390 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002400 01  WS-CHARGE-DATE-ED           PIC 9999/99/99.
002410 01  WS-CUTOFF-DATE-ED           PIC 9999/99/99.
002420*
002430*--------------------------------------------------------------*
002440*    EDITED DISPLAY FIELDS                                      *
002450*--------------------------------------------------------------*
002460 01  WS-EDIT-FIELDS.
002470     05  WS-RATE-ED              PIC 9.9999.
002480     05  WS-MINIMUM-ED           PIC $ZZ9.99.
002490     05  WS-PAST-DUE-ED          PIC $--,---,---,--9.99.
002500     05  WS-FINANCE-AMOUNT-ED    PIC $-,---,---,--9.99.
002510     05  WS-TOTAL-PAST-DUE-ED    PIC $--,---,---,--9.99.
002520     05  WS-TOTAL-CHARGED-ED     PIC $--,---,---,--9.99.
002530*
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560*    0000-MAINLINE                                              *
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     IF NOT WS-RUN-ABORTED
002610         PERFORM 2000-ACCUMULATE-ITEMS THRU 2000-EXIT
002620     END-IF.
002630     IF WS-RUN-ABORTED
002640         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
002650         PERFORM 9000-TERMINATE THRU 9000-EXIT
002660         STOP RUN
002670     END-IF.
002680     OPEN EXTEND AR-OPEN-ITEM-FILE.
002690     IF WS-ARITEM-FILE-MISSING
002700         OPEN OUTPUT AR-OPEN-ITEM-FILE
002710     END-IF.
002720     OPEN OUTPUT JOURNAL-FILE.
002730     PERFORM 3000-ASSESS-CUSTOMER THRU 3000-EXIT
002740         VARYING WS-CUST-SUB FROM 1 BY 1
002750         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
002760     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
002770     PERFORM 5000-PRINT-REGISTER-TRAILER THRU 5000-EXIT.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     STOP RUN.
002800 0000-MAINLINE-EXIT.
002810     EXIT.
002820*
002830*****************************************************************
002840*    1000-INITIALIZE                                            *
002850*        THE CONTROL CARD, THE CUSTOMER MASTER AND BOTH CONTROL *
002860*        ACCOUNTS MUST ALL BE THERE BEFORE ANYTHING IS CHARGED. *
002870*****************************************************************
002880 1000-INITIALIZE.
002890     OPEN OUTPUT FINANCE-REPORT-FILE.
002900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002910     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002920     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002930     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
002940     IF WS-RUN-ABORTED
002950         GO TO 1000-EXIT
002960     END-IF.
002970     PERFORM 1500-LOAD-CUST-MASTER THRU 1500-EXIT.
002980     IF WS-RUN-ABORTED
002990         GO TO 1000-EXIT
003000     END-IF.
003010     PERFORM 1600-LOAD-CONTROL-ACCOUNTS THRU 1600-EXIT.
003020     IF WS-RUN-ABORTED
003030         GO TO 1000-EXIT
003040     END-IF.
003050     PERFORM 1700-COMPUTE-CUTOFF-DATE THRU 1700-EXIT.
003060     PERFORM 1300-WRITE-COLUMN-HEADING THRU 1300-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110*    1100-WRITE-REPORT-HEADING                                  *
003120*****************************************************************
003130 1100-WRITE-REPORT-HEADING.
003140     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO FINANCE-LINE.
003150     WRITE FINANCE-LINE.
003160     MOVE "A/R FINANCE CHARGE REGISTER" TO FINANCE-LINE.
003170     WRITE FINANCE-LINE.
003180     MOVE SPACES TO FINANCE-LINE.
003190     STRING "RUN DATE: " WS-RUN-DATE-ED
003200         DELIMITED BY SIZE INTO FINANCE-LINE
003210     END-STRING.
003220     WRITE FINANCE-LINE.
003230 1100-EXIT.
003240     EXIT.
003250*
003260*****************************************************************
003270*    1200-READ-CONTROL-CARD                                     *
003280*        READS AND EDITS THE ONE CONTROL CARD.  THE ASSESSMENT  *
003290*        DATE MUST BE A REAL DATE, THE RATE NONZERO AND UNDER   *
003300*        10 PERCENT A MONTH (ANYTHING HIGHER IS A KEYING        *
003310*        ERROR), AND THE MINIMUM NUMERIC.                       *
003320*****************************************************************
003330 1200-READ-CONTROL-CARD.
003340     OPEN INPUT FINANCE-CONTROL-FILE.
003350     IF NOT WS-FINCTL-FILE-OK
003360         MOVE "*** FINANCE CHARGE CONTROL CARD (FINCHCTL) MISSING"
003370             TO FINANCE-LINE
003380         WRITE FINANCE-LINE
003390         DISPLAY "FINANCE-CHARGE: NO CONTROL CARD - RUN STOPPED"
003400         SET WS-RUN-ABORTED TO TRUE
003410         GO TO 1200-EXIT
003420     END-IF.
003430     READ FINANCE-CONTROL-FILE INTO FINANCE-CHARGE-CARD
003440         AT END
003450             MOVE ZEROS TO FC-CHARGE-DATE
003460                           FC-MONTHLY-RATE
003470                           FC-MINIMUM-CHARGE
003480     END-READ.
003490     CLOSE FINANCE-CONTROL-FILE.
003500*
003510     SET WS-DATE-IS-INVALID TO TRUE.
003520     IF FC-CHARGE-DATE NUMERIC
003530         MOVE FC-CHARGE-DATE TO WS-EDIT-DATE
003540         PERFORM 1250-VALIDATE-DATE THRU 1250-EXIT
003550     END-IF.
003560     IF WS-DATE-IS-INVALID
003570         MOVE "*** CONTROL CARD ASSESSMENT DATE NOT VALID" TO
003580             FINANCE-LINE
003590         WRITE FINANCE-LINE
003600         DISPLAY "FINANCE-CHARGE: BAD CHARGE DATE - RUN STOPPED"
003610         SET WS-RUN-ABORTED TO TRUE
003620         GO TO 1200-EXIT
003630     END-IF.
003640     IF FC-MONTHLY-RATE NOT NUMERIC
003650         OR FC-MONTHLY-RATE = 0
003660         OR FC-MONTHLY-RATE NOT < 0.1000
003670         MOVE "*** CONTROL CARD MONTHLY RATE NOT VALID" TO
003680             FINANCE-LINE
003690         WRITE FINANCE-LINE
003700         DISPLAY "FINANCE-CHARGE: BAD MONTHLY RATE - RUN STOPPED"
003710         SET WS-RUN-ABORTED TO TRUE
003720         GO TO 1200-EXIT
003730     END-IF.
003740     IF FC-MINIMUM-CHARGE NOT NUMERIC
003750         MOVE "*** CONTROL CARD MINIMUM CHARGE NOT VALID" TO
003760             FINANCE-LINE
003770         WRITE FINANCE-LINE
003780         DISPLAY "FINANCE-CHARGE: BAD MINIMUM - RUN STOPPED"
003790         SET WS-RUN-ABORTED TO TRUE
003800         GO TO 1200-EXIT
003810     END-IF.
003820     MOVE FC-CHARGE-DATE TO WS-CHARGE-DATE.
003830     MOVE FC-CHARGE-DATE TO WS-CHARGE-DATE-R.
003840     MOVE FC-MONTHLY-RATE TO WS-MONTHLY-RATE.
003850     MOVE FC-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE.
003860     MOVE WS-CHARGE-DATE TO WS-CHARGE-DATE-ED.
003870     MOVE WS-MONTHLY-RATE TO WS-RATE-ED.
003880     MOVE WS-MINIMUM-CHARGE TO WS-MINIMUM-ED.
003890     MOVE SPACES TO FINANCE-LINE.
003900     STRING "ASSESSED AS OF: " WS-CHARGE-DATE-ED
003910         "   MONTHLY RATE: " WS-RATE-ED
003920         "   MINIMUM CHARGE: " WS-MINIMUM-ED
003930         DELIMITED BY SIZE INTO FINANCE-LINE
003940     END-STRING.
003950     WRITE FINANCE-LINE.
003960 1200-EXIT.
003970     EXIT.
003980*
003990*****************************************************************
004000*    1250-VALIDATE-DATE                                         *
004010*        SETS WS-DATE-VALID-SW FOR THE DATE IN WS-EDIT-DATE.    *
004020*****************************************************************
004030 1250-VALIDATE-DATE.
004040     SET WS-DATE-IS-VALID TO TRUE.
004050     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
004060         SET WS-DATE-IS-INVALID TO TRUE
004070         GO TO 1250-EXIT
004080     END-IF.
004090     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
004100         SET WS-DATE-IS-INVALID TO TRUE
004110         GO TO 1250-EXIT
004120     END-IF.
004130     PERFORM 1260-CHECK-LEAP-YEAR THRU 1260-EXIT.
004140     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
004150     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
004160         ADD 1 TO WS-MAX-DAY
004170     END-IF.
004180     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
004190         SET WS-DATE-IS-INVALID TO TRUE
004200     END-IF.
004210 1250-EXIT.
004220     EXIT.
004230*
004240*****************************************************************
004250*    1260-CHECK-LEAP-YEAR                                       *
004260*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
004270*        USUAL GREGORIAN RULE.                                  *
004280*****************************************************************
004290 1260-CHECK-LEAP-YEAR.
004300     SET WS-NOT-LEAP-YEAR TO TRUE.
004310     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
004320         REMAINDER WS-REM-4.
004330     IF WS-REM-4 NOT = 0
004340         GO TO 1260-EXIT
004350     END-IF.
004360     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
004370         REMAINDER WS-REM-100.
004380     IF WS-REM-100 NOT = 0
004390         SET WS-LEAP-YEAR TO TRUE
004400         GO TO 1260-EXIT
004410     END-IF.
004420     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
004430         REMAINDER WS-REM-400.
004440     IF WS-REM-400 = 0
004450         SET WS-LEAP-YEAR TO TRUE
004460     END-IF.
004470 1260-EXIT.
004480     EXIT.
004490*
004500*****************************************************************
004510*    1300-WRITE-COLUMN-HEADING                                  *
004520*****************************************************************
004530 1300-WRITE-COLUMN-HEADING.
004540     MOVE SPACES TO FINANCE-LINE.
004550     WRITE FINANCE-LINE.
004560     MOVE SPACES TO FINANCE-LINE.
004570     STRING "CUST    CUSTOMER NAME                    "
004580         "PAST-DUE BALANCE     FINANCE CHARGE"
004590         DELIMITED BY SIZE INTO FINANCE-LINE
004600     END-STRING.
004610     WRITE FINANCE-LINE.
004620     MOVE SPACES TO FINANCE-LINE.
004630     STRING "------  -------------------------  "
004640         "------------------  -----------------"
004650         DELIMITED BY SIZE INTO FINANCE-LINE
004660     END-STRING.
004670     WRITE FINANCE-LINE.
004680 1300-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    1500-LOAD-CUST-MASTER                                      *
004730*        LOADS THE CUSTOMER MASTER INTO WS-CUST-TABLE.  A       *
004740*        MISSING, EMPTY OR OVERFULL MASTER STOPS THE RUN - A    *
004750*        CUSTOMER LEFT OUT OF THE TABLE WOULD ESCAPE THE        *
004760*        CHARGE.                                                *
004770*****************************************************************
004780 1500-LOAD-CUST-MASTER.
004790     OPEN INPUT CUSTOMER-MASTER-FILE.
004800     IF NOT WS-CUSTMST-FILE-OK
004810         MOVE "*** CUSTOMER MASTER FILE (CUSTMST) IS MISSING" TO
004820             FINANCE-LINE
004830         WRITE FINANCE-LINE
004840         DISPLAY "FINANCE-CHARGE: NO CUSTOMER FILE - RUN STOPPED"
004850         SET WS-RUN-ABORTED TO TRUE
004860         GO TO 1500-EXIT
004870     END-IF.
004880     PERFORM 1550-LOAD-ONE-CUSTOMER THRU 1550-EXIT
004890         UNTIL EOF-CUSTMST-FILE.
004900     CLOSE CUSTOMER-MASTER-FILE.
004910     IF WS-RUN-ABORTED
004920         GO TO 1500-EXIT
004930     END-IF.
004940     IF WS-CUST-COUNT = 0
004950         MOVE "*** CUSTOMER MASTER FILE (CUSTMST) IS EMPTY" TO
004960             FINANCE-LINE
004970         WRITE FINANCE-LINE
004980         DISPLAY "FINANCE-CHARGE: NO CUSTOMERS - RUN STOPPED"
004990         SET WS-RUN-ABORTED TO TRUE
005000     END-IF.
005010 1500-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*    1550-LOAD-ONE-CUSTOMER                                     *
005060*****************************************************************
005070 1550-LOAD-ONE-CUSTOMER.
005080     READ CUSTOMER-MASTER-FILE INTO CUSTOMER-MASTER-RECORD
005090         AT END
005100             SET EOF-CUSTMST-FILE TO TRUE
005110             GO TO 1550-EXIT
005120     END-READ.
005130     IF WS-CUST-COUNT >= 200
005140         MOVE "*** CUSTOMER MASTER EXCEEDS 200 CUSTOMERS" TO
005150             FINANCE-LINE
005160         WRITE FINANCE-LINE
005170         DISPLAY "FINANCE-CHARGE: CUSTOMER MASTER EXCEEDS 200 - "
005180             "RUN STOPPED"
005190         SET WS-RUN-ABORTED TO TRUE
005200         SET EOF-CUSTMST-FILE TO TRUE
005210         GO TO 1550-EXIT
005220     END-IF.
005230     ADD 1 TO WS-CUST-COUNT.
005240     MOVE CU-CUSTOMER-NO TO WS-CUST-NO (WS-CUST-COUNT).
005250     MOVE CU-CUSTOMER-NAME TO WS-CUST-NAME (WS-CUST-COUNT).
005260     MOVE ZEROS TO WS-CUST-OLD-CHARGES (WS-CUST-COUNT).
005270     MOVE ZEROS TO WS-CUST-CREDITS (WS-CUST-COUNT).
005280 1550-EXIT.
005290     EXIT.
005300*
005310*****************************************************************
005320*    1600-LOAD-CONTROL-ACCOUNTS                                 *
005330*        PICKS THE A/R AND FINANCE CHARGE INCOME ACCOUNTS OFF   *
005340*        THE ACCOUNT MASTER'S 'C' RECORD.  BOTH ARE NEEDED TO   *
005350*        JOURNAL THE CHARGES, SO EITHER ONE MISSING STOPS THE   *
005360*        RUN.                                                   *
005370*****************************************************************
005380 1600-LOAD-CONTROL-ACCOUNTS.
005390     OPEN INPUT ACCOUNT-MASTER-FILE.
005400     IF NOT WS-ACCTMST-FILE-OK
005410         MOVE "*** ACCOUNT MASTER FILE (ACCTMST) IS MISSING" TO
005420             FINANCE-LINE
005430         WRITE FINANCE-LINE
005440         DISPLAY "FINANCE-CHARGE: NO ACCOUNT MASTER - RUN STOPPED"
005450         SET WS-RUN-ABORTED TO TRUE
005460         GO TO 1600-EXIT
005470     END-IF.
005480     PERFORM 1650-READ-ONE-ACCOUNT THRU 1650-EXIT
005490         UNTIL EOF-ACCTMST-FILE.
005500     CLOSE ACCOUNT-MASTER-FILE.
005510     IF NOT WS-CONTROL-ACCTS-LOADED
005520         OR WS-AR-ACCOUNT = 0
005530         OR WS-FINCHG-ACCOUNT = 0
005540         MOVE "*** ACCOUNT MASTER 'C' RECORD LACKS THE A/R OR"
005550             TO FINANCE-LINE
005560         WRITE FINANCE-LINE
005570         MOVE "*** FINANCE CHARGE INCOME ACCOUNT" TO FINANCE-LINE
005580         WRITE FINANCE-LINE
005590         DISPLAY "FINANCE-CHARGE: NO CONTROL ACCTS - RUN STOPPED"
005600         SET WS-RUN-ABORTED TO TRUE
005610     END-IF.
005620 1600-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*    1650-READ-ONE-ACCOUNT                                      *
005670*****************************************************************
005680 1650-READ-ONE-ACCOUNT.
005690     READ ACCOUNT-MASTER-FILE INTO ACCOUNT-MASTER-RECORD
005700         AT END
005710             SET EOF-ACCTMST-FILE TO TRUE
005720             GO TO 1650-EXIT
005730     END-READ.
005740     IF NOT AM-CONTROL-RECORD
005750         GO TO 1650-EXIT
005760     END-IF.
005770     SET WS-CONTROL-ACCTS-LOADED TO TRUE.
005780     IF AM-AR-ACCOUNT NUMERIC
005790         MOVE AM-AR-ACCOUNT TO WS-AR-ACCOUNT
005800     END-IF.
005810     IF AM-FINCHG-ACCOUNT NUMERIC
005820         MOVE AM-FINCHG-ACCOUNT TO WS-FINCHG-ACCOUNT
005830     END-IF.
005840 1650-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880*    1700-COMPUTE-CUTOFF-DATE                                   *
005890*        WALKS BACK 30 DAYS FROM THE ASSESSMENT DATE, ONE DAY   *
005900*        AT A TIME, THE SAME WAY AR-STATEMENT FINDS ITS AGING   *
005910*        CUTOFFS.                                               *
005920*****************************************************************
005930 1700-COMPUTE-CUTOFF-DATE.
005940     MOVE WS-CHARGE-DATE TO WS-EDIT-DATE.
005950     PERFORM 1750-BACK-ONE-DAY THRU 1750-EXIT
005960         VARYING WS-DAYS-BACK FROM 1 BY 1
005970         UNTIL WS-DAYS-BACK > 30.
005980     MOVE WS-EDIT-DATE TO WS-CUTOFF-DATE.
005990     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-ED.
006000     MOVE SPACES TO FINANCE-LINE.
006010     STRING "PAST DUE: CHARGES DATED ON OR BEFORE "
006020         WS-CUTOFF-DATE-ED
006030         DELIMITED BY SIZE INTO FINANCE-LINE
006040     END-STRING.
006050     WRITE FINANCE-LINE.
006060 1700-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*    1750-BACK-ONE-DAY                                          *
006110*****************************************************************
006120 1750-BACK-ONE-DAY.
006130     IF WS-EDIT-DAY > 1
006140         SUBTRACT 1 FROM WS-EDIT-DAY
006150     ELSE
006160         IF WS-EDIT-MONTH > 1
006170             SUBTRACT 1 FROM WS-EDIT-MONTH
006180         ELSE
006190             MOVE 12 TO WS-EDIT-MONTH
006200             SUBTRACT 1 FROM WS-EDIT-YEAR
006210         END-IF
006220         MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-EDIT-DAY
006230         PERFORM 1260-CHECK-LEAP-YEAR THRU 1260-EXIT
006240         IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
006250             ADD 1 TO WS-EDIT-DAY
006260         END-IF
006270     END-IF.
006280 1750-EXIT.
006290     EXIT.
006300*
006310*****************************************************************
006320*    2000-ACCUMULATE-ITEMS                                      *
006330*        PASSES THE WHOLE OPEN-ITEM FILE INTO THE CUSTOMER      *
006340*        TABLE BEFORE ANYTHING IS WRITTEN, AND STOPS THE RUN IF *
006350*        THE CARD'S MONTH HAS ALREADY BEEN CHARGED (8000 THEN   *
006355*        LEAVES THAT CHARGE'S JOURNAL ALONE).  NO FILE YET      *
006360*        MEANS NO RECEIVABLES AND NOTHING TO CHARGE.            *
006370*****************************************************************
006380 2000-ACCUMULATE-ITEMS.
006390     OPEN INPUT AR-OPEN-ITEM-FILE.
006400     IF NOT WS-ARITEM-FILE-OK
006410         GO TO 2000-EXIT
006420     END-IF.
006430     PERFORM 2100-ADD-ONE-ITEM THRU 2100-EXIT
006440         UNTIL EOF-ARITEM-FILE.
006450     CLOSE AR-OPEN-ITEM-FILE.
006460     IF WS-MONTH-ALREADY-CHARGED
006470         MOVE SPACES TO FINANCE-LINE
006480         STRING "*** FINANCE CHARGES FOR " WS-CHARGE-YEAR "/"
006490             WS-CHARGE-MONTH " ARE ALREADY ON THE OPEN-ITEM FILE"
006500             DELIMITED BY SIZE INTO FINANCE-LINE
006510         END-STRING
006520         WRITE FINANCE-LINE
006530         DISPLAY "FINANCE-CHARGE: MONTH ALREADY CHARGED - "
006540             "RUN STOPPED"
006550         SET WS-RUN-ABORTED TO TRUE
006560     END-IF.
006570 2000-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*    2100-ADD-ONE-ITEM                                          *
006620*        A CHARGE OR FINANCE CHARGE DATED ON OR BEFORE THE      *
006630*        CUTOFF IS PAST DUE; A LATER ONE IS CURRENT AND         *
006640*        IGNORED.  EVERY PAYMENT AND CREDIT COUNTS, WHATEVER    *
006650*        ITS DATE, SINCE IT APPLIES TO THE OLDEST CHARGES       *
006660*        FIRST.  AN ITEM FOR A CUSTOMER NO LONGER ON THE MASTER *
006670*        IS COUNTED AND LEFT ALONE.                             *
006680*****************************************************************
006690 2100-ADD-ONE-ITEM.
006700     READ AR-OPEN-ITEM-FILE INTO AR-ITEM-RECORD
006710         AT END
006720             SET EOF-ARITEM-FILE TO TRUE
006730             GO TO 2100-EXIT
006740     END-READ.
006750     ADD 1 TO WS-ITEMS-READ.
006760     IF AI-FINANCE-CHARGE-ITEM
006770         AND AI-YEAR = WS-CHARGE-YEAR
006780         AND AI-MONTH = WS-CHARGE-MONTH
006790         SET WS-MONTH-ALREADY-CHARGED TO TRUE
006800     END-IF.
006810     MOVE AI-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO.
006820     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT.
006830     IF WS-CUST-NOT-FOUND
006840         ADD 1 TO WS-UNKNOWN-ITEMS
006850         GO TO 2100-EXIT
006860     END-IF.
006870     IF AI-CHARGE-ITEM OR AI-FINANCE-CHARGE-ITEM
006880         COMPUTE WS-ITEM-DATE-NUM =
006890             AI-YEAR * 10000 + AI-MONTH * 100 + AI-DAY
006900         IF WS-ITEM-DATE-NUM NOT > WS-CUTOFF-DATE
006910             ADD AI-AMOUNT TO
006920                 WS-CUST-OLD-CHARGES (WS-CUST-FOUND-SUB)
006930         END-IF
006940     ELSE
006950         ADD AI-AMOUNT TO WS-CUST-CREDITS (WS-CUST-FOUND-SUB)
006960     END-IF.
006970 2100-EXIT.
006980     EXIT.
006990*
007000*****************************************************************
007010*    2150-FIND-CUSTOMER                                         *
007020*        SEARCHES THE CUSTOMER TABLE FOR THE NUMBER IN          *
007030*        WS-LOOKUP-CUSTOMER-NO.  ON A FIND, WS-CUST-FOUND-SUB   *
007040*        POINTS AT THE MATCHING ENTRY.                          *
007050*****************************************************************
007060 2150-FIND-CUSTOMER.
007070     SET WS-CUST-NOT-FOUND TO TRUE.
007080     MOVE ZERO TO WS-CUST-FOUND-SUB.
007090     MOVE ZERO TO WS-CUST-SUB.
007100     PERFORM 2160-MATCH-ONE-CUSTOMER THRU 2160-EXIT
007110         VARYING WS-CUST-SUB FROM 1 BY 1
007120         UNTIL WS-CUST-SUB > WS-CUST-COUNT
007130             OR WS-CUST-FOUND.
007140 2150-EXIT.
007150     EXIT.
007160*
007170*****************************************************************
007180*    2160-MATCH-ONE-CUSTOMER                                    *
007190*****************************************************************
007200 2160-MATCH-ONE-CUSTOMER.
007210     IF WS-CUST-NO (WS-CUST-SUB) = WS-LOOKUP-CUSTOMER-NO
007220         SET WS-CUST-FOUND TO TRUE
007230         MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
007240     END-IF.
007250 2160-EXIT.
007260     EXIT.
007270*
007280*****************************************************************
007290*    3000-ASSESS-CUSTOMER                                       *
007300*        THE PAST-DUE BALANCE IS THE OLD CHARGES LESS ALL       *
007310*        PAYMENTS AND CREDITS.  IF ANYTHING IS LEFT, THE        *
007320*        CUSTOMER IS CHARGED THE MONTHLY RATE ON IT, ROUNDED TO *
007330*        THE CENT, BUT NEVER LESS THAN THE CARD'S MINIMUM.  THE *
007340*        CHARGE IS APPENDED AS AN 'F' ITEM DATED THE ASSESSMENT *
007350*        DATE.                                                  *
007360*****************************************************************
007370 3000-ASSESS-CUSTOMER.
007380     COMPUTE WS-PAST-DUE-AMOUNT =
007390         WS-CUST-OLD-CHARGES (WS-CUST-SUB)
007400         + WS-CUST-CREDITS (WS-CUST-SUB).
007410     IF WS-PAST-DUE-AMOUNT NOT > 0
007420         GO TO 3000-EXIT
007430     END-IF.
007440     COMPUTE WS-FINANCE-AMOUNT ROUNDED =
007450         WS-PAST-DUE-AMOUNT * WS-MONTHLY-RATE.
007460     IF WS-FINANCE-AMOUNT < WS-MINIMUM-CHARGE
007470         MOVE WS-MINIMUM-CHARGE TO WS-FINANCE-AMOUNT
007480     END-IF.
007490     IF WS-FINANCE-AMOUNT = 0
007500         GO TO 3000-EXIT
007510     END-IF.
007520     MOVE SPACES TO AR-ITEM-RECORD.
007530     MOVE WS-CUST-NO (WS-CUST-SUB) TO AI-CUSTOMER-NO.
007540     MOVE WS-CHARGE-YEAR TO AI-YEAR.
007550     MOVE WS-CHARGE-MONTH TO AI-MONTH.
007560     MOVE WS-CHARGE-DAY TO AI-DAY.
007570     SET AI-FINANCE-CHARGE-ITEM TO TRUE.
007580     MOVE SPACES TO AI-REFERENCE.
007590     STRING "FINCHG " WS-CHARGE-MONTH "/" WS-CHARGE-YEAR (3:2)
007600         DELIMITED BY SIZE INTO AI-REFERENCE
007610     END-STRING.
007620     MOVE WS-FINANCE-AMOUNT TO AI-AMOUNT.
007630     WRITE AR-ITEM-RECORD.
007640     ADD 1 TO WS-CUSTOMERS-CHARGED.
007650     ADD WS-PAST-DUE-AMOUNT TO WS-TOTAL-PAST-DUE.
007660     ADD WS-FINANCE-AMOUNT TO WS-TOTAL-CHARGED.
007670     MOVE WS-PAST-DUE-AMOUNT TO WS-PAST-DUE-ED.
007680     MOVE WS-FINANCE-AMOUNT TO WS-FINANCE-AMOUNT-ED.
007690     MOVE SPACES TO FINANCE-LINE.
007700     STRING WS-CUST-NO (WS-CUST-SUB)
007710         "  " WS-CUST-NAME (WS-CUST-SUB)
007720         "  " WS-PAST-DUE-ED
007730         "  " WS-FINANCE-AMOUNT-ED
007740         DELIMITED BY SIZE INTO FINANCE-LINE
007750     END-STRING.
007760     WRITE FINANCE-LINE.
007770 3000-EXIT.
007780     EXIT.
007790*
007800*****************************************************************
007810*    4000-WRITE-JOURNAL                                         *
007820*        ONE BALANCED PAIR FOR THE RUN'S TOTAL, DATED THE       *
007830*        ASSESSMENT DATE - DEBIT A/R, CREDIT FINANCE CHARGE     *
007840*        INCOME - AND THE CONTROL RECORD GL-POST PROVES.  A     *
007850*        MONTH WITH NOTHING PAST DUE STILL GETS THE CONTROL     *
007860*        RECORD.                                                *
007870*****************************************************************
007880 4000-WRITE-JOURNAL.
007890     IF WS-TOTAL-CHARGED NOT = 0
007900         MOVE WS-AR-ACCOUNT TO WS-LEG-ACCOUNT
007910         MOVE 'D' TO WS-LEG-DEBIT-CREDIT
007920         MOVE WS-TOTAL-CHARGED TO WS-LEG-AMOUNT
007930         PERFORM 4100-WRITE-JOURNAL-LEG THRU 4100-EXIT
007940         MOVE WS-FINCHG-ACCOUNT TO WS-LEG-ACCOUNT
007950         MOVE 'C' TO WS-LEG-DEBIT-CREDIT
007960         MOVE WS-TOTAL-CHARGED TO WS-LEG-AMOUNT
007970         PERFORM 4100-WRITE-JOURNAL-LEG THRU 4100-EXIT
007980     END-IF.
007990     MOVE SPACES TO JOURNAL-RECORD.
008000     SET JR-CONTROL-RECORD TO TRUE.
008010     MOVE WS-JOURNAL-RECORD-COUNT TO JR-CONTROL-RECORD-COUNT.
008020     MOVE WS-DEBIT-GRAND-TOTAL TO JR-CONTROL-DEBIT-TOTAL.
008030     MOVE WS-CREDIT-GRAND-TOTAL TO JR-CONTROL-CREDIT-TOTAL.
008040     WRITE JOURNAL-RECORD.
008050 4000-EXIT.
008060     EXIT.
008070*
008080*****************************************************************
008090*    4100-WRITE-JOURNAL-LEG                                     *
008100*        WRITES ONE FCJRNL LEG FROM THE WS-LEG FIELDS.          *
008110*****************************************************************
008120 4100-WRITE-JOURNAL-LEG.
008130     MOVE SPACES TO JOURNAL-RECORD.
008140     SET JR-DETAIL-RECORD TO TRUE.
008150     MOVE WS-CHARGE-YEAR TO JR-YEAR.
008160     MOVE WS-CHARGE-MONTH TO JR-MONTH.
008170     MOVE WS-CHARGE-DAY TO JR-DAY.
008180     MOVE "FCHG" TO JR-SOURCE-DEPT.
008190     MOVE WS-LEG-ACCOUNT TO JR-ACCOUNT.
008200     MOVE WS-LEG-DEBIT-CREDIT TO JR-DEBIT-CREDIT.
008210     MOVE WS-LEG-AMOUNT TO JR-AMOUNT.
008220     WRITE JOURNAL-RECORD.
008230     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
008240     IF WS-LEG-DEBIT-CREDIT = 'D'
008250         ADD WS-LEG-AMOUNT TO WS-DEBIT-GRAND-TOTAL
008260     ELSE
008270         ADD WS-LEG-AMOUNT TO WS-CREDIT-GRAND-TOTAL
008280     END-IF.
008290 4100-EXIT.
008300     EXIT.
008310*
008320*****************************************************************
008330*    5000-PRINT-REGISTER-TRAILER                                *
008340*****************************************************************
008350 5000-PRINT-REGISTER-TRAILER.
008360     MOVE SPACES TO FINANCE-LINE.
008370     WRITE FINANCE-LINE.
008380     IF WS-CUSTOMERS-CHARGED = 0
008390         MOVE "** NO PAST-DUE BALANCES - NO FINANCE CHARGES **" TO
008400             FINANCE-LINE
008410         WRITE FINANCE-LINE
008420         MOVE SPACES TO FINANCE-LINE
008430         WRITE FINANCE-LINE
008440     END-IF.
008450     MOVE WS-TOTAL-PAST-DUE TO WS-TOTAL-PAST-DUE-ED.
008460     MOVE WS-TOTAL-CHARGED TO WS-TOTAL-CHARGED-ED.
008470     MOVE SPACES TO FINANCE-LINE.
008480     STRING "TOTALS                           "
008490         "  " WS-TOTAL-PAST-DUE-ED
008500         "  " WS-TOTAL-CHARGED-ED
008510         DELIMITED BY SIZE INTO FINANCE-LINE
008520     END-STRING.
008530     WRITE FINANCE-LINE.
008540     MOVE SPACES TO FINANCE-LINE.
008550     WRITE FINANCE-LINE.
008560     MOVE WS-ITEMS-READ TO WS-ITEMS-READ-ED.
008570     MOVE SPACES TO FINANCE-LINE.
008580     STRING "OPEN ITEMS READ:          " WS-ITEMS-READ-ED
008590         DELIMITED BY SIZE INTO FINANCE-LINE
008600     END-STRING.
008610     WRITE FINANCE-LINE.
008620     MOVE WS-CUSTOMERS-CHARGED TO WS-CUSTOMERS-CHARGED-ED.
008630     MOVE SPACES TO FINANCE-LINE.
008640     STRING "CUSTOMERS CHARGED:          " WS-CUSTOMERS-CHARGED-ED
008650         DELIMITED BY SIZE INTO FINANCE-LINE
008660     END-STRING.
008670     WRITE FINANCE-LINE.
008680     MOVE WS-JOURNAL-RECORD-COUNT TO WS-JOURNAL-COUNT-ED.
008690     MOVE SPACES TO FINANCE-LINE.
008700     STRING "FINANCE CHARGE JOURNAL RECORDS: " WS-JOURNAL-COUNT-ED
008710         DELIMITED BY SIZE INTO FINANCE-LINE
008720     END-STRING.
008730     WRITE FINANCE-LINE.
008740     IF WS-UNKNOWN-ITEMS > 0
008750         MOVE WS-UNKNOWN-ITEMS TO WS-UNKNOWN-ITEMS-ED
008760         MOVE SPACES TO FINANCE-LINE
008770         STRING "*** ITEMS NOT ON CUSTOMER MASTER: "
008780             WS-UNKNOWN-ITEMS-ED "  (NOT CHARGED)"
008790             DELIMITED BY SIZE INTO FINANCE-LINE
008800         END-STRING
008810         WRITE FINANCE-LINE
008820     END-IF.
008830 5000-EXIT.
008840     EXIT.
008850*
008860*****************************************************************
008870*    8000-ABORT-RUN                                             *
008880*        NOTHING WAS CHARGED.  WRITES AN EMPTY JOURNAL SO A     *
008890*        STALE ONE FROM A PRIOR RUN CANNOT BE POSTED BY         *
008900*        MISTAKE, AND SETS THE RETURN CODE.  WHEN THE MONTH WAS *
008903*        ALREADY CHARGED THE JOURNAL ON FILE IS THAT CHARGE'S   *
008906*        OWN, POSSIBLY NOT YET POSTED, SO IT IS LEFT ALONE.     *
008910*****************************************************************
008920 8000-ABORT-RUN.
008930     MOVE SPACES TO FINANCE-LINE.
008940     WRITE FINANCE-LINE.
008950     MOVE "*** FINANCE CHARGE RUN STOPPED - NO CUSTOMER CHARGED."
008960         TO FINANCE-LINE.
008970     WRITE FINANCE-LINE.
008980     MOVE "*** CORRECT THE PROBLEM ABOVE AND RERUN." TO
008990         FINANCE-LINE.
009000     WRITE FINANCE-LINE.
009001     IF WS-MONTH-ALREADY-CHARGED
009002         MOVE "*** THE JOURNAL ALREADY ON FILE IS LEFT UNCHANGED."
009003             TO FINANCE-LINE
009004         WRITE FINANCE-LINE
009005     ELSE
009010         OPEN OUTPUT JOURNAL-FILE
009020         CLOSE JOURNAL-FILE
009025     END-IF.
009030     MOVE 8 TO RETURN-CODE.
009040 8000-EXIT.
009050     EXIT.
009060*
009070*****************************************************************
009080*    9000-TERMINATE                                             *
009090*****************************************************************
009100 9000-TERMINATE.
009110     CLOSE FINANCE-REPORT-FILE.
009120     IF NOT WS-RUN-ABORTED
009130         CLOSE AR-OPEN-ITEM-FILE
009140               JOURNAL-FILE
009150     END-IF.
009160 9000-EXIT.
009170     EXIT.
