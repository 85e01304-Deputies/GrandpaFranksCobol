000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     AP-PAYMENT.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    AP-PAYMENT                                                 *
000180*                                                                *
000190*    ACCOUNTS PAYABLE PAYMENT SELECTION.  READS THE PAYMENT RUN *
000200*    CONTROL CARD (APPAYCTL) AND PASSES THE KEYED VENDOR        *
000210*    INVOICE FILE (APINVMST.DAT) IN VENDOR ORDER, SELECTING     *
000220*    EVERY OPEN INVOICE DUE ON OR BEFORE THE CARD'S PAY-THROUGH *
000230*    DATE.  ONE CHECK IS WRITTEN PER VENDOR FOR THE SUM OF ITS  *
000240*    SELECTED INVOICES, NUMBERED FROM THE CARD'S FIRST CHECK    *
000250*    NUMBER, AND EACH INVOICE IS MARKED PAID WITH ITS CHECK     *
000260*    NUMBER AND CHECK DATE SO A SECOND RUN CANNOT PAY IT AGAIN. *
000270*    THE CHECK REGISTER (CHKREG) LISTS EVERY CHECK AND THE      *
000280*    INVOICES IT PAYS.  AN INVOICE WHOSE VENDOR HAS DROPPED OFF *
000290*    THE VENDOR MASTER OR BEEN MADE INACTIVE ON IT IS HELD, NOT *
000300*    PAID, AND LISTED FOR THE OFFICE TO LOOK INTO.              *
000310*                                                                *
000320*    EVERY CHECK IS ALSO JOURNALED (APPJRNL.DAT) - DEBIT        *
000330*    ACCOUNTS PAYABLE, CREDIT CASH, AS OF THE CHECK DATE - IN   *
000340*    THE SAME BALANCED JOURNAL LAYOUT AND WITH THE SAME CONTROL *
000350*    RECORD GL-JOURNAL WRITES, FOR GL-POST TO POST TO THE       *
000360*    LEDGER.  NO CONTROL CARD, NO VENDOR MASTER OR NO CONTROL   *
000370*    ACCOUNTS AND NOTHING IS PAID: THE RUN LEAVES AN EMPTY      *
000380*    JOURNAL AND ENDS WITH A NONZERO RETURN CODE.               *
000390*****************************************************************
000400*
000410* MODIFICATION HISTORY
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  -----------------------------------------
000440*    2026-10-15 WJF   ORIGINAL PROGRAM.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PAYMENT-CONTROL-FILE
000500         ASSIGN TO APPAYCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PAYCTL-STATUS.
000530*
000540     SELECT VENDOR-MASTER-FILE
000550         ASSIGN TO VENDMST
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-VENDMST-STATUS.
000580*
000590     SELECT ACCOUNT-MASTER-FILE
000600         ASSIGN TO ACCTMST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACCTMST-STATUS.
000630*
000640     SELECT AP-INVOICE-FILE
000650         ASSIGN TO APINVMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS VI-KEY
000690         FILE STATUS IS WS-INVOICE-STATUS.
000700*
000710     SELECT JOURNAL-FILE
000720         ASSIGN TO APPJRNL
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750     SELECT CHECK-REGISTER-FILE
000760         ASSIGN TO CHKREG
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PAYMENT-CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY APCARD.
000840*
000850 FD  VENDOR-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY VENDMST.
000880*
000890 FD  ACCOUNT-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY ACCTMST.
000920*
000930 FD  AP-INVOICE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY APINV.
000960*
000970 FD  JOURNAL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY JRNLREC.
001000*
001010 FD  CHECK-REGISTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  CHECK-LINE                     PIC X(120).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*--------------------------------------------------------------*
001080*    SWITCHES                                                   *
001090*--------------------------------------------------------------*
001100 01  WS-SWITCHES.
001110     05  WS-PAYCTL-STATUS        PIC X(02)   VALUE SPACES.
001120         88  WS-PAYCTL-FILE-OK                VALUE '00'.
001130     05  WS-VENDMST-STATUS       PIC X(02)   VALUE SPACES.
001140         88  WS-VENDMST-FILE-OK               VALUE '00'.
001150     05  WS-VENDMST-EOF-SW       PIC X(01)   VALUE 'N'.
001160         88  EOF-VENDMST-FILE                 VALUE 'Y'.
001170     05  WS-ACCTMST-STATUS       PIC X(02)   VALUE SPACES.
001180         88  WS-ACCTMST-FILE-OK               VALUE '00'.
001190     05  WS-ACCTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001200         88  EOF-ACCTMST-FILE                 VALUE 'Y'.
001210     05  WS-INVOICE-STATUS       PIC X(02)   VALUE SPACES.
001220         88  WS-INVOICE-STATUS-OK             VALUE '00'.
001230     05  WS-INVOICE-EOF-SW       PIC X(01)   VALUE 'N'.
001240         88  EOF-INVOICE-FILE                 VALUE 'Y'.
001250     05  WS-CONTROL-ACCTS-SW     PIC X(01)   VALUE 'N'.
001260         88  WS-CONTROL-ACCTS-LOADED          VALUE 'Y'.
001270     05  WS-VEND-FOUND-SW        PIC X(01)   VALUE 'N'.
001280         88  WS-VEND-FOUND                    VALUE 'Y'.
001290         88  WS-VEND-NOT-FOUND                VALUE 'N'.
001300     05  WS-CHECK-OPEN-SW        PIC X(01)   VALUE 'N'.
001310         88  WS-CHECK-OPEN                    VALUE 'Y'.
001320         88  WS-NO-CHECK-OPEN                 VALUE 'N'.
001330     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001340         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001350         88  WS-DATE-IS-INVALID               VALUE 'N'.
001360     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001370         88  WS-LEAP-YEAR                     VALUE 'Y'.
001380         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001390     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001400         88  WS-RUN-ABORTED                   VALUE 'Y'.
001410*
001420*--------------------------------------------------------------*
001430*    VENDOR TABLE, LOADED FROM THE VENDOR MASTER FILE           *
001440*    (VENDMST.DAT) AT START OF RUN, FOR THE PAYEE NAME AND      *
001450*    REMIT-TO ADDRESS ON EACH CHECK.  AN INACTIVE VENDOR IS NOT *
001455*    PAID.                                                      *
001460*--------------------------------------------------------------*
001470 01  WS-VEND-TABLE.
001480     05  WS-VEND-COUNT           PIC 9(03)   COMP VALUE ZERO.
001490     05  WS-VEND-ENTRY           OCCURS 200 TIMES.
001500         10  WS-VEND-NO              PIC X(06).
001510         10  WS-VEND-NAME            PIC X(25).
001513         10  WS-VEND-ACTIVE-FLAG     PIC X(01).
001516             88  WS-VEND-ENTRY-ACTIVE        VALUE 'A'.
001520         10  WS-VEND-REMIT-ADDRESS   PIC X(30).
001530         10  WS-VEND-REMIT-CITY      PIC X(30).
001540*
001550 77  WS-VEND-SUB                 PIC 9(03)   COMP.
001560 77  WS-VEND-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001570 77  WS-LOOKUP-VENDOR-NO         PIC X(06).
001580*
001590*--------------------------------------------------------------*
001600*    CONTROL ACCOUNTS FROM THE ACCOUNT MASTER'S 'C' RECORD      *
001610*--------------------------------------------------------------*
001620 77  WS-CASH-ACCOUNT             PIC 9(08)   VALUE ZEROS.
001630 77  WS-AP-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001640*
001650*--------------------------------------------------------------*
001660*    PAYMENT RUN PARAMETERS FROM THE CONTROL CARD               *
001670*--------------------------------------------------------------*
001680 77  WS-PAY-THROUGH-DATE         PIC 9(08)   VALUE ZEROS.
001690 77  WS-CHECK-DATE               PIC 9(08)   VALUE ZEROS.
001700 77  WS-NEXT-CHECK-NO            PIC 9(06)   VALUE ZEROS.
001710 77  WS-FIRST-CHECK-NO           PIC 9(06)   VALUE ZEROS.
001720 77  WS-LAST-CHECK-NO            PIC 9(06)   VALUE ZEROS.
001730*
001740*--------------------------------------------------------------*
001750*    CURRENT VENDOR AND CHECK IN PROGRESS                       *
001760*--------------------------------------------------------------*
001770 77  WS-CURR-VENDOR              PIC X(06)   VALUE LOW-VALUES.
001780 77  WS-CHECK-AMOUNT             PIC S9(11)V99 VALUE ZEROS.
001790 77  WS-CHECK-INVOICE-COUNT      PIC 9(05)   COMP VALUE ZERO.
001800*
001810*--------------------------------------------------------------*
001820*    COUNTERS AND RUN TOTALS                                    *
001830*--------------------------------------------------------------*
001840 77  WS-INVOICES-READ            PIC 9(07)   COMP VALUE ZERO.
001850 77  WS-INVOICES-READ-ED         PIC ZZZZZZ9.
001860 77  WS-INVOICES-PAID            PIC 9(07)   COMP VALUE ZERO.
001870 77  WS-INVOICES-PAID-ED         PIC ZZZZZZ9.
001880 77  WS-INVOICES-HELD            PIC 9(07)   COMP VALUE ZERO.
001890 77  WS-INVOICES-HELD-ED         PIC ZZZZZZ9.
001900 77  WS-CHECKS-WRITTEN           PIC 9(07)   COMP VALUE ZERO.
001910 77  WS-CHECKS-WRITTEN-ED        PIC ZZZZZZ9.
001920 77  WS-REWRITE-ERRORS           PIC 9(07)   COMP VALUE ZERO.
001930 77  WS-TOTAL-PAID               PIC S9(11)V99 VALUE ZEROS.
001940 77  WS-TOTAL-HELD               PIC S9(11)V99 VALUE ZEROS.
001950 77  WS-ITEM-AMOUNT              PIC S9(09)V99.
001955 01  WS-HELD-REASON              PIC X(35)   VALUE SPACES.
001960*
001970*--------------------------------------------------------------*
001980*    JOURNAL TOTALS                                             *
001990*--------------------------------------------------------------*
002000 77  WS-JOURNAL-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
002010 77  WS-JOURNAL-COUNT-ED         PIC ZZZZZZ9.
002020 77  WS-DEBIT-GRAND-TOTAL        PIC S9(11)V99 VALUE ZEROS.
002030 77  WS-CREDIT-GRAND-TOTAL       PIC S9(11)V99 VALUE ZEROS.
002040 77  WS-LEG-ACCOUNT              PIC 9(08).
002050 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
002060 77  WS-LEG-AMOUNT               PIC S9(09)V99.
002070*
002080*--------------------------------------------------------------*
002090*    DATE VALIDATION WORK AREAS                                 *
002100*        MIRRORS SALES-MANAGER'S DATE CHECKS, APPLIED TO THE    *
002110*        DATE IN WS-EDIT-DATE.                                  *
002120*--------------------------------------------------------------*
002130 01  WS-EDIT-DATE                PIC 9(08).
002140 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002150     05  WS-EDIT-YEAR            PIC 9(04).
002160     05  WS-EDIT-MONTH           PIC 9(02).
002170     05  WS-EDIT-DAY             PIC 9(02).
002180*
002190 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002200 77  WS-REM-4                    PIC 9(02)   COMP.
002210 77  WS-REM-100                  PIC 9(02)   COMP.
002220 77  WS-REM-400                  PIC 9(03)   COMP.
002230 77  WS-MAX-DAY                  PIC 9(02).
002240*
002250 01  WS-DIM-VALUES-AREA.
002260     05  FILLER                  PIC 9(02)   VALUE 31.
002270     05  FILLER                  PIC 9(02)   VALUE 28.
002280     05  FILLER                  PIC 9(02)   VALUE 31.
002290     05  FILLER                  PIC 9(02)   VALUE 30.
002300     05  FILLER                  PIC 9(02)   VALUE 31.
002310     05  FILLER                  PIC 9(02)   VALUE 30.
002320     05  FILLER                  PIC 9(02)   VALUE 31.
002330     05  FILLER                  PIC 9(02)   VALUE 31.
002340     05  FILLER                  PIC 9(02)   VALUE 30.
002350     05  FILLER                  PIC 9(02)   VALUE 31.
002360     05  FILLER                  PIC 9(02)   VALUE 30.
002370     05  FILLER                  PIC 9(02)   VALUE 31.
002380 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002390     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002400*
002410 01  WS-RUN-DATE                 PIC 9(08).
002420 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002430 01  WS-PAY-THROUGH-ED           PIC 9999/99/99.
002440 01  WS-CHECK-DATE-ED            PIC 9999/99/99.
002450 01  WS-INVOICE-DATE-ED          PIC 9999/99/99.
002460 01  WS-DUE-DATE-ED              PIC 9999/99/99.
002470*
002480*--------------------------------------------------------------*
002490*    EDITED DISPLAY FIELDS                                      *
002500*--------------------------------------------------------------*
002510 01  WS-EDIT-FIELDS.
002520     05  WS-ITEM-AMOUNT-ED       PIC $-,---,---,--9.99.
002530     05  WS-CHECK-AMOUNT-ED      PIC $--,---,---,--9.99.
002540     05  WS-TOTAL-PAID-ED        PIC $--,---,---,--9.99.
002550     05  WS-TOTAL-HELD-ED        PIC $--,---,---,--9.99.
002560     05  WS-DEBIT-TOTAL-ED       PIC $--,---,---,--9.99.
002570     05  WS-CREDIT-TOTAL-ED      PIC $--,---,---,--9.99.
002580*
002590 PROCEDURE DIVISION.
002600*****************************************************************
002610*    0000-MAINLINE                                              *
002620*        ONE PASS OF THE INVOICE FILE IN KEY ORDER - VENDOR     *
002630*        MAJOR - SO EACH VENDOR'S SELECTED INVOICES ARRIVE      *
002640*        TOGETHER AND A VENDOR BREAK FINISHES ITS CHECK.        *
002650*****************************************************************
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     IF WS-RUN-ABORTED
002690         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
002700         PERFORM 9000-TERMINATE THRU 9000-EXIT
002710         STOP RUN
002720     END-IF.
002730     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
002740         UNTIL EOF-INVOICE-FILE.
002750     PERFORM 3000-FINISH-CHECK THRU 3000-EXIT.
002760     PERFORM 4000-WRITE-JOURNAL-CONTROL THRU 4000-EXIT.
002770     PERFORM 5000-PRINT-REGISTER-TRAILER THRU 5000-EXIT.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     STOP RUN.
002800 0000-MAINLINE-EXIT.
002810     EXIT.
002820*
002830*****************************************************************
002840*    1000-INITIALIZE                                            *
002850*****************************************************************
002860 1000-INITIALIZE.
002870     OPEN OUTPUT CHECK-REGISTER-FILE.
002880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002890     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002900     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002910     PERFORM 1200-READ-PAYMENT-CARD THRU 1200-EXIT.
002920     IF WS-RUN-ABORTED
002930         GO TO 1000-EXIT
002940     END-IF.
002950     PERFORM 1500-LOAD-VENDOR-MASTER THRU 1500-EXIT.
002960     IF WS-RUN-ABORTED
002970         GO TO 1000-EXIT
002980     END-IF.
002990     PERFORM 1600-LOAD-ACCOUNT-MASTER THRU 1600-EXIT.
003000     IF WS-RUN-ABORTED
003010         GO TO 1000-EXIT
003020     END-IF.
003030     OPEN I-O AP-INVOICE-FILE.
003040     IF NOT WS-INVOICE-STATUS-OK
003050         MOVE SPACES TO CHECK-LINE
003060         STRING "*** VENDOR INVOICE FILE (APINVMST) WILL NOT "
003070             "OPEN, STATUS " WS-INVOICE-STATUS
003080             DELIMITED BY SIZE INTO CHECK-LINE
003090         END-STRING
003100         WRITE CHECK-LINE
003110         DISPLAY "AP-PAYMENT: INVOICE FILE (APINVMST) WILL NOT "
003120             "OPEN - RUN STOPPED"
003130         SET WS-RUN-ABORTED TO TRUE
003140         GO TO 1000-EXIT
003150     END-IF.
003160     OPEN OUTPUT JOURNAL-FILE.
003170     PERFORM 1300-WRITE-COLUMN-HEADING THRU 1300-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200*
003210*****************************************************************
003220*    1100-WRITE-REPORT-HEADING                                  *
003230*****************************************************************
003240 1100-WRITE-REPORT-HEADING.
003250     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO CHECK-LINE.
003260     WRITE CHECK-LINE.
003270     MOVE "ACCOUNTS PAYABLE CHECK REGISTER" TO CHECK-LINE.
003280     WRITE CHECK-LINE.
003290     MOVE SPACES TO CHECK-LINE.
003300     STRING "RUN DATE: " WS-RUN-DATE-ED
003310         DELIMITED BY SIZE INTO CHECK-LINE
003320     END-STRING.
003330     WRITE CHECK-LINE.
003340 1100-EXIT.
003350     EXIT.
003360*
003370*****************************************************************
003380*    1200-READ-PAYMENT-CARD                                     *
003390*        THE PAY-THROUGH DATE, CHECK DATE AND FIRST CHECK       *
003400*        NUMBER COME FROM THE PAYMENT CONTROL CARD.  NO CARD,   *
003410*        NO PAYMENTS - THIS RUN SPENDS THE STORE'S CASH AND     *
003420*        MUST NEVER GUESS WHICH BILLS TO PAY OR WHICH CHECK     *
003430*        STOCK IS IN THE PRINTER.                               *
003440*****************************************************************
003450 1200-READ-PAYMENT-CARD.
003460     OPEN INPUT PAYMENT-CONTROL-FILE.
003470     IF NOT WS-PAYCTL-FILE-OK
003480         MOVE "*** PAYMENT CONTROL CARD (APPAYCTL) IS MISSING" TO
003490             CHECK-LINE
003500         WRITE CHECK-LINE
003510         DISPLAY "AP-PAYMENT: NO CONTROL CARD - RUN STOPPED"
003520         SET WS-RUN-ABORTED TO TRUE
003530         GO TO 1200-EXIT
003540     END-IF.
003550     READ PAYMENT-CONTROL-FILE INTO AP-PAYMENT-CARD
003560         AT END
003570             MOVE ZEROS TO PY-PAY-THROUGH-DATE
003580                           PY-CHECK-DATE
003590                           PY-FIRST-CHECK-NO
003600     END-READ.
003610     CLOSE PAYMENT-CONTROL-FILE.
003620*
003630     SET WS-DATE-IS-INVALID TO TRUE.
003640     IF PY-PAY-THROUGH-DATE NUMERIC
003650         MOVE PY-PAY-THROUGH-DATE TO WS-EDIT-DATE
003660         PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT
003670     END-IF.
003680     IF WS-DATE-IS-INVALID
003690         MOVE "*** CONTROL CARD PAY-THROUGH DATE NOT VALID"
003700             TO CHECK-LINE
003710         WRITE CHECK-LINE
003720         DISPLAY "AP-PAYMENT: BAD PAY-THROUGH DATE - RUN STOPPED"
003730         SET WS-RUN-ABORTED TO TRUE
003740         GO TO 1200-EXIT
003750     END-IF.
003760     SET WS-DATE-IS-INVALID TO TRUE.
003770     IF PY-CHECK-DATE NUMERIC
003780         MOVE PY-CHECK-DATE TO WS-EDIT-DATE
003790         PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT
003800     END-IF.
003810     IF WS-DATE-IS-INVALID
003820         MOVE "*** PAYMENT CONTROL CARD CHECK DATE NOT VALID" TO
003830             CHECK-LINE
003840         WRITE CHECK-LINE
003850         DISPLAY "AP-PAYMENT: BAD CHECK DATE - RUN STOPPED"
003860         SET WS-RUN-ABORTED TO TRUE
003870         GO TO 1200-EXIT
003880     END-IF.
003890     IF PY-FIRST-CHECK-NO NOT NUMERIC OR PY-FIRST-CHECK-NO = 0
003900         MOVE "*** PAYMENT CONTROL CARD FIRST CHECK NO NOT VALID"
003910             TO CHECK-LINE
003920         WRITE CHECK-LINE
003930         DISPLAY "AP-PAYMENT: BAD FIRST CHECK NUMBER - "
003940             "RUN STOPPED"
003950         SET WS-RUN-ABORTED TO TRUE
003960         GO TO 1200-EXIT
003970     END-IF.
003980     MOVE PY-PAY-THROUGH-DATE TO WS-PAY-THROUGH-DATE.
003990     MOVE PY-CHECK-DATE TO WS-CHECK-DATE.
004000     MOVE PY-FIRST-CHECK-NO TO WS-NEXT-CHECK-NO.
004010     MOVE PY-FIRST-CHECK-NO TO WS-FIRST-CHECK-NO.
004020     MOVE WS-PAY-THROUGH-DATE TO WS-PAY-THROUGH-ED.
004030     MOVE WS-CHECK-DATE TO WS-CHECK-DATE-ED.
004040     MOVE SPACES TO CHECK-LINE.
004050     STRING "PAY INVOICES DUE THROUGH: " WS-PAY-THROUGH-ED
004060         "   CHECK DATE: " WS-CHECK-DATE-ED
004070         "   FIRST CHECK NO: " WS-FIRST-CHECK-NO
004080         DELIMITED BY SIZE INTO CHECK-LINE
004090     END-STRING.
004100     WRITE CHECK-LINE.
004110 1200-EXIT.
004120     EXIT.
004130*
004140*****************************************************************
004150*    1300-WRITE-COLUMN-HEADING                                  *
004160*****************************************************************
004170 1300-WRITE-COLUMN-HEADING.
004180     MOVE SPACES TO CHECK-LINE.
004190     WRITE CHECK-LINE.
004200     MOVE SPACES TO CHECK-LINE.
004210     STRING "CHECK   VENDOR  INVOICE NO    INV DATE    DUE DATE"
004220         "                AMOUNT"
004230         DELIMITED BY SIZE INTO CHECK-LINE
004240     END-STRING.
004250     WRITE CHECK-LINE.
004260     MOVE SPACES TO CHECK-LINE.
004270     STRING "------  ------  ------------  ----------  ----------"
004280         "  --------------------"
004290         DELIMITED BY SIZE INTO CHECK-LINE
004300     END-STRING.
004310     WRITE CHECK-LINE.
004320 1300-EXIT.
004330     EXIT.
004340*
004350*****************************************************************
004360*    1500-LOAD-VENDOR-MASTER                                    *
004370*        LOADS THE VENDOR MASTER INTO WS-VEND-TABLE.  A CHECK   *
004380*        NEEDS A PAYEE, SO A MISSING OR EMPTY MASTER STOPS THE  *
004390*        RUN BEFORE ANYTHING IS PAID.                           *
004400*****************************************************************
004410 1500-LOAD-VENDOR-MASTER.
004420     OPEN INPUT VENDOR-MASTER-FILE.
004430     IF NOT WS-VENDMST-FILE-OK
004440         MOVE "*** VENDOR MASTER FILE (VENDMST) IS MISSING" TO
004450             CHECK-LINE
004460         WRITE CHECK-LINE
004470         DISPLAY "AP-PAYMENT: NO VENDOR MASTER - RUN STOPPED"
004480         SET WS-RUN-ABORTED TO TRUE
004490         GO TO 1500-EXIT
004500     END-IF.
004510     PERFORM 1550-LOAD-ONE-VENDOR THRU 1550-EXIT
004520         UNTIL EOF-VENDMST-FILE.
004530     CLOSE VENDOR-MASTER-FILE.
004540     IF WS-RUN-ABORTED
004550         GO TO 1500-EXIT
004560     END-IF.
004570     IF WS-VEND-COUNT = 0
004580         MOVE "*** VENDOR MASTER FILE (VENDMST) IS EMPTY" TO
004590             CHECK-LINE
004600         WRITE CHECK-LINE
004610         DISPLAY "AP-PAYMENT: EMPTY VENDOR MASTER - RUN STOPPED"
004620         SET WS-RUN-ABORTED TO TRUE
004630     END-IF.
004640 1500-EXIT.
004650     EXIT.
004660*
004670*****************************************************************
004680*    1550-LOAD-ONE-VENDOR                                       *
004690*****************************************************************
004700 1550-LOAD-ONE-VENDOR.
004710     READ VENDOR-MASTER-FILE INTO VENDOR-MASTER-RECORD
004720         AT END
004730             SET EOF-VENDMST-FILE TO TRUE
004740             GO TO 1550-EXIT
004750     END-READ.
004760     IF WS-VEND-COUNT >= 200
004770         MOVE "*** VENDOR MASTER EXCEEDS 200 VENDORS" TO
004780             CHECK-LINE
004790         WRITE CHECK-LINE
004800         DISPLAY "AP-PAYMENT: VENDOR MASTER EXCEEDS 200 - "
004810             "RUN STOPPED"
004820         SET WS-RUN-ABORTED TO TRUE
004830         SET EOF-VENDMST-FILE TO TRUE
004840         GO TO 1550-EXIT
004850     END-IF.
004860     ADD 1 TO WS-VEND-COUNT.
004870     MOVE VM-VENDOR-NO TO WS-VEND-NO (WS-VEND-COUNT).
004880     MOVE VM-VENDOR-NAME TO WS-VEND-NAME (WS-VEND-COUNT).
004885     MOVE VM-ACTIVE-FLAG TO WS-VEND-ACTIVE-FLAG (WS-VEND-COUNT).
004890     MOVE VM-REMIT-ADDRESS TO
004900         WS-VEND-REMIT-ADDRESS (WS-VEND-COUNT).
004910     MOVE VM-REMIT-CITY-STATE-ZIP TO
004920         WS-VEND-REMIT-CITY (WS-VEND-COUNT).
004930 1550-EXIT.
004940     EXIT.
004950*
004960*****************************************************************
004970*    1600-LOAD-ACCOUNT-MASTER                                   *
004980*        ONLY THE CONTROL RECORD MATTERS HERE - A CHECK DEBITS  *
004990*        ACCOUNTS PAYABLE AND CREDITS CASH, SO BOTH ACCOUNTS    *
005000*        MUST BE ON IT.                                         *
005010*****************************************************************
005020 1600-LOAD-ACCOUNT-MASTER.
005030     OPEN INPUT ACCOUNT-MASTER-FILE.
005040     IF NOT WS-ACCTMST-FILE-OK
005050         MOVE "*** ACCOUNT MASTER FILE (ACCTMST) IS MISSING" TO
005060             CHECK-LINE
005070         WRITE CHECK-LINE
005080         DISPLAY "AP-PAYMENT: NO ACCOUNT MASTER - RUN STOPPED"
005090         SET WS-RUN-ABORTED TO TRUE
005100         GO TO 1600-EXIT
005110     END-IF.
005120     PERFORM 1650-LOAD-ONE-ACCOUNT THRU 1650-EXIT
005130         UNTIL EOF-ACCTMST-FILE.
005140     CLOSE ACCOUNT-MASTER-FILE.
005150     IF NOT WS-CONTROL-ACCTS-LOADED
005160         MOVE "*** ACCOUNT MASTER HAS NO 'C' CONTROL ACCOUNT REC"
005170             TO CHECK-LINE
005180         WRITE CHECK-LINE
005190         DISPLAY "AP-PAYMENT: NO CONTROL ACCOUNT RECORD - "
005200             "RUN STOPPED"
005210         SET WS-RUN-ABORTED TO TRUE
005220         GO TO 1600-EXIT
005230     END-IF.
005240     IF WS-CASH-ACCOUNT = 0 OR WS-AP-ACCOUNT = 0
005250         MOVE "*** CONTROL RECORD LACKS CASH OR A/P ACCOUNT"
005260             TO CHECK-LINE
005270         WRITE CHECK-LINE
005280         DISPLAY "AP-PAYMENT: NO CASH OR A/P ACCOUNT - "
005290             "RUN STOPPED"
005300         SET WS-RUN-ABORTED TO TRUE
005310     END-IF.
005320 1600-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*    1650-LOAD-ONE-ACCOUNT                                      *
005370*****************************************************************
005380 1650-LOAD-ONE-ACCOUNT.
005390     READ ACCOUNT-MASTER-FILE INTO ACCOUNT-MASTER-RECORD
005400         AT END
005410             SET EOF-ACCTMST-FILE TO TRUE
005420             GO TO 1650-EXIT
005430     END-READ.
005440     IF AM-CONTROL-RECORD
005450         SET WS-CONTROL-ACCTS-LOADED TO TRUE
005460         MOVE AM-CASH-ACCOUNT TO WS-CASH-ACCOUNT
005470         IF AM-AP-ACCOUNT NUMERIC
005480             MOVE AM-AP-ACCOUNT TO WS-AP-ACCOUNT
005490         ELSE
005500             MOVE ZEROS TO WS-AP-ACCOUNT
005510         END-IF
005520     END-IF.
005530 1650-EXIT.
005540     EXIT.
005550*
005560*****************************************************************
005570*    2000-PROCESS-INVOICE                                       *
005580*        READS THE NEXT INVOICE IN KEY ORDER.  A NEW VENDOR     *
005590*        FINISHES THE PREVIOUS VENDOR'S CHECK.  AN OPEN INVOICE *
005600*        DUE ON OR BEFORE THE PAY-THROUGH DATE IS PAID ON THE   *
005605*        VENDOR'S CHECK, OR HELD IF THE VENDOR IS MISSING FROM  *
005610*        THE MASTER OR INACTIVE; EVERYTHING ELSE IS PASSED      *
005615*        OVER.                                                  *
005620*****************************************************************
005630 2000-PROCESS-INVOICE.
005640     READ AP-INVOICE-FILE NEXT RECORD
005650         AT END
005660             SET EOF-INVOICE-FILE TO TRUE
005670             GO TO 2000-EXIT
005680     END-READ.
005690     ADD 1 TO WS-INVOICES-READ.
005700     IF VI-VENDOR-NO NOT = WS-CURR-VENDOR
005710         PERFORM 3000-FINISH-CHECK THRU 3000-EXIT
005720         MOVE VI-VENDOR-NO TO WS-CURR-VENDOR
005730         MOVE VI-VENDOR-NO TO WS-LOOKUP-VENDOR-NO
005740         PERFORM 2150-FIND-VENDOR THRU 2150-EXIT
005750     END-IF.
005760     IF NOT VI-INVOICE-OPEN
005770         GO TO 2000-EXIT
005780     END-IF.
005790     IF VI-DUE-DATE > WS-PAY-THROUGH-DATE
005800         GO TO 2000-EXIT
005810     END-IF.
005820     IF WS-VEND-NOT-FOUND
005821         MOVE "*** VENDOR NOT ON VENDOR MASTER" TO WS-HELD-REASON
005822         PERFORM 2500-WRITE-HELD-LINE THRU 2500-EXIT
005823         GO TO 2000-EXIT
005824     END-IF.
005825     IF NOT WS-VEND-ENTRY-ACTIVE (WS-VEND-FOUND-SUB)
005826         MOVE "*** VENDOR IS INACTIVE" TO WS-HELD-REASON
005830         PERFORM 2500-WRITE-HELD-LINE THRU 2500-EXIT
005840         GO TO 2000-EXIT
005850     END-IF.
005860     IF WS-NO-CHECK-OPEN
005870         PERFORM 2200-START-CHECK THRU 2200-EXIT
005880     END-IF.
005890     PERFORM 2400-PAY-INVOICE THRU 2400-EXIT.
005900 2000-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*    2150-FIND-VENDOR                                           *
005950*        SEARCHES THE VENDOR TABLE FOR THE NUMBER IN            *
005960*        WS-LOOKUP-VENDOR-NO.  ON A FIND, WS-VEND-FOUND-SUB     *
005970*        POINTS AT THE MATCHING ENTRY.                          *
005980*****************************************************************
005990 2150-FIND-VENDOR.
006000     SET WS-VEND-NOT-FOUND TO TRUE.
006010     MOVE ZERO TO WS-VEND-FOUND-SUB.
006020     MOVE ZERO TO WS-VEND-SUB.
006030     PERFORM 2160-MATCH-ONE-VENDOR THRU 2160-EXIT
006040         VARYING WS-VEND-SUB FROM 1 BY 1
006050         UNTIL WS-VEND-SUB > WS-VEND-COUNT
006060             OR WS-VEND-FOUND.
006070 2150-EXIT.
006080     EXIT.
006090*
006100*****************************************************************
006110*    2160-MATCH-ONE-VENDOR                                      *
006120*****************************************************************
006130 2160-MATCH-ONE-VENDOR.
006140     IF WS-VEND-NO (WS-VEND-SUB) = WS-LOOKUP-VENDOR-NO
006150         SET WS-VEND-FOUND TO TRUE
006160         MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
006170     END-IF.
006180 2160-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220*    2200-START-CHECK                                           *
006230*        THE VENDOR'S FIRST SELECTED INVOICE OPENS A CHECK      *
006240*        UNDER THE NEXT CHECK NUMBER.                           *
006250*****************************************************************
006260 2200-START-CHECK.
006270     SET WS-CHECK-OPEN TO TRUE.
006280     MOVE ZEROS TO WS-CHECK-AMOUNT.
006290     MOVE ZERO TO WS-CHECK-INVOICE-COUNT.
006300     MOVE SPACES TO CHECK-LINE.
006310     WRITE CHECK-LINE.
006320 2200-EXIT.
006330     EXIT.
006340*
006350*****************************************************************
006360*    2300-VALIDATE-DATE                                         *
006370*        VALIDATES THE DATE IN WS-EDIT-DATE - THE SAME YEAR,    *
006380*        MONTH AND DAY CHECKS SALES-MANAGER APPLIES TO A SALE   *
006390*        DATE.                                                  *
006400*****************************************************************
006410 2300-VALIDATE-DATE.
006420     SET WS-DATE-IS-VALID TO TRUE.
006430     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
006440         SET WS-DATE-IS-INVALID TO TRUE
006450         GO TO 2300-EXIT
006460     END-IF.
006470     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
006480         SET WS-DATE-IS-INVALID TO TRUE
006490         GO TO 2300-EXIT
006500     END-IF.
006510     PERFORM 2310-CHECK-LEAP-YEAR THRU 2310-EXIT.
006520     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
006530     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
006540         ADD 1 TO WS-MAX-DAY
006550     END-IF.
006560     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
006570         SET WS-DATE-IS-INVALID TO TRUE
006580     END-IF.
006590 2300-EXIT.
006600     EXIT.
006610*
006620*****************************************************************
006630*    2310-CHECK-LEAP-YEAR                                       *
006640*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
006650*        USUAL GREGORIAN RULE.                                  *
006660*****************************************************************
006670 2310-CHECK-LEAP-YEAR.
006680     SET WS-NOT-LEAP-YEAR TO TRUE.
006690     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
006700         REMAINDER WS-REM-4.
006710     IF WS-REM-4 NOT = 0
006720         GO TO 2310-EXIT
006730     END-IF.
006740     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
006750         REMAINDER WS-REM-100.
006760     IF WS-REM-100 NOT = 0
006770         SET WS-LEAP-YEAR TO TRUE
006780         GO TO 2310-EXIT
006790     END-IF.
006800     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
006810         REMAINDER WS-REM-400.
006820     IF WS-REM-400 = 0
006830         SET WS-LEAP-YEAR TO TRUE
006840     END-IF.
006850 2310-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890*    2400-PAY-INVOICE                                           *
006900*        MARKS THE INVOICE PAID ON THE CHECK IN PROGRESS AND    *
006910*        LISTS IT UNDER THE CHECK.  AN INVOICE THAT WILL NOT    *
006920*        REWRITE IS LEFT OPEN, KEPT OFF THE CHECK AND FLAGGED.  *
006930*****************************************************************
006940 2400-PAY-INVOICE.
006950     SET VI-INVOICE-PAID TO TRUE.
006960     MOVE WS-CHECK-DATE TO VI-PAID-DATE.
006970     MOVE WS-NEXT-CHECK-NO TO VI-CHECK-NO.
006980     REWRITE AP-INVOICE-RECORD
006990         INVALID KEY
007000             ADD 1 TO WS-REWRITE-ERRORS
007010             MOVE SPACES TO CHECK-LINE
007020             STRING "*** INVOICE " VI-VENDOR-NO "/" VI-INVOICE-NO
007030                 " COULD NOT BE MARKED PAID - LEFT OPEN, NOT PAID"
007040                 DELIMITED BY SIZE INTO CHECK-LINE
007050             END-STRING
007060             WRITE CHECK-LINE
007070             GO TO 2400-EXIT
007080     END-REWRITE.
007090     ADD 1 TO WS-INVOICES-PAID.
007100     ADD 1 TO WS-CHECK-INVOICE-COUNT.
007110     ADD VI-AMOUNT TO WS-CHECK-AMOUNT.
007120     MOVE VI-INVOICE-DATE TO WS-INVOICE-DATE-ED.
007130     MOVE VI-DUE-DATE TO WS-DUE-DATE-ED.
007140     MOVE VI-AMOUNT TO WS-ITEM-AMOUNT.
007150     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
007160     MOVE SPACES TO CHECK-LINE.
007170     STRING WS-NEXT-CHECK-NO "  " VI-VENDOR-NO "  " VI-INVOICE-NO
007180         "  " WS-INVOICE-DATE-ED "  " WS-DUE-DATE-ED "  "
007190         WS-ITEM-AMOUNT-ED
007200         DELIMITED BY SIZE INTO CHECK-LINE
007210     END-STRING.
007220     WRITE CHECK-LINE.
007230 2400-EXIT.
007240     EXIT.
007250*
007260*****************************************************************
007270*    2500-WRITE-HELD-LINE                                       *
007280*        A DUE INVOICE WHOSE VENDOR IS NO LONGER ON THE VENDOR  *
007290*        MASTER HAS NO PAYEE OR REMIT-TO ADDRESS, AND ONE WHOSE *
007295*        VENDOR IS INACTIVE MUST NOT BE PAID - EITHER WAY IT    *
007300*        STAYS OPEN AND IS LISTED FOR THE OFFICE WITH THE       *
007305*        REASON IN WS-HELD-REASON.                              *
007310*****************************************************************
007320 2500-WRITE-HELD-LINE.
007330     ADD 1 TO WS-INVOICES-HELD.
007340     ADD VI-AMOUNT TO WS-TOTAL-HELD.
007350     MOVE VI-INVOICE-DATE TO WS-INVOICE-DATE-ED.
007360     MOVE VI-DUE-DATE TO WS-DUE-DATE-ED.
007370     MOVE VI-AMOUNT TO WS-ITEM-AMOUNT.
007380     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
007390     MOVE SPACES TO CHECK-LINE.
007400     STRING "*HELD*  " VI-VENDOR-NO "  " VI-INVOICE-NO
007410         "  " WS-INVOICE-DATE-ED "  " WS-DUE-DATE-ED "  "
007420         WS-ITEM-AMOUNT-ED "  " WS-HELD-REASON
007430         DELIMITED BY SIZE INTO CHECK-LINE
007440     END-STRING.
007450     WRITE CHECK-LINE.
007460 2500-EXIT.
007470     EXIT.
007480*
007490*****************************************************************
007500*    3000-FINISH-CHECK                                          *
007510*        AT A VENDOR BREAK, AND AT END OF FILE, PRINTS THE      *
007520*        CHECK IN PROGRESS - NUMBER, PAYEE, REMIT-TO AND AMOUNT *
007530*        - JOURNALS IT AND ADVANCES THE CHECK NUMBER.  A VENDOR *
007540*        WITH NOTHING SELECTED GETS NO CHECK, AND A CHECK WHOSE *
007550*        INVOICES ALL FAILED TO REWRITE IS VOIDED UNUSED.       *
007560*****************************************************************
007570 3000-FINISH-CHECK.
007580     IF WS-NO-CHECK-OPEN
007590         GO TO 3000-EXIT
007600     END-IF.
007610     MOVE 'N' TO WS-CHECK-OPEN-SW.
007620     IF WS-CHECK-INVOICE-COUNT = 0
007630         GO TO 3000-EXIT
007640     END-IF.
007650     MOVE WS-CHECK-AMOUNT TO WS-CHECK-AMOUNT-ED.
007660     MOVE SPACES TO CHECK-LINE.
007670     STRING "CHECK " WS-NEXT-CHECK-NO "  DATED " WS-CHECK-DATE-ED
007680         "  PAY TO: " WS-VEND-NAME (WS-VEND-FOUND-SUB)
007690         "  AMOUNT: " WS-CHECK-AMOUNT-ED
007700         DELIMITED BY SIZE INTO CHECK-LINE
007710     END-STRING.
007720     WRITE CHECK-LINE.
007730     MOVE SPACES TO CHECK-LINE.
007740     STRING "                        "
007750         WS-VEND-REMIT-ADDRESS (WS-VEND-FOUND-SUB) "  "
007760         WS-VEND-REMIT-CITY (WS-VEND-FOUND-SUB)
007770         DELIMITED BY SIZE INTO CHECK-LINE
007780     END-STRING.
007790     WRITE CHECK-LINE.
007800*
007810     MOVE WS-AP-ACCOUNT TO WS-LEG-ACCOUNT.
007820     MOVE 'D' TO WS-LEG-DEBIT-CREDIT.
007830     MOVE WS-CHECK-AMOUNT TO WS-LEG-AMOUNT.
007840     PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT.
007850     MOVE WS-CASH-ACCOUNT TO WS-LEG-ACCOUNT.
007860     MOVE 'C' TO WS-LEG-DEBIT-CREDIT.
007870     MOVE WS-CHECK-AMOUNT TO WS-LEG-AMOUNT.
007880     PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT.
007890*
007900     ADD 1 TO WS-CHECKS-WRITTEN.
007910     ADD WS-CHECK-AMOUNT TO WS-TOTAL-PAID.
007920     MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO.
007930     ADD 1 TO WS-NEXT-CHECK-NO.
007940 3000-EXIT.
007950     EXIT.
007960*
007970*****************************************************************
007980*    3300-WRITE-JOURNAL-DETAIL                                  *
007990*        WRITES ONE JOURNAL LEG.  THE CALLER SETS THE LEG'S     *
008000*        ACCOUNT, DEBIT/CREDIT SIDE AND AMOUNT IN THE WS-LEG    *
008010*        FIELDS; EVERY LEG POSTS AS OF THE CHECK DATE.          *
008020*****************************************************************
008030 3300-WRITE-JOURNAL-DETAIL.
008040     MOVE SPACES TO JOURNAL-RECORD.
008050     SET JR-DETAIL-RECORD TO TRUE.
008060     MOVE WS-CHECK-DATE TO WS-EDIT-DATE.
008070     MOVE WS-EDIT-YEAR TO JR-YEAR.
008080     MOVE WS-EDIT-MONTH TO JR-MONTH.
008090     MOVE WS-EDIT-DAY TO JR-DAY.
008100     MOVE "A/P" TO JR-SOURCE-DEPT.
008110     MOVE WS-LEG-ACCOUNT TO JR-ACCOUNT.
008120     MOVE WS-LEG-DEBIT-CREDIT TO JR-DEBIT-CREDIT.
008130     MOVE WS-LEG-AMOUNT TO JR-AMOUNT.
008140     WRITE JOURNAL-RECORD.
008150     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
008160     IF WS-LEG-DEBIT-CREDIT = 'D'
008170         ADD WS-LEG-AMOUNT TO WS-DEBIT-GRAND-TOTAL
008180     ELSE
008190         ADD WS-LEG-AMOUNT TO WS-CREDIT-GRAND-TOTAL
008200     END-IF.
008210 3300-EXIT.
008220     EXIT.
008230*
008240*****************************************************************
008250*    4000-WRITE-JOURNAL-CONTROL                                 *
008260*        WRITES THE FINAL JOURNAL RECORD - RECORD COUNT AND     *
008270*        DEBIT/CREDIT TOTALS GL-POST FOOTS THE DETAIL AGAINST.  *
008280*****************************************************************
008290 4000-WRITE-JOURNAL-CONTROL.
008300     MOVE SPACES TO JOURNAL-RECORD.
008310     SET JR-CONTROL-RECORD TO TRUE.
008320     MOVE WS-JOURNAL-RECORD-COUNT TO JR-CONTROL-RECORD-COUNT.
008330     MOVE WS-DEBIT-GRAND-TOTAL TO JR-CONTROL-DEBIT-TOTAL.
008340     MOVE WS-CREDIT-GRAND-TOTAL TO JR-CONTROL-CREDIT-TOTAL.
008350     WRITE JOURNAL-RECORD.
008360 4000-EXIT.
008370     EXIT.
008380*
008390*****************************************************************
008400*    5000-PRINT-REGISTER-TRAILER                                *
008410*****************************************************************
008420 5000-PRINT-REGISTER-TRAILER.
008430     MOVE SPACES TO CHECK-LINE.
008440     WRITE CHECK-LINE.
008450     MOVE "-----------------------------------------" TO
008460         CHECK-LINE.
008470     WRITE CHECK-LINE.
008480     MOVE WS-INVOICES-READ TO WS-INVOICES-READ-ED.
008490     MOVE SPACES TO CHECK-LINE.
008500     STRING "INVOICES ON FILE READ:   " WS-INVOICES-READ-ED
008510         DELIMITED BY SIZE INTO CHECK-LINE
008520     END-STRING.
008530     WRITE CHECK-LINE.
008540     MOVE WS-INVOICES-PAID TO WS-INVOICES-PAID-ED.
008550     MOVE SPACES TO CHECK-LINE.
008560     STRING "INVOICES PAID:           " WS-INVOICES-PAID-ED
008570         DELIMITED BY SIZE INTO CHECK-LINE
008580     END-STRING.
008590     WRITE CHECK-LINE.
008600     MOVE WS-CHECKS-WRITTEN TO WS-CHECKS-WRITTEN-ED.
008610     MOVE SPACES TO CHECK-LINE.
008620     IF WS-CHECKS-WRITTEN > 0
008630         STRING "CHECKS WRITTEN:          " WS-CHECKS-WRITTEN-ED
008640             "   NUMBERS " WS-FIRST-CHECK-NO " THRU "
008650             WS-LAST-CHECK-NO
008660             DELIMITED BY SIZE INTO CHECK-LINE
008670         END-STRING
008680     ELSE
008690         STRING "CHECKS WRITTEN:          " WS-CHECKS-WRITTEN-ED
008700             DELIMITED BY SIZE INTO CHECK-LINE
008710         END-STRING
008720     END-IF.
008730     WRITE CHECK-LINE.
008740     MOVE WS-TOTAL-PAID TO WS-TOTAL-PAID-ED.
008750     MOVE SPACES TO CHECK-LINE.
008760     STRING "TOTAL PAID:            " WS-TOTAL-PAID-ED
008770         DELIMITED BY SIZE INTO CHECK-LINE
008780     END-STRING.
008790     WRITE CHECK-LINE.
008800     IF WS-INVOICES-HELD > 0
008810         MOVE WS-INVOICES-HELD TO WS-INVOICES-HELD-ED
008820         MOVE WS-TOTAL-HELD TO WS-TOTAL-HELD-ED
008830         MOVE SPACES TO CHECK-LINE
008840         STRING "*** INVOICES HELD:       " WS-INVOICES-HELD-ED
008850             "   AMOUNT HELD: " WS-TOTAL-HELD-ED
008860             DELIMITED BY SIZE INTO CHECK-LINE
008870         END-STRING
008880         WRITE CHECK-LINE
008890     END-IF.
008900     IF WS-REWRITE-ERRORS > 0
008910         MOVE "*** INVOICES NOT MARKED PAID - SEE ABOVE"
008920             TO CHECK-LINE
008930         WRITE CHECK-LINE
008940     END-IF.
008950     MOVE SPACES TO CHECK-LINE.
008960     WRITE CHECK-LINE.
008970     MOVE WS-JOURNAL-RECORD-COUNT TO WS-JOURNAL-COUNT-ED.
008980     MOVE SPACES TO CHECK-LINE.
008990     STRING "JOURNAL RECORDS WRITTEN: " WS-JOURNAL-COUNT-ED
009000         DELIMITED BY SIZE INTO CHECK-LINE
009010     END-STRING.
009020     WRITE CHECK-LINE.
009030     MOVE WS-DEBIT-GRAND-TOTAL TO WS-DEBIT-TOTAL-ED.
009040     MOVE SPACES TO CHECK-LINE.
009050     STRING "TOTAL DEBITS:  " WS-DEBIT-TOTAL-ED
009060         DELIMITED BY SIZE INTO CHECK-LINE
009070     END-STRING.
009080     WRITE CHECK-LINE.
009090     MOVE WS-CREDIT-GRAND-TOTAL TO WS-CREDIT-TOTAL-ED.
009100     MOVE SPACES TO CHECK-LINE.
009110     STRING "TOTAL CREDITS: " WS-CREDIT-TOTAL-ED
009120         DELIMITED BY SIZE INTO CHECK-LINE
009130     END-STRING.
009140     WRITE CHECK-LINE.
009150     IF WS-DEBIT-GRAND-TOTAL = WS-CREDIT-GRAND-TOTAL
009160         MOVE "JOURNAL IS IN BALANCE" TO CHECK-LINE
009170     ELSE
009180         MOVE "*** JOURNAL IS OUT OF BALANCE - DO NOT POST" TO
009190             CHECK-LINE
009200     END-IF.
009210     WRITE CHECK-LINE.
009220 5000-EXIT.
009230     EXIT.
009240*
009250*****************************************************************
009260*    8000-ABORT-RUN                                             *
009270*        THE RUN COULD NOT START.  WRITES AN EMPTY JOURNAL SO A *
009280*        STALE ONE FROM A PRIOR RUN CANNOT BE POSTED BY         *
009290*        MISTAKE, AND SETS THE RETURN CODE.                     *
009300*****************************************************************
009310 8000-ABORT-RUN.
009320     MOVE SPACES TO CHECK-LINE.
009330     WRITE CHECK-LINE.
009340     MOVE "*** PAYMENT RUN STOPPED - NO INVOICE PAID, NO CHECK"
009350         TO CHECK-LINE.
009360     WRITE CHECK-LINE.
009370     MOVE "*** WRITTEN.  CORRECT THE PROBLEM ABOVE AND RERUN." TO
009380         CHECK-LINE.
009390     WRITE CHECK-LINE.
009400     OPEN OUTPUT JOURNAL-FILE.
009410     CLOSE JOURNAL-FILE.
009420     MOVE 8 TO RETURN-CODE.
009430 8000-EXIT.
009440     EXIT.
009450*
009460*****************************************************************
009470*    9000-TERMINATE                                             *
009480*****************************************************************
009490 9000-TERMINATE.
009500     CLOSE CHECK-REGISTER-FILE.
009510     IF NOT WS-RUN-ABORTED
009520         CLOSE AP-INVOICE-FILE
009530               JOURNAL-FILE
009540     END-IF.
009550 9000-EXIT.
009560     EXIT.
