000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     AP-ENTRY.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    AP-ENTRY                                                   *
000180*                                                                *
000190*    ACCOUNTS PAYABLE INVOICE ENTRY.  READS THE VENDOR BILLS    *
000200*    KEYED IN THE OFFICE (APINVTRN.DAT), VALIDATES EACH ONE     *
000210*    AGAINST THE VENDOR MASTER (VENDMST.DAT) AND POSTS IT AS AN *
000220*    OPEN ITEM ON THE KEYED VENDOR INVOICE FILE (APINVMST.DAT)  *
000230*    WITH ITS DUE DATE - THE KEYED DUE DATE, OR THE INVOICE     *
000240*    DATE PLUS THE VENDOR'S TERMS WHEN NONE WAS KEYED.  AN      *
000250*    UNKNOWN OR INACTIVE VENDOR, A BAD DATE, A ZERO AMOUNT, AN  *
000255*    EXPENSE ACCOUNT NOT ACTIVE ON THE CHART OF ACCOUNTS        *
000260*    (COAMST.DAT) OR AN INVOICE ALREADY ON FILE IS REJECTED ON  *
000270*    THE ENTRY REGISTER AND TOUCHES NOTHING, THE SAME           *
000280*    DISCIPLINE AR-POST GIVES THE RECEIVABLES FILE.             *
000290*                                                                *
000300*    EVERY INVOICE POSTED IS ALSO JOURNALED (APIJRNL.DAT) -     *
000310*    DEBIT THE EXPENSE ACCOUNT, CREDIT THE ACCOUNTS PAYABLE     *
000320*    ACCOUNT FROM THE ACCOUNT MASTER CONTROL RECORD - IN THE    *
000330*    SAME BALANCED JOURNAL LAYOUT AND WITH THE SAME CONTROL     *
000340*    RECORD GL-JOURNAL WRITES, SO GL-POST POSTS IT TO THE       *
000350*    LEDGER EXACTLY AS IT POSTS THE SALES JOURNAL.  A RUN THAT  *
000360*    CANNOT START - NO VENDOR MASTER, NO A/P ACCOUNT, NO CHART  *
000370*    OF ACCOUNTS, NO INVOICE FILE - LEAVES AN EMPTY JOURNAL AND *
000380*    ENDS WITH A NONZERO RETURN CODE.                           *
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
000490     SELECT VENDOR-MASTER-FILE
000500         ASSIGN TO VENDMST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-VENDMST-STATUS.
000530*
000540     SELECT ACCOUNT-MASTER-FILE
000550         ASSIGN TO ACCTMST
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ACCTMST-STATUS.
000571*
000572     SELECT CHART-OF-ACCOUNTS-FILE
000573         ASSIGN TO COAMST
000574         ORGANIZATION IS LINE SEQUENTIAL
000575         FILE STATUS IS WS-COAMST-STATUS.
000580*
000590     SELECT INVOICE-TRAN-FILE
000600         ASSIGN TO APINVTRN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-TRAN-STATUS.
000630*
000640     SELECT AP-INVOICE-FILE
000650         ASSIGN TO APINVMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS VI-KEY
000690         FILE STATUS IS WS-INVOICE-STATUS.
000700*
000710     SELECT JOURNAL-FILE
000720         ASSIGN TO APIJRNL
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750     SELECT ENTRY-REPORT-FILE
000760         ASSIGN TO APENTRPT
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  VENDOR-MASTER-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY VENDMST.
000840*
000850 FD  ACCOUNT-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY ACCTMST.
000880*
000882 FD  CHART-OF-ACCOUNTS-FILE
000884     LABEL RECORDS ARE STANDARD.
000886 COPY COAMST.
000888*
000890 FD  INVOICE-TRAN-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY APTRAN.
000920*
000930 FD  AP-INVOICE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY APINV.
000960*
000970 FD  JOURNAL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY JRNLREC.
001000*
001010 FD  ENTRY-REPORT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  ENTRY-LINE                     PIC X(120).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*--------------------------------------------------------------*
001080*    SWITCHES                                                   *
001090*--------------------------------------------------------------*
001100 01  WS-SWITCHES.
001110     05  WS-VENDMST-STATUS       PIC X(02)   VALUE SPACES.
001120         88  WS-VENDMST-FILE-OK               VALUE '00'.
001130     05  WS-VENDMST-EOF-SW       PIC X(01)   VALUE 'N'.
001140         88  EOF-VENDMST-FILE                 VALUE 'Y'.
001150     05  WS-ACCTMST-STATUS       PIC X(02)   VALUE SPACES.
001160         88  WS-ACCTMST-FILE-OK               VALUE '00'.
001170     05  WS-ACCTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001180         88  EOF-ACCTMST-FILE                 VALUE 'Y'.
001182     05  WS-COAMST-STATUS        PIC X(02)   VALUE SPACES.
001184         88  WS-COAMST-FILE-OK                VALUE '00'.
001186     05  WS-COAMST-EOF-SW        PIC X(01)   VALUE 'N'.
001188         88  EOF-COAMST-FILE                  VALUE 'Y'.
001190     05  WS-TRAN-STATUS          PIC X(02)   VALUE SPACES.
001200         88  WS-TRAN-FILE-OK                  VALUE '00'.
001210     05  WS-TRAN-EOF-SW          PIC X(01)   VALUE 'N'.
001220         88  EOF-TRAN-FILE                    VALUE 'Y'.
001230     05  WS-INVOICE-STATUS       PIC X(02)   VALUE SPACES.
001240         88  WS-INVOICE-STATUS-OK             VALUE '00'.
001250         88  WS-INVOICE-FILE-MISSING          VALUE '35'.
001260     05  WS-CONTROL-ACCTS-SW     PIC X(01)   VALUE 'N'.
001270         88  WS-CONTROL-ACCTS-LOADED          VALUE 'Y'.
001280     05  WS-VEND-FOUND-SW        PIC X(01)   VALUE 'N'.
001290         88  WS-VEND-FOUND                    VALUE 'Y'.
001300         88  WS-VEND-NOT-FOUND                VALUE 'N'.
001302     05  WS-COA-FOUND-SW         PIC X(01)   VALUE 'N'.
001304         88  WS-COA-FOUND                     VALUE 'Y'.
001306         88  WS-COA-NOT-FOUND                 VALUE 'N'.
001310     05  WS-VALID-SW             PIC X(01)   VALUE 'Y'.
001320         88  RECORD-IS-VALID                  VALUE 'Y'.
001330         88  RECORD-IS-INVALID                VALUE 'N'.
001340     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001350         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001360         88  WS-DATE-IS-INVALID               VALUE 'N'.
001370     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001380         88  WS-LEAP-YEAR                     VALUE 'Y'.
001390         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001400     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001410         88  WS-RUN-ABORTED                   VALUE 'Y'.
001420*
001430*--------------------------------------------------------------*
001440*    VENDOR TABLE, LOADED FROM THE VENDOR MASTER FILE           *
001450*    (VENDMST.DAT) AT START OF RUN.  EVERY INVOICE VALIDATES    *
001460*    AGAINST THIS TABLE AND TAKES ITS DEFAULT TERMS AND EXPENSE *
001470*    ACCOUNT FROM IT.                                           *
001480*--------------------------------------------------------------*
001490 01  WS-VEND-TABLE.
001500     05  WS-VEND-COUNT           PIC 9(03)   COMP VALUE ZERO.
001510     05  WS-VEND-ENTRY           OCCURS 200 TIMES.
001520         10  WS-VEND-NO              PIC X(06).
001530         10  WS-VEND-NAME            PIC X(25).
001540         10  WS-VEND-ACTIVE-FLAG     PIC X(01).
001550             88  WS-VEND-ENTRY-ACTIVE        VALUE 'A'.
001560         10  WS-VEND-TERMS-DAYS      PIC 9(03).
001570         10  WS-VEND-EXPENSE-ACCOUNT PIC 9(08).
001580*
001590 77  WS-VEND-SUB                 PIC 9(03)   COMP.
001600 77  WS-VEND-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001610 77  WS-LOOKUP-VENDOR-NO         PIC X(06).
001620*
001630*--------------------------------------------------------------*
001640*    CONTROL ACCOUNTS FROM THE ACCOUNT MASTER'S 'C' RECORD      *
001650*--------------------------------------------------------------*
001660 77  WS-AP-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001661*
001662*--------------------------------------------------------------*
001663*    CHART OF ACCOUNTS TABLE, LOADED FROM COAMST.DAT.  EVERY   *
001664*    INVOICE'S EXPENSE ACCOUNT MUST BE ON IT AND ACTIVE.       *
001665*--------------------------------------------------------------*
001666 01  WS-COA-TABLE.
001667     05  WS-COA-COUNT            PIC 9(03)   COMP VALUE ZERO.
001668     05  WS-COA-ENTRY            OCCURS 500 TIMES.
001669         10  WS-COA-ACCOUNT          PIC 9(08).
001670         10  WS-COA-ACTIVE-FLAG      PIC X(01).
001671             88  WS-COA-ACCOUNT-ACTIVE        VALUE 'A'.
001672*
001673 77  WS-COA-SUB                  PIC 9(03)   COMP.
001674 77  WS-COA-FOUND-SUB            PIC 9(03)   COMP VALUE ZERO.
001675*
001680*--------------------------------------------------------------*
001690*    COUNTERS AND WORK AREAS                                    *
001700*--------------------------------------------------------------*
001710 77  WS-TRANS-READ               PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-TRANS-READ-ED            PIC ZZZZZZ9.
001730 77  WS-INVOICES-POSTED          PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-INVOICES-POSTED-ED       PIC ZZZZZZ9.
001750 77  WS-REJECT-COUNT             PIC 9(07)   COMP VALUE ZERO.
001760 77  WS-REJECT-COUNT-ED          PIC ZZZZZZ9.
001770 77  WS-INVOICE-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
001780 77  WS-DUE-DATE                 PIC 9(08).
001790 77  WS-EXPENSE-ACCOUNT          PIC 9(08).
001800 77  WS-DAYS-FORWARD             PIC 9(04)   COMP.
001810 77  WS-ITEM-AMOUNT              PIC S9(09)V99.
001820 01  WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
001830*
001840*--------------------------------------------------------------*
001850*    JOURNAL TOTALS                                             *
001860*--------------------------------------------------------------*
001870 77  WS-JOURNAL-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
001880 77  WS-JOURNAL-COUNT-ED         PIC ZZZZZZ9.
001890 77  WS-DEBIT-GRAND-TOTAL        PIC S9(11)V99 VALUE ZEROS.
001900 77  WS-CREDIT-GRAND-TOTAL       PIC S9(11)V99 VALUE ZEROS.
001910 77  WS-LEG-ACCOUNT              PIC 9(08).
001920 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
001930 77  WS-LEG-AMOUNT               PIC S9(09)V99.
001940*
001950*--------------------------------------------------------------*
001960*    DATE VALIDATION WORK AREAS                                 *
001970*        MIRRORS SALES-MANAGER'S DATE CHECKS, APPLIED TO THE    *
001980*        DATE IN WS-EDIT-DATE.  THE DEFAULT DUE DATE IS STEPPED *
001990*        FORWARD FROM THE INVOICE DATE IN THE SAME FIELD.       *
002000*--------------------------------------------------------------*
002010 01  WS-EDIT-DATE                PIC 9(08).
002020 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002030     05  WS-EDIT-YEAR            PIC 9(04).
002040     05  WS-EDIT-MONTH           PIC 9(02).
002050     05  WS-EDIT-DAY             PIC 9(02).
002060*
002070 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002080 77  WS-REM-4                    PIC 9(02)   COMP.
002090 77  WS-REM-100                  PIC 9(02)   COMP.
002100 77  WS-REM-400                  PIC 9(03)   COMP.
002110 77  WS-MAX-DAY                  PIC 9(02).
002120*
002130 01  WS-DIM-VALUES-AREA.
002140     05  FILLER                  PIC 9(02)   VALUE 31.
002150     05  FILLER                  PIC 9(02)   VALUE 28.
002160     05  FILLER                  PIC 9(02)   VALUE 31.
002170     05  FILLER                  PIC 9(02)   VALUE 30.
002180     05  FILLER                  PIC 9(02)   VALUE 31.
002190     05  FILLER                  PIC 9(02)   VALUE 30.
002200     05  FILLER                  PIC 9(02)   VALUE 31.
002210     05  FILLER                  PIC 9(02)   VALUE 31.
002220     05  FILLER                  PIC 9(02)   VALUE 30.
002230     05  FILLER                  PIC 9(02)   VALUE 31.
002240     05  FILLER                  PIC 9(02)   VALUE 30.
002250     05  FILLER                  PIC 9(02)   VALUE 31.
002260 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002270     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002280*
002290 01  WS-RUN-DATE                 PIC 9(08).
002300 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002310 01  WS-INVOICE-DATE-ED          PIC 9999/99/99.
002320 01  WS-DUE-DATE-ED              PIC 9999/99/99.
002330*
002340*--------------------------------------------------------------*
002350*    EDITED DISPLAY FIELDS                                      *
002360*--------------------------------------------------------------*
002370 01  WS-EDIT-FIELDS.
002380     05  WS-ITEM-AMOUNT-ED       PIC $-,---,---,--9.99.
002390     05  WS-AMOUNT-TOTAL-ED      PIC $--,---,---,--9.99.
002400     05  WS-DEBIT-TOTAL-ED       PIC $--,---,---,--9.99.
002410     05  WS-CREDIT-TOTAL-ED      PIC $--,---,---,--9.99.
002420*
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450*    0000-MAINLINE                                              *
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     IF WS-RUN-ABORTED
002500         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
002510         PERFORM 9000-TERMINATE THRU 9000-EXIT
002520         STOP RUN
002530     END-IF.
002540     PERFORM 2000-PROCESS-INVOICE-TRAN THRU 2000-EXIT
002550         UNTIL EOF-TRAN-FILE.
002560     PERFORM 4000-WRITE-JOURNAL-CONTROL THRU 4000-EXIT.
002570     PERFORM 5000-PRINT-REGISTER-TRAILER THRU 5000-EXIT.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     STOP RUN.
002600 0000-MAINLINE-EXIT.
002610     EXIT.
002620*
002630*****************************************************************
002640*    1000-INITIALIZE                                            *
002650*        THE VENDOR MASTER, THE A/P CONTROL ACCOUNT AND THE     *
002656*        CHART OF ACCOUNTS MUST BE USABLE OR NOTHING POSTS.  A  *
002662*        FIRST-EVER RUN CREATES THE INVOICE FILE.  A MISSING    *
002670*        TRANSACTION FILE SIMPLY MEANS NO BILLS WERE KEYED -    *
002680*        THE RUN STILL WRITES AN EMPTY, CONTROLLED JOURNAL.     *
002700*****************************************************************
002710 1000-INITIALIZE.
002720     OPEN OUTPUT ENTRY-REPORT-FILE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002750     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002760     PERFORM 1500-LOAD-VENDOR-MASTER THRU 1500-EXIT.
002770     IF WS-RUN-ABORTED
002780         GO TO 1000-EXIT
002790     END-IF.
002800     PERFORM 1600-LOAD-ACCOUNT-MASTER THRU 1600-EXIT.
002802     IF WS-RUN-ABORTED
002804         GO TO 1000-EXIT
002806     END-IF.
002808     PERFORM 1700-LOAD-CHART THRU 1700-EXIT.
002810     IF WS-RUN-ABORTED
002820         GO TO 1000-EXIT
002830     END-IF.
002840     OPEN I-O AP-INVOICE-FILE.
002850     IF WS-INVOICE-FILE-MISSING
002860         OPEN OUTPUT AP-INVOICE-FILE
002870         CLOSE AP-INVOICE-FILE
002880         OPEN I-O AP-INVOICE-FILE
002890     END-IF.
002900     IF NOT WS-INVOICE-STATUS-OK
002910         MOVE SPACES TO ENTRY-LINE
002920         STRING "*** VENDOR INVOICE FILE (APINVMST) WILL NOT "
002930             "OPEN, STATUS " WS-INVOICE-STATUS
002940             DELIMITED BY SIZE INTO ENTRY-LINE
002950         END-STRING
002960         WRITE ENTRY-LINE
002970         DISPLAY "AP-ENTRY: INVOICE FILE (APINVMST) WILL NOT "
002980             "OPEN - RUN STOPPED"
002990         SET WS-RUN-ABORTED TO TRUE
003000         GO TO 1000-EXIT
003010     END-IF.
003020     OPEN INPUT INVOICE-TRAN-FILE.
003030     IF NOT WS-TRAN-FILE-OK
003040         SET EOF-TRAN-FILE TO TRUE
003050     END-IF.
003060     OPEN OUTPUT JOURNAL-FILE.
003070 1000-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110*    1100-WRITE-REPORT-HEADING                                  *
003120*****************************************************************
003130 1100-WRITE-REPORT-HEADING.
003140     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO ENTRY-LINE.
003150     WRITE ENTRY-LINE.
003160     MOVE "ACCOUNTS PAYABLE INVOICE ENTRY REGISTER" TO ENTRY-LINE.
003170     WRITE ENTRY-LINE.
003180     MOVE SPACES TO ENTRY-LINE.
003190     STRING "RUN DATE: " WS-RUN-DATE-ED
003200         DELIMITED BY SIZE INTO ENTRY-LINE
003210     END-STRING.
003220     WRITE ENTRY-LINE.
003230     MOVE SPACES TO ENTRY-LINE.
003240     WRITE ENTRY-LINE.
003250     MOVE SPACES TO ENTRY-LINE.
003260     STRING "VENDOR  INVOICE NO    INV DATE    DUE DATE    "
003270         "ACCOUNT             AMOUNT  VENDOR NAME"
003280         DELIMITED BY SIZE INTO ENTRY-LINE
003290     END-STRING.
003300     WRITE ENTRY-LINE.
003310     MOVE SPACES TO ENTRY-LINE.
003320     STRING "------  ------------  ----------  ----------  "
003330         "--------  -----------------  ----------------------"
003340         DELIMITED BY SIZE INTO ENTRY-LINE
003350     END-STRING.
003360     WRITE ENTRY-LINE.
003370 1100-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    1500-LOAD-VENDOR-MASTER                                    *
003420*        LOADS THE VENDOR MASTER INTO WS-VEND-TABLE.  THE WHOLE *
003430*        RUN VALIDATES AGAINST THIS TABLE, SO A MISSING OR      *
003440*        EMPTY MASTER STOPS THE RUN BEFORE ANYTHING POSTS.      *
003450*****************************************************************
003460 1500-LOAD-VENDOR-MASTER.
003470     OPEN INPUT VENDOR-MASTER-FILE.
003480     IF NOT WS-VENDMST-FILE-OK
003490         MOVE "*** VENDOR MASTER FILE (VENDMST) IS MISSING" TO
003500             ENTRY-LINE
003510         WRITE ENTRY-LINE
003520         DISPLAY "AP-ENTRY: NO VENDOR MASTER - RUN STOPPED"
003530         SET WS-RUN-ABORTED TO TRUE
003540         GO TO 1500-EXIT
003550     END-IF.
003560     PERFORM 1550-LOAD-ONE-VENDOR THRU 1550-EXIT
003570         UNTIL EOF-VENDMST-FILE.
003580     CLOSE VENDOR-MASTER-FILE.
003590     IF WS-RUN-ABORTED
003600         GO TO 1500-EXIT
003610     END-IF.
003620     IF WS-VEND-COUNT = 0
003630         MOVE "*** VENDOR MASTER FILE (VENDMST) IS EMPTY" TO
003640             ENTRY-LINE
003650         WRITE ENTRY-LINE
003660         DISPLAY "AP-ENTRY: EMPTY VENDOR MASTER - RUN STOPPED"
003670         SET WS-RUN-ABORTED TO TRUE
003680     END-IF.
003690 1500-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*    1550-LOAD-ONE-VENDOR                                       *
003740*****************************************************************
003750 1550-LOAD-ONE-VENDOR.
003760     READ VENDOR-MASTER-FILE INTO VENDOR-MASTER-RECORD
003770         AT END
003780             SET EOF-VENDMST-FILE TO TRUE
003790             GO TO 1550-EXIT
003800     END-READ.
003810     IF WS-VEND-COUNT >= 200
003820         MOVE "*** VENDOR MASTER EXCEEDS 200 VENDORS" TO
003830             ENTRY-LINE
003840         WRITE ENTRY-LINE
003850         DISPLAY "AP-ENTRY: VENDOR MASTER EXCEEDS 200 - "
003860             "RUN STOPPED"
003870         SET WS-RUN-ABORTED TO TRUE
003880         SET EOF-VENDMST-FILE TO TRUE
003890         GO TO 1550-EXIT
003900     END-IF.
003910     ADD 1 TO WS-VEND-COUNT.
003920     MOVE VM-VENDOR-NO TO WS-VEND-NO (WS-VEND-COUNT).
003930     MOVE VM-VENDOR-NAME TO WS-VEND-NAME (WS-VEND-COUNT).
003940     MOVE VM-ACTIVE-FLAG TO WS-VEND-ACTIVE-FLAG (WS-VEND-COUNT).
003950     IF VM-TERMS-DAYS NUMERIC
003960         MOVE VM-TERMS-DAYS TO WS-VEND-TERMS-DAYS (WS-VEND-COUNT)
003970     ELSE
003980         MOVE ZERO TO WS-VEND-TERMS-DAYS (WS-VEND-COUNT)
003990     END-IF.
004000     IF VM-EXPENSE-ACCOUNT NUMERIC
004010         MOVE VM-EXPENSE-ACCOUNT TO
004020             WS-VEND-EXPENSE-ACCOUNT (WS-VEND-COUNT)
004030     ELSE
004040         MOVE ZEROS TO WS-VEND-EXPENSE-ACCOUNT (WS-VEND-COUNT)
004050     END-IF.
004060 1550-EXIT.
004070     EXIT.
004080*
004090*****************************************************************
004100*    1600-LOAD-ACCOUNT-MASTER                                   *
004110*        ONLY THE CONTROL RECORD MATTERS HERE - IT CARRIES THE  *
004120*        ACCOUNTS PAYABLE ACCOUNT EVERY INVOICE IS CREDITED TO. *
004130*        NO CONTROL RECORD, OR NO A/P ACCOUNT ON IT, AND        *
004140*        NOTHING CAN BE JOURNALED.                              *
004150*****************************************************************
004160 1600-LOAD-ACCOUNT-MASTER.
004170     OPEN INPUT ACCOUNT-MASTER-FILE.
004180     IF NOT WS-ACCTMST-FILE-OK
004190         MOVE "*** ACCOUNT MASTER FILE (ACCTMST) IS MISSING" TO
004200             ENTRY-LINE
004210         WRITE ENTRY-LINE
004220         DISPLAY "AP-ENTRY: NO ACCOUNT MASTER - RUN STOPPED"
004230         SET WS-RUN-ABORTED TO TRUE
004240         GO TO 1600-EXIT
004250     END-IF.
004260     PERFORM 1650-LOAD-ONE-ACCOUNT THRU 1650-EXIT
004270         UNTIL EOF-ACCTMST-FILE.
004280     CLOSE ACCOUNT-MASTER-FILE.
004290     IF NOT WS-CONTROL-ACCTS-LOADED
004300         MOVE "*** ACCOUNT MASTER HAS NO 'C' CONTROL ACCOUNT REC"
004310             TO ENTRY-LINE
004320         WRITE ENTRY-LINE
004330         DISPLAY "AP-ENTRY: NO CONTROL ACCOUNT RECORD - "
004340             "RUN STOPPED"
004350         SET WS-RUN-ABORTED TO TRUE
004360         GO TO 1600-EXIT
004370     END-IF.
004380     IF WS-AP-ACCOUNT = 0
004390         MOVE "*** CONTROL ACCOUNT RECORD HAS NO A/P ACCOUNT" TO
004400             ENTRY-LINE
004410         WRITE ENTRY-LINE
004420         DISPLAY "AP-ENTRY: NO A/P ACCOUNT - RUN STOPPED"
004430         SET WS-RUN-ABORTED TO TRUE
004440     END-IF.
004450 1600-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    1650-LOAD-ONE-ACCOUNT                                      *
004500*****************************************************************
004510 1650-LOAD-ONE-ACCOUNT.
004520     READ ACCOUNT-MASTER-FILE INTO ACCOUNT-MASTER-RECORD
004530         AT END
004540             SET EOF-ACCTMST-FILE TO TRUE
004550             GO TO 1650-EXIT
004560     END-READ.
004570     IF AM-CONTROL-RECORD
004580         SET WS-CONTROL-ACCTS-LOADED TO TRUE
004590         IF AM-AP-ACCOUNT NUMERIC
004600             MOVE AM-AP-ACCOUNT TO WS-AP-ACCOUNT
004610         ELSE
004620             MOVE ZEROS TO WS-AP-ACCOUNT
004630         END-IF
004640     END-IF.
004650 1650-EXIT.
004660     EXIT.
004661*
004662*****************************************************************
004663*    1700-LOAD-CHART                                            *
004664*        LOADS THE CHART OF ACCOUNTS.  WITHOUT IT NO EXPENSE    *
004665*        ACCOUNT CAN BE VALIDATED, SO A MISSING OR OVERFULL     *
004666*        CHART STOPS THE RUN.                                   *
004667*****************************************************************
004668 1700-LOAD-CHART.
004669     OPEN INPUT CHART-OF-ACCOUNTS-FILE.
004670     IF NOT WS-COAMST-FILE-OK
004671         MOVE "*** CHART OF ACCOUNTS FILE (COAMST) IS MISSING" TO
004672             ENTRY-LINE
004673         WRITE ENTRY-LINE
004674         DISPLAY "AP-ENTRY: NO CHART OF ACCOUNTS - RUN STOPPED"
004675         SET WS-RUN-ABORTED TO TRUE
004676         GO TO 1700-EXIT
004677     END-IF.
004678     PERFORM 1750-LOAD-ONE-ACCOUNT THRU 1750-EXIT
004679         UNTIL EOF-COAMST-FILE.
004680     CLOSE CHART-OF-ACCOUNTS-FILE.
004681 1700-EXIT.
004682     EXIT.
004683*
004684*****************************************************************
004685*    1750-LOAD-ONE-ACCOUNT                                      *
004686*****************************************************************
004687 1750-LOAD-ONE-ACCOUNT.
004688     READ CHART-OF-ACCOUNTS-FILE INTO CHART-OF-ACCOUNTS-RECORD
004689         AT END
004690             SET EOF-COAMST-FILE TO TRUE
004691             GO TO 1750-EXIT
004692     END-READ.
004693     IF CA-ACCOUNT NOT NUMERIC
004694         GO TO 1750-EXIT
004695     END-IF.
004696     IF WS-COA-COUNT >= 500
004697         MOVE "*** CHART OF ACCOUNTS EXCEEDS 500 ACCOUNTS" TO
004698             ENTRY-LINE
004699         WRITE ENTRY-LINE
004700         DISPLAY "AP-ENTRY: CHART EXCEEDS 500 - RUN STOPPED"
004701         SET WS-RUN-ABORTED TO TRUE
004702         SET EOF-COAMST-FILE TO TRUE
004703         GO TO 1750-EXIT
004704     END-IF.
004705     ADD 1 TO WS-COA-COUNT.
004706     MOVE CA-ACCOUNT TO WS-COA-ACCOUNT (WS-COA-COUNT).
004707     MOVE CA-ACTIVE-FLAG TO WS-COA-ACTIVE-FLAG (WS-COA-COUNT).
004708 1750-EXIT.
004709     EXIT.
004710*
004711*****************************************************************
004712*    2000-PROCESS-INVOICE-TRAN                                  *
004713*        VALIDATES ONE KEYED VENDOR BILL AND POSTS IT, OR LISTS *
004714*        IT AS REJECTED.                                        *
004720*****************************************************************
004730 2000-PROCESS-INVOICE-TRAN.
004740     READ INVOICE-TRAN-FILE INTO AP-INVOICE-TRAN-RECORD
004750         AT END
004760             SET EOF-TRAN-FILE TO TRUE
004770             GO TO 2000-EXIT
004780     END-READ.
004790     ADD 1 TO WS-TRANS-READ.
004800     PERFORM 2100-VALIDATE-INVOICE THRU 2100-EXIT.
004810     IF RECORD-IS-INVALID
004820         PERFORM 2550-WRITE-REJECT-LINE THRU 2550-EXIT
004830         GO TO 2000-EXIT
004840     END-IF.
004850     PERFORM 2400-WRITE-INVOICE THRU 2400-EXIT.
004860     IF RECORD-IS-INVALID
004870         PERFORM 2550-WRITE-REJECT-LINE THRU 2550-EXIT
004880         GO TO 2000-EXIT
004890     END-IF.
004900     PERFORM 2450-JOURNAL-INVOICE THRU 2450-EXIT.
004910     PERFORM 2500-WRITE-INVOICE-LINE THRU 2500-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*    2100-VALIDATE-INVOICE                                      *
004970*        A BILL MUST NAME AN ACTIVE VENDOR ON THE MASTER, CARRY *
004980*        ITS INVOICE NUMBER, A VALID INVOICE DATE, A NONZERO    *
004990*        AMOUNT AND THE INITIALS OF WHOEVER KEYED IT, AND END   *
005000*        UP WITH A DUE DATE NO EARLIER THAN THE INVOICE DATE    *
005010*        AND AN EXPENSE ACCOUNT TO CHARGE THAT IS ACTIVE ON THE *
005015*        CHART OF ACCOUNTS.                                     *
005020*****************************************************************
005030 2100-VALIDATE-INVOICE.
005040     SET RECORD-IS-VALID TO TRUE.
005050     MOVE SPACES TO WS-REJECT-REASON.
005060     MOVE ZEROS TO WS-DUE-DATE.
005070     MOVE ZEROS TO WS-EXPENSE-ACCOUNT.
005080*
005090     MOVE VT-VENDOR-NO TO WS-LOOKUP-VENDOR-NO.
005100     PERFORM 2150-FIND-VENDOR THRU 2150-EXIT.
005110     IF WS-VEND-NOT-FOUND
005120         SET RECORD-IS-INVALID TO TRUE
005130         MOVE "VENDOR NOT ON VENDOR MASTER" TO WS-REJECT-REASON
005140         GO TO 2100-EXIT
005150     END-IF.
005160     IF NOT WS-VEND-ENTRY-ACTIVE (WS-VEND-FOUND-SUB)
005170         SET RECORD-IS-INVALID TO TRUE
005180         MOVE "VENDOR IS INACTIVE" TO WS-REJECT-REASON
005190         GO TO 2100-EXIT
005200     END-IF.
005210*
005220     IF VT-INVOICE-NO = SPACES
005230         SET RECORD-IS-INVALID TO TRUE
005240         MOVE "INVOICE NUMBER MISSING" TO WS-REJECT-REASON
005250         GO TO 2100-EXIT
005260     END-IF.
005270*
005280     IF VT-INVOICE-DATE NOT NUMERIC
005290         SET RECORD-IS-INVALID TO TRUE
005300         MOVE "INVOICE DATE NOT VALID" TO WS-REJECT-REASON
005310         GO TO 2100-EXIT
005320     END-IF.
005330     MOVE VT-INVOICE-DATE TO WS-EDIT-DATE.
005340     PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
005350     IF WS-DATE-IS-INVALID
005360         SET RECORD-IS-INVALID TO TRUE
005370         MOVE "INVOICE DATE NOT VALID" TO WS-REJECT-REASON
005380         GO TO 2100-EXIT
005390     END-IF.
005400*
005410     IF VT-AMOUNT NOT NUMERIC OR VT-AMOUNT = 0
005420         SET RECORD-IS-INVALID TO TRUE
005430         MOVE "INVOICE AMOUNT IS ZERO OR NOT NUMERIC" TO
005440             WS-REJECT-REASON
005450         GO TO 2100-EXIT
005460     END-IF.
005470*
005480     IF VT-ENTERED-BY = SPACES
005490         SET RECORD-IS-INVALID TO TRUE
005500         MOVE "ENTERED-BY INITIALS MISSING" TO WS-REJECT-REASON
005510         GO TO 2100-EXIT
005520     END-IF.
005530*
005540     IF VT-DUE-DATE NOT NUMERIC
005550         SET RECORD-IS-INVALID TO TRUE
005560         MOVE "DUE DATE NOT VALID" TO WS-REJECT-REASON
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF VT-DUE-DATE = 0
005600         PERFORM 2200-COMPUTE-DUE-DATE THRU 2200-EXIT
005610     ELSE
005620         MOVE VT-DUE-DATE TO WS-EDIT-DATE
005630         PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT
005640         IF WS-DATE-IS-INVALID
005650             SET RECORD-IS-INVALID TO TRUE
005660             MOVE "DUE DATE NOT VALID" TO WS-REJECT-REASON
005670             GO TO 2100-EXIT
005680         END-IF
005690         IF VT-DUE-DATE < VT-INVOICE-DATE
005700             SET RECORD-IS-INVALID TO TRUE
005710             MOVE "DUE DATE BEFORE INVOICE DATE" TO
005720                 WS-REJECT-REASON
005730             GO TO 2100-EXIT
005740         END-IF
005750         MOVE VT-DUE-DATE TO WS-DUE-DATE
005760     END-IF.
005770*
005780     IF VT-EXPENSE-ACCOUNT NUMERIC AND VT-EXPENSE-ACCOUNT NOT = 0
005790         MOVE VT-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
005800     ELSE
005810         MOVE WS-VEND-EXPENSE-ACCOUNT (WS-VEND-FOUND-SUB) TO
005820             WS-EXPENSE-ACCOUNT
005830     END-IF.
005840     IF WS-EXPENSE-ACCOUNT = 0
005850         SET RECORD-IS-INVALID TO TRUE
005860         MOVE "NO EXPENSE ACCOUNT KEYED OR ON VENDOR" TO
005861             WS-REJECT-REASON
005862         GO TO 2100-EXIT
005863     END-IF.
005864     PERFORM 2170-FIND-ACCOUNT THRU 2170-EXIT.
005865     IF WS-COA-NOT-FOUND
005866         SET RECORD-IS-INVALID TO TRUE
005867         MOVE "EXPENSE ACCOUNT NOT ON THE CHART" TO
005868             WS-REJECT-REASON
005869         GO TO 2100-EXIT
005870     END-IF.
005871     IF NOT WS-COA-ACCOUNT-ACTIVE (WS-COA-FOUND-SUB)
005872         SET RECORD-IS-INVALID TO TRUE
005873         MOVE "EXPENSE ACCOUNT IS INACTIVE" TO WS-REJECT-REASON
005880     END-IF.
005890 2100-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930*    2150-FIND-VENDOR                                           *
005940*        SEARCHES THE VENDOR TABLE FOR THE NUMBER IN            *
005950*        WS-LOOKUP-VENDOR-NO.  ON A FIND, WS-VEND-FOUND-SUB     *
005960*        POINTS AT THE MATCHING ENTRY.                          *
005970*****************************************************************
005980 2150-FIND-VENDOR.
005990     SET WS-VEND-NOT-FOUND TO TRUE.
006000     MOVE ZERO TO WS-VEND-FOUND-SUB.
006010     MOVE ZERO TO WS-VEND-SUB.
006020     PERFORM 2160-MATCH-ONE-VENDOR THRU 2160-EXIT
006030         VARYING WS-VEND-SUB FROM 1 BY 1
006040         UNTIL WS-VEND-SUB > WS-VEND-COUNT
006050             OR WS-VEND-FOUND.
006060 2150-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*    2160-MATCH-ONE-VENDOR                                      *
006110*****************************************************************
006120 2160-MATCH-ONE-VENDOR.
006130     IF WS-VEND-NO (WS-VEND-SUB) = WS-LOOKUP-VENDOR-NO
006140         SET WS-VEND-FOUND TO TRUE
006150         MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
006160     END-IF.
006170 2160-EXIT.
006171     EXIT.
006172*
006173*****************************************************************
006174*    2170-FIND-ACCOUNT                                          *
006175*        SEARCHES THE CHART TABLE FOR WS-EXPENSE-ACCOUNT.  ON A *
006176*        FIND, WS-COA-FOUND-SUB POINTS AT THE MATCHING ENTRY.   *
006177*****************************************************************
006178 2170-FIND-ACCOUNT.
006179     SET WS-COA-NOT-FOUND TO TRUE.
006180     MOVE ZERO TO WS-COA-FOUND-SUB.
006181     PERFORM 2180-MATCH-ONE-ACCOUNT THRU 2180-EXIT
006182         VARYING WS-COA-SUB FROM 1 BY 1
006183         UNTIL WS-COA-SUB > WS-COA-COUNT
006184             OR WS-COA-FOUND.
006185 2170-EXIT.
006186     EXIT.
006187*
006188*****************************************************************
006189*    2180-MATCH-ONE-ACCOUNT                                     *
006190*****************************************************************
006191 2180-MATCH-ONE-ACCOUNT.
006192     IF WS-COA-ACCOUNT (WS-COA-SUB) = WS-EXPENSE-ACCOUNT
006193         SET WS-COA-FOUND TO TRUE
006194         MOVE WS-COA-SUB TO WS-COA-FOUND-SUB
006195     END-IF.
006196 2180-EXIT.
006197     EXIT.
006198*
006200*****************************************************************
006210*    2200-COMPUTE-DUE-DATE                                      *
006220*        NO DUE DATE WAS KEYED - THE VENDOR'S TERMS APPLY.      *
006230*        STEPS FORWARD FROM THE INVOICE DATE ONE DAY AT A TIME  *
006240*        FOR THE VENDOR'S TERMS DAYS.                           *
006250*****************************************************************
006260 2200-COMPUTE-DUE-DATE.
006270     MOVE VT-INVOICE-DATE TO WS-EDIT-DATE.
006280     PERFORM 2250-FORWARD-ONE-DAY THRU 2250-EXIT
006290         VARYING WS-DAYS-FORWARD FROM 1 BY 1
006300         UNTIL WS-DAYS-FORWARD >
006310             WS-VEND-TERMS-DAYS (WS-VEND-FOUND-SUB).
006320     MOVE WS-EDIT-DATE TO WS-DUE-DATE.
006330 2200-EXIT.
006340     EXIT.
006350*
006360*****************************************************************
006370*    2250-FORWARD-ONE-DAY                                       *
006380*****************************************************************
006390 2250-FORWARD-ONE-DAY.
006400     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
006410     IF WS-EDIT-MONTH = 02
006420         PERFORM 2310-CHECK-LEAP-YEAR THRU 2310-EXIT
006430         IF WS-LEAP-YEAR
006440             ADD 1 TO WS-MAX-DAY
006450         END-IF
006460     END-IF.
006470     IF WS-EDIT-DAY < WS-MAX-DAY
006480         ADD 1 TO WS-EDIT-DAY
006490         GO TO 2250-EXIT
006500     END-IF.
006510     MOVE 1 TO WS-EDIT-DAY.
006520     IF WS-EDIT-MONTH < 12
006530         ADD 1 TO WS-EDIT-MONTH
006540     ELSE
006550         MOVE 1 TO WS-EDIT-MONTH
006560         ADD 1 TO WS-EDIT-YEAR
006570     END-IF.
006580 2250-EXIT.
006590     EXIT.
006600*
006610*****************************************************************
006620*    2300-VALIDATE-DATE                                         *
006630*        VALIDATES THE DATE IN WS-EDIT-DATE - THE SAME YEAR,    *
006640*        MONTH AND DAY CHECKS SALES-MANAGER APPLIES TO A SALE   *
006650*        DATE.                                                  *
006660*****************************************************************
006670 2300-VALIDATE-DATE.
006680     SET WS-DATE-IS-VALID TO TRUE.
006690     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
006700         SET WS-DATE-IS-INVALID TO TRUE
006710         GO TO 2300-EXIT
006720     END-IF.
006730     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
006740         SET WS-DATE-IS-INVALID TO TRUE
006750         GO TO 2300-EXIT
006760     END-IF.
006770     PERFORM 2310-CHECK-LEAP-YEAR THRU 2310-EXIT.
006780     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
006790     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
006800         ADD 1 TO WS-MAX-DAY
006810     END-IF.
006820     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
006830         SET WS-DATE-IS-INVALID TO TRUE
006840     END-IF.
006850 2300-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890*    2310-CHECK-LEAP-YEAR                                       *
006900*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
006910*        USUAL GREGORIAN RULE.                                  *
006920*****************************************************************
006930 2310-CHECK-LEAP-YEAR.
006940     SET WS-NOT-LEAP-YEAR TO TRUE.
006950     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
006960         REMAINDER WS-REM-4.
006970     IF WS-REM-4 NOT = 0
006980         GO TO 2310-EXIT
006990     END-IF.
007000     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
007010         REMAINDER WS-REM-100.
007020     IF WS-REM-100 NOT = 0
007030         SET WS-LEAP-YEAR TO TRUE
007040         GO TO 2310-EXIT
007050     END-IF.
007060     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
007070         REMAINDER WS-REM-400.
007080     IF WS-REM-400 = 0
007090         SET WS-LEAP-YEAR TO TRUE
007100     END-IF.
007110 2310-EXIT.
007120     EXIT.
007130*
007140*****************************************************************
007150*    2400-WRITE-INVOICE                                         *
007160*        ADDS THE INVOICE TO THE KEYED INVOICE FILE AS AN OPEN  *
007170*        ITEM.  THE KEY IS VENDOR PLUS THE VENDOR'S OWN INVOICE *
007180*        NUMBER, SO A BILL ALREADY ON FILE - KEYED TWICE, OR A  *
007190*        DUPLICATE COPY FROM THE VENDOR - IS REFUSED HERE.      *
007200*****************************************************************
007210 2400-WRITE-INVOICE.
007220     MOVE SPACES TO AP-INVOICE-RECORD.
007230     MOVE VT-VENDOR-NO TO VI-VENDOR-NO.
007240     MOVE VT-INVOICE-NO TO VI-INVOICE-NO.
007250     MOVE VT-INVOICE-DATE TO VI-INVOICE-DATE.
007260     MOVE WS-DUE-DATE TO VI-DUE-DATE.
007270     MOVE VT-AMOUNT TO VI-AMOUNT.
007280     MOVE WS-EXPENSE-ACCOUNT TO VI-EXPENSE-ACCOUNT.
007290     SET VI-INVOICE-OPEN TO TRUE.
007300     MOVE WS-RUN-DATE TO VI-ENTERED-DATE.
007310     MOVE VT-ENTERED-BY TO VI-ENTERED-BY.
007320     MOVE ZEROS TO VI-PAID-DATE.
007330     MOVE ZEROS TO VI-CHECK-NO.
007340     WRITE AP-INVOICE-RECORD
007350         INVALID KEY
007360             SET RECORD-IS-INVALID TO TRUE
007370             MOVE "INVOICE ALREADY ON FILE FOR THIS VENDOR" TO
007380                 WS-REJECT-REASON
007390             GO TO 2400-EXIT
007400     END-WRITE.
007410     ADD 1 TO WS-INVOICES-POSTED.
007420     ADD VT-AMOUNT TO WS-INVOICE-AMOUNT-TOTAL.
007430 2400-EXIT.
007440     EXIT.
007450*
007460*****************************************************************
007470*    2450-JOURNAL-INVOICE                                       *
007480*        DEBIT THE EXPENSE ACCOUNT, CREDIT ACCOUNTS PAYABLE, AS *
007490*        OF THE INVOICE DATE.                                   *
007500*****************************************************************
007510 2450-JOURNAL-INVOICE.
007520     MOVE WS-EXPENSE-ACCOUNT TO WS-LEG-ACCOUNT.
007530     MOVE 'D' TO WS-LEG-DEBIT-CREDIT.
007540     MOVE VT-AMOUNT TO WS-LEG-AMOUNT.
007550     PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT.
007560     MOVE WS-AP-ACCOUNT TO WS-LEG-ACCOUNT.
007570     MOVE 'C' TO WS-LEG-DEBIT-CREDIT.
007580     MOVE VT-AMOUNT TO WS-LEG-AMOUNT.
007590     PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT.
007600 2450-EXIT.
007610     EXIT.
007620*
007630*****************************************************************
007640*    2500-WRITE-INVOICE-LINE                                    *
007650*****************************************************************
007660 2500-WRITE-INVOICE-LINE.
007670     MOVE VT-INVOICE-DATE TO WS-INVOICE-DATE-ED.
007680     MOVE WS-DUE-DATE TO WS-DUE-DATE-ED.
007690     MOVE VT-AMOUNT TO WS-ITEM-AMOUNT.
007700     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
007710     MOVE SPACES TO ENTRY-LINE.
007720     STRING VT-VENDOR-NO "  " VT-INVOICE-NO "  "
007730         WS-INVOICE-DATE-ED "  " WS-DUE-DATE-ED "  "
007740         WS-EXPENSE-ACCOUNT "  " WS-ITEM-AMOUNT-ED "  "
007750         WS-VEND-NAME (WS-VEND-FOUND-SUB)
007760         DELIMITED BY SIZE INTO ENTRY-LINE
007770     END-STRING.
007780     WRITE ENTRY-LINE.
007790 2500-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830*    2550-WRITE-REJECT-LINE                                     *
007840*****************************************************************
007850 2550-WRITE-REJECT-LINE.
007860     ADD 1 TO WS-REJECT-COUNT.
007870     IF VT-AMOUNT NUMERIC
007880         MOVE VT-AMOUNT TO WS-ITEM-AMOUNT
007890     ELSE
007900         MOVE ZEROS TO WS-ITEM-AMOUNT
007910     END-IF.
007920     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
007930     MOVE SPACES TO ENTRY-LINE.
007940     STRING VT-VENDOR-NO "  " VT-INVOICE-NO "  "
007950         VT-INVOICE-DATE "  " WS-ITEM-AMOUNT-ED
007960         "  *** REJECTED: " WS-REJECT-REASON
007970         DELIMITED BY SIZE INTO ENTRY-LINE
007980     END-STRING.
007990     WRITE ENTRY-LINE.
008000 2550-EXIT.
008010     EXIT.
008020*
008030*****************************************************************
008040*    3300-WRITE-JOURNAL-DETAIL                                  *
008050*        WRITES ONE JOURNAL LEG.  THE CALLER SETS THE LEG'S     *
008060*        ACCOUNT, DEBIT/CREDIT SIDE AND AMOUNT IN THE WS-LEG    *
008070*        FIELDS; THE POSTING DATE IS THE INVOICE DATE OF THE    *
008080*        TRANSACTION STILL IN HAND.                             *
008090*****************************************************************
008100 3300-WRITE-JOURNAL-DETAIL.
008110     MOVE SPACES TO JOURNAL-RECORD.
008120     SET JR-DETAIL-RECORD TO TRUE.
008130     MOVE VT-INVOICE-DATE TO WS-EDIT-DATE.
008140     MOVE WS-EDIT-YEAR TO JR-YEAR.
008150     MOVE WS-EDIT-MONTH TO JR-MONTH.
008160     MOVE WS-EDIT-DAY TO JR-DAY.
008170     MOVE "A/P" TO JR-SOURCE-DEPT.
008180     MOVE WS-LEG-ACCOUNT TO JR-ACCOUNT.
008190     MOVE WS-LEG-DEBIT-CREDIT TO JR-DEBIT-CREDIT.
008200     MOVE WS-LEG-AMOUNT TO JR-AMOUNT.
008210     WRITE JOURNAL-RECORD.
008220     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
008230     IF WS-LEG-DEBIT-CREDIT = 'D'
008240         ADD WS-LEG-AMOUNT TO WS-DEBIT-GRAND-TOTAL
008250     ELSE
008260         ADD WS-LEG-AMOUNT TO WS-CREDIT-GRAND-TOTAL
008270     END-IF.
008280 3300-EXIT.
008290     EXIT.
008300*
008310*****************************************************************
008320*    4000-WRITE-JOURNAL-CONTROL                                 *
008330*        WRITES THE FINAL JOURNAL RECORD - RECORD COUNT AND     *
008340*        DEBIT/CREDIT TOTALS GL-POST FOOTS THE DETAIL AGAINST.  *
008350*****************************************************************
008360 4000-WRITE-JOURNAL-CONTROL.
008370     MOVE SPACES TO JOURNAL-RECORD.
008380     SET JR-CONTROL-RECORD TO TRUE.
008390     MOVE WS-JOURNAL-RECORD-COUNT TO JR-CONTROL-RECORD-COUNT.
008400     MOVE WS-DEBIT-GRAND-TOTAL TO JR-CONTROL-DEBIT-TOTAL.
008410     MOVE WS-CREDIT-GRAND-TOTAL TO JR-CONTROL-CREDIT-TOTAL.
008420     WRITE JOURNAL-RECORD.
008430 4000-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470*    5000-PRINT-REGISTER-TRAILER                                *
008480*****************************************************************
008490 5000-PRINT-REGISTER-TRAILER.
008500     MOVE SPACES TO ENTRY-LINE.
008510     WRITE ENTRY-LINE.
008520     MOVE "-----------------------------------------" TO
008530         ENTRY-LINE.
008540     WRITE ENTRY-LINE.
008550     MOVE WS-TRANS-READ TO WS-TRANS-READ-ED.
008560     MOVE SPACES TO ENTRY-LINE.
008570     STRING "INVOICE TRANS READ:      " WS-TRANS-READ-ED
008580         DELIMITED BY SIZE INTO ENTRY-LINE
008590     END-STRING.
008600     WRITE ENTRY-LINE.
008610     MOVE WS-INVOICES-POSTED TO WS-INVOICES-POSTED-ED.
008620     MOVE SPACES TO ENTRY-LINE.
008630     STRING "INVOICES POSTED:         " WS-INVOICES-POSTED-ED
008640         DELIMITED BY SIZE INTO ENTRY-LINE
008650     END-STRING.
008660     WRITE ENTRY-LINE.
008670     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
008680     MOVE SPACES TO ENTRY-LINE.
008690     STRING "TRANSACTIONS REJECTED:   " WS-REJECT-COUNT-ED
008700         DELIMITED BY SIZE INTO ENTRY-LINE
008710     END-STRING.
008720     WRITE ENTRY-LINE.
008730     MOVE WS-INVOICE-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL-ED.
008740     MOVE SPACES TO ENTRY-LINE.
008750     STRING "TOTAL INVOICES POSTED: " WS-AMOUNT-TOTAL-ED
008760         DELIMITED BY SIZE INTO ENTRY-LINE
008770     END-STRING.
008780     WRITE ENTRY-LINE.
008790     MOVE SPACES TO ENTRY-LINE.
008800     WRITE ENTRY-LINE.
008810     MOVE WS-JOURNAL-RECORD-COUNT TO WS-JOURNAL-COUNT-ED.
008820     MOVE SPACES TO ENTRY-LINE.
008830     STRING "JOURNAL RECORDS WRITTEN: " WS-JOURNAL-COUNT-ED
008840         DELIMITED BY SIZE INTO ENTRY-LINE
008850     END-STRING.
008860     WRITE ENTRY-LINE.
008870     MOVE WS-DEBIT-GRAND-TOTAL TO WS-DEBIT-TOTAL-ED.
008880     MOVE SPACES TO ENTRY-LINE.
008890     STRING "TOTAL DEBITS:  " WS-DEBIT-TOTAL-ED
008900         DELIMITED BY SIZE INTO ENTRY-LINE
008910     END-STRING.
008920     WRITE ENTRY-LINE.
008930     MOVE WS-CREDIT-GRAND-TOTAL TO WS-CREDIT-TOTAL-ED.
008940     MOVE SPACES TO ENTRY-LINE.
008950     STRING "TOTAL CREDITS: " WS-CREDIT-TOTAL-ED
008960         DELIMITED BY SIZE INTO ENTRY-LINE
008970     END-STRING.
008980     WRITE ENTRY-LINE.
008990     IF WS-DEBIT-GRAND-TOTAL = WS-CREDIT-GRAND-TOTAL
009000         MOVE "JOURNAL IS IN BALANCE" TO ENTRY-LINE
009010     ELSE
009020         MOVE "*** JOURNAL IS OUT OF BALANCE - DO NOT POST" TO
009030             ENTRY-LINE
009040     END-IF.
009050     WRITE ENTRY-LINE.
009060     IF WS-REJECT-COUNT > 0
009070         MOVE "*** REVIEW REJECTED TRANSACTIONS AND RESUBMIT" TO
009080             ENTRY-LINE
009090         WRITE ENTRY-LINE
009100     END-IF.
009110 5000-EXIT.
009120     EXIT.
009130*
009140*****************************************************************
009150*    8000-ABORT-RUN                                             *
009160*        THE RUN COULD NOT START.  WRITES AN EMPTY JOURNAL SO A *
009170*        STALE ONE FROM A PRIOR RUN CANNOT BE POSTED BY         *
009180*        MISTAKE, AND SETS THE RETURN CODE.                     *
009190*****************************************************************
009200 8000-ABORT-RUN.
009210     MOVE SPACES TO ENTRY-LINE.
009220     WRITE ENTRY-LINE.
009230     MOVE "*** ENTRY STOPPED - NO INVOICE POSTED, NO JOURNAL"
009240         TO ENTRY-LINE.
009250     WRITE ENTRY-LINE.
009260     MOVE "*** WRITTEN.  CORRECT THE MASTER FILES AND RERUN." TO
009270         ENTRY-LINE.
009280     WRITE ENTRY-LINE.
009290     OPEN OUTPUT JOURNAL-FILE.
009300     CLOSE JOURNAL-FILE.
009310     MOVE 8 TO RETURN-CODE.
009320 8000-EXIT.
009330     EXIT.
009340*
009350*****************************************************************
009360*    9000-TERMINATE                                             *
009370*****************************************************************
009380 9000-TERMINATE.
009390     CLOSE ENTRY-REPORT-FILE.
009400     IF NOT WS-RUN-ABORTED
009410         CLOSE INVOICE-TRAN-FILE
009420               AP-INVOICE-FILE
009430               JOURNAL-FILE
009440     END-IF.
009450 9000-EXIT.
009460     EXIT.
