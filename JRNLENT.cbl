000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     JOURNAL-ENTRY.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    JOURNAL-ENTRY                                              *
000180*                                                                *
000190*    GENERAL JOURNAL ENTRIES FOR EVERYTHING THE SALES EXTRACT   *
000200*    NEVER CARRIES - ACCRUALS, DEPRECIATION, BANK FEES, LOAN    *
000210*    PAYMENTS AND THE ACCOUNTANT'S CORRECTIONS.  THREE KINDS OF *
000220*    ENTRY ARE JOURNALED, IN THIS ORDER:                        *
000230*      - HELD REVERSALS (GJREVRS.DAT) OF EARLIER ACCRUALS THAT  *
000240*        COME DUE IN OR BEFORE THE CONTROL CARD'S PERIOD        *
000250*        (GJCTL).                                               *
000260*      - STANDING ENTRIES (GJSTAND.DAT) IN EFFECT FOR THE       *
000270*        CARD'S PERIOD AND NOT YET GENERATED FOR IT.            *
000280*      - KEYED ENTRIES (GJTRANS.DAT), DATED ANY OPEN PERIOD.    *
000290*                                                                *
000300*    EVERY ENTRY MUST HAVE TWO OR MORE LINES, A VALID DATE IN A *
000310*    PERIOD NOT CLOSED ON PERIODS.DAT, ACCOUNTS ACTIVE ON THE   *
000320*    CHART OF ACCOUNTS (COAMST.DAT), A DEBIT/CREDIT CODE AND    *
000330*    AMOUNT ON EVERY LINE, A DESCRIPTION AND A PREPARER, AND    *
000340*    DEBITS EQUAL TO CREDITS.  AN ENTRY FAILING ANY OF THESE IS *
000350*    REJECTED WHOLE.  ACCEPTED ENTRIES GO TO THE JOURNAL        *
000360*    (GJJRNL.DAT) IN THE BALANCED JOURNAL LAYOUT WITH THE       *
000370*    CONTROL RECORD GL-POST PROVES, AND GL-POST IS RUN WITH     *
000380*    GLJRNL ASSIGNED TO IT, THE SAME AS THE A/P JOURNALS.  THE  *
000390*    PROOF LISTING (GJPROOF) SHOWS EVERY ENTRY, ITS ERRORS AND  *
000400*    ITS FATE.                                                  *
000410*                                                                *
000420*    AN ACCEPTED ENTRY FLAGGED AS AN ACCRUAL HAS ITS REVERSAL - *
000430*    EVERY LINE WITH DEBIT AND CREDIT SWAPPED, DATED THE FIRST  *
000440*    DAY OF THE NEXT PERIOD - HELD FOR THAT PERIOD'S RUN.  HELD *
000450*    REVERSALS NOT YET DUE, OR REJECTED WHEN DUE, ARE CARRIED   *
000460*    FORWARD.  THE NEW PENDING FILE (GJREVNEW) AND STANDING     *
000470*    FILE (GJSTNEW) ARE RENAMED OVER GJREVRS AND GJSTAND BY     *
000480*    OPERATIONS AFTER THE RUN.                                  *
000490*                                                                *
000500*    A REJECTED ENTRY ENDS THE RUN WITH RETURN CODE 4.  NO      *
000510*    CONTROL CARD OR NO CHART OF ACCOUNTS AND NOTHING IS        *
000520*    JOURNALED: THE RUN LEAVES AN EMPTY JOURNAL AND ENDS WITH   *
000530*    RETURN CODE 8.                                             *
000540*****************************************************************
000550*
000560* MODIFICATION HISTORY
000570*    DATE       INIT  DESCRIPTION
000580*    ---------  ----  -----------------------------------------
000590*    2026-10-15 WJF   ORIGINAL PROGRAM.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT JOURNAL-CONTROL-FILE
000650         ASSIGN TO GJCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-GJCTL-STATUS.
000680*
000690     SELECT CHART-OF-ACCOUNTS-FILE
000700         ASSIGN TO COAMST
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-COAMST-STATUS.
000730*
000740     SELECT PERIOD-FILE
000750         ASSIGN TO PERIODS
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS PS-KEY
000790         FILE STATUS IS WS-PERIOD-STATUS.
000800*
000810     SELECT REVERSAL-FILE
000820         ASSIGN TO GJREVRS
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-GJREVRS-STATUS.
000850*
000860     SELECT NEW-REVERSAL-FILE
000870         ASSIGN TO GJREVNEW
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900     SELECT STANDING-FILE
000910         ASSIGN TO GJSTAND
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-GJSTAND-STATUS.
000940*
000950     SELECT NEW-STANDING-FILE
000960         ASSIGN TO GJSTNEW
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980*
000990     SELECT ENTRY-FILE
001000         ASSIGN TO GJTRANS
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-GJTRANS-STATUS.
001030*
001040     SELECT JOURNAL-FILE
001050         ASSIGN TO GJJRNL
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070*
001080     SELECT PROOF-REPORT-FILE
001090         ASSIGN TO GJPROOF
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  JOURNAL-CONTROL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY GJCARD.
001170*
001180 FD  CHART-OF-ACCOUNTS-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY COAMST.
001210*
001220 FD  PERIOD-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY PERIOD.
001250*
001260 FD  REVERSAL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  REVERSAL-IN-RECORD             PIC X(80).
001290*
001300 FD  NEW-REVERSAL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  NEW-REVERSAL-RECORD            PIC X(80).
001330*
001340 FD  STANDING-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY GJSTAND.
001370*
001380 FD  NEW-STANDING-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  NEW-STANDING-RECORD            PIC X(80).
001410*
001420 FD  ENTRY-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 COPY GJTRAN.
001450*
001460 FD  JOURNAL-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY JRNLREC.
001490*
001500 FD  PROOF-REPORT-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  PROOF-LINE                     PIC X(132).
001530*
001540 WORKING-STORAGE SECTION.
001550*
001560*--------------------------------------------------------------*
001570*    SWITCHES                                                   *
001580*--------------------------------------------------------------*
001590 01  WS-SWITCHES.
001600     05  WS-GJCTL-STATUS         PIC X(02)   VALUE SPACES.
001610         88  WS-GJCTL-FILE-OK                 VALUE '00'.
001620     05  WS-COAMST-STATUS        PIC X(02)   VALUE SPACES.
001630         88  WS-COAMST-FILE-OK                VALUE '00'.
001640     05  WS-COAMST-EOF-SW        PIC X(01)   VALUE 'N'.
001650         88  EOF-COAMST-FILE                  VALUE 'Y'.
001660     05  WS-PERIOD-STATUS        PIC X(02)   VALUE SPACES.
001670         88  WS-PERIOD-FILE-OK                VALUE '00'.
001680     05  WS-PERIOD-EOF-SW        PIC X(01)   VALUE 'N'.
001690         88  EOF-PERIOD-FILE                  VALUE 'Y'.
001700     05  WS-GJREVRS-STATUS       PIC X(02)   VALUE SPACES.
001710         88  WS-GJREVRS-FILE-OK               VALUE '00'.
001720     05  WS-GJSTAND-STATUS       PIC X(02)   VALUE SPACES.
001730         88  WS-GJSTAND-FILE-OK               VALUE '00'.
001740     05  WS-GJTRANS-STATUS       PIC X(02)   VALUE SPACES.
001750         88  WS-GJTRANS-FILE-OK               VALUE '00'.
001760     05  WS-SOURCE-EOF-SW        PIC X(01)   VALUE 'N'.
001770         88  EOF-SOURCE-FILE                  VALUE 'Y'.
001780     05  WS-SOURCE-SW            PIC X(01)   VALUE SPACES.
001790         88  WS-SOURCE-REVERSAL               VALUE 'V'.
001800         88  WS-SOURCE-STANDING               VALUE 'S'.
001810         88  WS-SOURCE-KEYED                  VALUE 'K'.
001820     05  WS-COA-FOUND-SW         PIC X(01)   VALUE 'N'.
001830         88  WS-COA-FOUND                     VALUE 'Y'.
001840         88  WS-COA-NOT-FOUND                 VALUE 'N'.
001850     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001860         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001870         88  WS-DATE-IS-INVALID               VALUE 'N'.
001880     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001890         88  WS-LEAP-YEAR                     VALUE 'Y'.
001900         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001910     05  WS-PERIOD-CLOSED-SW     PIC X(01)   VALUE 'N'.
001920         88  WS-ENTRY-PERIOD-CLOSED           VALUE 'Y'.
001930         88  WS-ENTRY-PERIOD-OPEN             VALUE 'N'.
001940     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001950         88  WS-RUN-ABORTED                   VALUE 'Y'.
001960*
001970*--------------------------------------------------------------*
001980*    CHART OF ACCOUNTS TABLE, LOADED FROM COAMST.DAT            *
001990*--------------------------------------------------------------*
002000 01  WS-COA-TABLE.
002010     05  WS-COA-COUNT            PIC 9(03)   COMP VALUE ZERO.
002020     05  WS-COA-ENTRY            OCCURS 500 TIMES.
002030         10  WS-COA-ACCOUNT          PIC 9(08).
002040         10  WS-COA-NAME             PIC X(30).
002050         10  WS-COA-ACTIVE-FLAG      PIC X(01).
002060             88  WS-COA-ACCOUNT-ACTIVE        VALUE 'A'.
002070*
002080 77  WS-COA-SUB                  PIC 9(03)   COMP.
002090 77  WS-COA-FOUND-SUB            PIC 9(03)   COMP VALUE ZERO.
002100 77  WS-LOOKUP-ACCOUNT           PIC 9(08).
002110*
002120*--------------------------------------------------------------*
002130*    CLOSED-PERIOD TABLE, LOADED FROM THE PERIOD STATUS FILE    *
002140*    (PERIODS.DAT) - THE SAME POSTING LOCK SALES-MANAGER AND    *
002150*    SALES-HISTORY HONOR.  A YEAR-MONTH WITH NO RECORD, OR NO   *
002160*    FILE AT ALL, IS OPEN FOR POSTING.                          *
002170*--------------------------------------------------------------*
002180 01  WS-PERIOD-TABLE.
002190     05  WS-PERIOD-COUNT         PIC 9(03)   COMP VALUE ZERO.
002200     05  WS-PERIOD-ENTRY         OCCURS 120 TIMES.
002210         10  WS-PERIOD-YM            PIC 9(06).
002220         10  WS-PERIOD-FLAG          PIC X(01).
002230             88  WS-PERIOD-ENTRY-CLOSED      VALUE 'C'.
002240*
002250 77  WS-PERIOD-SUB               PIC 9(03)   COMP.
002260*
002270*--------------------------------------------------------------*
002280*    THE NEXT LINE READ FROM THE FILE BEING PROCESSED, IN ONE   *
002290*    FORM WHATEVER ITS SOURCE.  READ ONE AHEAD SO THE LINES OF  *
002300*    AN ENTRY CAN BE GATHERED ON A CHANGE OF ENTRY NUMBER.      *
002310*--------------------------------------------------------------*
002320 01  WS-NEXT-LINE.
002330     05  WS-NEXT-ENTRY-NO        PIC X(06).
002340     05  WS-NEXT-DATE            PIC 9(08).
002350     05  WS-NEXT-ACCOUNT         PIC X(08).
002360     05  WS-NEXT-DEBIT-CREDIT    PIC X(01).
002370     05  WS-NEXT-AMOUNT          PIC 9(09)V99.
002380     05  WS-NEXT-DESCRIPTION     PIC X(30).
002390     05  WS-NEXT-PREPARER        PIC X(03).
002400     05  WS-NEXT-REVERSE-FLAG    PIC X(01).
002410     05  WS-NEXT-RAW             PIC X(80).
002420*
002430*--------------------------------------------------------------*
002440*    THE ENTRY BEING PROCESSED - UP TO 50 LINES, EACH KEPT WITH *
002450*    ITS RECORD AS READ SO A HELD REVERSAL OR STANDING ENTRY    *
002460*    CAN BE WRITTEN BACK.                                       *
002470*--------------------------------------------------------------*
002480 01  WS-ENTRY.
002490     05  WS-ENT-NO               PIC X(06).
002500     05  WS-ENT-DATE             PIC 9(08).
002510     05  WS-ENT-DATE-R REDEFINES WS-ENT-DATE.
002520         10  WS-ENT-YEAR             PIC 9(04).
002530         10  WS-ENT-MONTH            PIC 9(02).
002540         10  WS-ENT-DAY              PIC 9(02).
002550     05  WS-ENT-PREPARER         PIC X(03).
002560     05  WS-ENT-REVERSE-FLAG     PIC X(01).
002570         88  WS-ENT-AUTO-REVERSE              VALUE 'R'.
002580     05  WS-ENT-OVERFLOW-SW      PIC X(01).
002590         88  WS-ENT-OVERFLOW                  VALUE 'Y'.
002600     05  WS-ENT-LINE-COUNT       PIC 9(03)   COMP.
002610     05  WS-ENT-LINE             OCCURS 50 TIMES.
002620         10  WS-EL-DATE              PIC 9(08).
002630         10  WS-EL-ACCOUNT-X         PIC X(08).
002640         10  WS-EL-ACCOUNT REDEFINES WS-EL-ACCOUNT-X
002650                                     PIC 9(08).
002660         10  WS-EL-DEBIT-CREDIT      PIC X(01).
002670         10  WS-EL-AMOUNT            PIC 9(09)V99.
002680         10  WS-EL-DESCRIPTION       PIC X(30).
002690         10  WS-EL-RAW               PIC X(80).
002700*
002710 77  WS-EL-SUB                   PIC 9(03)   COMP.
002720 77  WS-EL-SUB-ED                PIC Z9.
002730 77  WS-ENT-ERRORS               PIC 9(03)   COMP.
002740 77  WS-ENT-DEBITS               PIC S9(11)V99.
002750 77  WS-ENT-CREDITS              PIC S9(11)V99.
002760 77  WS-ENT-PERIOD               PIC 9(06).
002770 01  WS-ERROR-TEXT               PIC X(60).
002780 01  WS-SOURCE-NAME              PIC X(09).
002790*
002800*--------------------------------------------------------------*
002810*    STANDING ENTRY CONTROLS, FROM THE ENTRY'S FIRST LINE       *
002820*--------------------------------------------------------------*
002830 77  WS-STAND-FIRST-PERIOD       PIC 9(06).
002840 77  WS-STAND-LAST-PERIOD        PIC 9(06).
002850 77  WS-STAND-LAST-GENERATED     PIC 9(06).
002860 77  WS-STAND-DAY                PIC 9(02).
002870 77  WS-NEXT-FIRST-PERIOD        PIC 9(06).
002880 77  WS-NEXT-LAST-PERIOD         PIC 9(06).
002890 77  WS-NEXT-LAST-GENERATED      PIC 9(06).
002900 77  WS-NEXT-DAY                 PIC 9(02).
002910*
002920*--------------------------------------------------------------*
002930*    HELD REVERSAL RECORD - THE GJTRAN.CPY LAYOUT, KEPT HERE     *
002940*    BECAUSE GJTRANS'S OWN RECORD AREA IS IN USE FOR THE KEYED  *
002950*    ENTRIES                                                    *
002960*--------------------------------------------------------------*
002970 01  WS-REVERSAL-RECORD.
002980     05  WS-RV-ENTRY-NO          PIC X(06).
002990     05  WS-RV-DATE              PIC 9(08).
003000     05  WS-RV-ACCOUNT           PIC X(08).
003010     05  WS-RV-DEBIT-CREDIT      PIC X(01).
003020     05  WS-RV-AMOUNT            PIC 9(09)V99.
003030     05  WS-RV-DESCRIPTION       PIC X(30).
003040     05  WS-RV-PREPARER          PIC X(03).
003050     05  WS-RV-REVERSE-FLAG      PIC X(01).
003060     05  FILLER                  PIC X(12).
003070*
003080 77  WS-REVERSAL-DATE            PIC 9(08).
003090 01  WS-REVERSAL-DATE-ED         PIC 9999/99/99.
003100*
003110*--------------------------------------------------------------*
003120*    RUN PERIOD FROM THE CONTROL CARD                           *
003130*--------------------------------------------------------------*
003140 77  WS-RUN-YEAR                 PIC 9(04)   VALUE ZEROS.
003150 77  WS-RUN-MONTH                PIC 9(02)   VALUE ZEROS.
003160 77  WS-RUN-PERIOD               PIC 9(06)   VALUE ZEROS.
003170 01  WS-PERIOD-ED                PIC 9999/99.
003180*
003190*--------------------------------------------------------------*
003200*    JOURNAL LEG WORK AREA AND TOTALS                           *
003210*--------------------------------------------------------------*
003220 77  WS-LEG-ACCOUNT              PIC 9(08).
003230 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
003240 77  WS-LEG-AMOUNT               PIC S9(09)V99.
003250 77  WS-JOURNAL-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
003260 77  WS-JOURNAL-COUNT-ED         PIC ZZZZZZ9.
003270 77  WS-DEBIT-GRAND-TOTAL        PIC S9(11)V99 VALUE ZEROS.
003280 77  WS-CREDIT-GRAND-TOTAL       PIC S9(11)V99 VALUE ZEROS.
003290*
003300*--------------------------------------------------------------*
003310*    COUNTERS                                                   *
003320*--------------------------------------------------------------*
003330 77  WS-ENTRIES-ACCEPTED         PIC 9(05)   COMP VALUE ZERO.
003340 77  WS-ENTRIES-REJECTED         PIC 9(05)   COMP VALUE ZERO.
003350 77  WS-REVERSALS-POSTED         PIC 9(05)   COMP VALUE ZERO.
003360 77  WS-REVERSALS-HELD           PIC 9(05)   COMP VALUE ZERO.
003370 77  WS-REVERSALS-SET-UP         PIC 9(05)   COMP VALUE ZERO.
003380 77  WS-STANDING-POSTED          PIC 9(05)   COMP VALUE ZERO.
003390 77  WS-STANDING-NOT-DUE         PIC 9(05)   COMP VALUE ZERO.
003400 77  WS-KEYED-POSTED             PIC 9(05)   COMP VALUE ZERO.
003410 77  WS-COUNT-ED                 PIC ZZZZ9.
003420 77  WS-PREV-KEYED-NO            PIC X(06)   VALUE LOW-VALUES.
003430*
003440*--------------------------------------------------------------*
003450*    DATE VALIDATION WORK AREAS                                 *
003460*--------------------------------------------------------------*
003470 01  WS-EDIT-DATE                PIC 9(08).
003480 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
003490     05  WS-EDIT-YEAR            PIC 9(04).
003500     05  WS-EDIT-MONTH           PIC 9(02).
003510     05  WS-EDIT-DAY             PIC 9(02).
003520*
003530 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
003540 77  WS-REM-4                    PIC 9(02)   COMP.
003550 77  WS-REM-100                  PIC 9(02)   COMP.
003560 77  WS-REM-400                  PIC 9(03)   COMP.
003570 77  WS-MAX-DAY                  PIC 9(02).
003580*
003590 01  WS-DIM-VALUES-AREA.
003600     05  FILLER                  PIC 9(02)   VALUE 31.
003610     05  FILLER                  PIC 9(02)   VALUE 28.
003620     05  FILLER                  PIC 9(02)   VALUE 31.
003630     05  FILLER                  PIC 9(02)   VALUE 30.
003640     05  FILLER                  PIC 9(02)   VALUE 31.
003650     05  FILLER                  PIC 9(02)   VALUE 30.
003660     05  FILLER                  PIC 9(02)   VALUE 31.
003670     05  FILLER                  PIC 9(02)   VALUE 31.
003680     05  FILLER                  PIC 9(02)   VALUE 30.
003690     05  FILLER                  PIC 9(02)   VALUE 31.
003700     05  FILLER                  PIC 9(02)   VALUE 30.
003710     05  FILLER                  PIC 9(02)   VALUE 31.
003720 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
003730     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
003740*
003750 01  WS-RUN-DATE                 PIC 9(08).
003760 01  WS-RUN-DATE-ED              PIC 9999/99/99.
003770 01  WS-ENT-DATE-ED              PIC 9999/99/99.
003780*
003790*--------------------------------------------------------------*
003800*    EDITED DISPLAY FIELDS                                      *
003810*--------------------------------------------------------------*
003820 01  WS-EDIT-FIELDS.
003830     05  WS-DEBIT-ED             PIC $$$,$$$,$$9.99.
003840     05  WS-CREDIT-ED            PIC $$$,$$$,$$9.99.
003850     05  WS-DEBIT-COLUMN         PIC X(14).
003860     05  WS-CREDIT-COLUMN        PIC X(14).
003870     05  WS-TOTAL-DEBIT-ED       PIC $--,---,---,--9.99.
003880     05  WS-TOTAL-CREDIT-ED      PIC $--,---,---,--9.99.
003890     05  WS-DIFFERENCE-ED        PIC $--,---,---,--9.99.
003900*
003910 01  WS-ACCOUNT-NAME             PIC X(30).
003920*
003930 PROCEDURE DIVISION.
003940*****************************************************************
003950*    0000-MAINLINE                                              *
003960*****************************************************************
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     IF WS-RUN-ABORTED
004000         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
004010         PERFORM 9000-TERMINATE THRU 9000-EXIT
004020         STOP RUN
004030     END-IF.
004040     OPEN OUTPUT JOURNAL-FILE.
004050     OPEN OUTPUT NEW-REVERSAL-FILE.
004060     PERFORM 2000-PROCESS-REVERSALS THRU 2000-EXIT.
004070     PERFORM 3000-PROCESS-STANDING THRU 3000-EXIT.
004080     PERFORM 4000-PROCESS-KEYED THRU 4000-EXIT.
004090     PERFORM 7000-WRITE-JOURNAL-CONTROL THRU 7000-EXIT.
004100     PERFORM 7500-PRINT-RUN-SUMMARY THRU 7500-EXIT.
004110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004120     STOP RUN.
004130 0000-MAINLINE-EXIT.
004140     EXIT.
004150*
004160*****************************************************************
004170*    1000-INITIALIZE                                            *
004180*****************************************************************
004190 1000-INITIALIZE.
004200     OPEN OUTPUT PROOF-REPORT-FILE.
004210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004220     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
004230     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
004240     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
004250     IF WS-RUN-ABORTED
004260         GO TO 1000-EXIT
004270     END-IF.
004280     PERFORM 1500-LOAD-CHART THRU 1500-EXIT.
004290     IF WS-RUN-ABORTED
004300         GO TO 1000-EXIT
004310     END-IF.
004320     PERFORM 1700-LOAD-PERIOD-FILE THRU 1700-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370*    1100-WRITE-REPORT-HEADING                                  *
004380*****************************************************************
004390 1100-WRITE-REPORT-HEADING.
004400     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO PROOF-LINE.
004410     WRITE PROOF-LINE.
004420     MOVE "GENERAL JOURNAL ENTRY PROOF LISTING" TO PROOF-LINE.
004430     WRITE PROOF-LINE.
004440     MOVE SPACES TO PROOF-LINE.
004450     STRING "RUN DATE: " WS-RUN-DATE-ED
004460         DELIMITED BY SIZE INTO PROOF-LINE
004470     END-STRING.
004480     WRITE PROOF-LINE.
004490 1100-EXIT.
004500     EXIT.
004510*
004520*****************************************************************
004530*    1200-READ-CONTROL-CARD                                     *
004540*****************************************************************
004550 1200-READ-CONTROL-CARD.
004560     OPEN INPUT JOURNAL-CONTROL-FILE.
004570     IF NOT WS-GJCTL-FILE-OK
004580         MOVE "*** JOURNAL ENTRY CONTROL CARD (GJCTL) MISSING"
004590             TO PROOF-LINE
004600         WRITE PROOF-LINE
004610         DISPLAY "JOURNAL-ENTRY: NO CONTROL CARD - RUN STOPPED"
004620         SET WS-RUN-ABORTED TO TRUE
004630         GO TO 1200-EXIT
004640     END-IF.
004650     READ JOURNAL-CONTROL-FILE INTO JOURNAL-ENTRY-CARD
004660         AT END
004670             MOVE ZEROS TO GC-YEAR
004680                           GC-MONTH
004690     END-READ.
004700     CLOSE JOURNAL-CONTROL-FILE.
004710     IF GC-YEAR NOT NUMERIC
004720         OR GC-MONTH NOT NUMERIC
004730         OR GC-YEAR < 1900 OR GC-YEAR > 2099
004740         OR GC-MONTH < 1 OR GC-MONTH > 12
004750         MOVE "*** CONTROL CARD YEAR-MONTH NOT VALID"
004760             TO PROOF-LINE
004770         WRITE PROOF-LINE
004780         DISPLAY "JOURNAL-ENTRY: BAD YEAR-MONTH - RUN STOPPED"
004790         SET WS-RUN-ABORTED TO TRUE
004800         GO TO 1200-EXIT
004810     END-IF.
004820     MOVE GC-YEAR TO WS-RUN-YEAR.
004830     MOVE GC-MONTH TO WS-RUN-MONTH.
004840     COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH.
004850     MOVE WS-RUN-PERIOD TO WS-PERIOD-ED.
004860     MOVE SPACES TO PROOF-LINE.
004870     STRING "RUN PERIOD: " WS-PERIOD-ED
004880         "  (STANDING ENTRIES AND HELD REVERSALS DUE)"
004890         DELIMITED BY SIZE INTO PROOF-LINE
004900     END-STRING.
004910     WRITE PROOF-LINE.
004920 1200-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*    1500-LOAD-CHART                                            *
004970*        LOADS THE CHART OF ACCOUNTS.  WITHOUT IT NO ACCOUNT    *
004980*        CAN BE VALIDATED, SO A MISSING OR OVERFULL CHART STOPS *
004990*        THE RUN.                                               *
005000*****************************************************************
005010 1500-LOAD-CHART.
005020     OPEN INPUT CHART-OF-ACCOUNTS-FILE.
005030     IF NOT WS-COAMST-FILE-OK
005040         MOVE "*** CHART OF ACCOUNTS FILE (COAMST) IS MISSING" TO
005050             PROOF-LINE
005060         WRITE PROOF-LINE
005070         DISPLAY "JOURNAL-ENTRY: NO CHART - RUN STOPPED"
005080         SET WS-RUN-ABORTED TO TRUE
005090         GO TO 1500-EXIT
005100     END-IF.
005110     PERFORM 1550-LOAD-ONE-ACCOUNT THRU 1550-EXIT
005120         UNTIL EOF-COAMST-FILE.
005130     CLOSE CHART-OF-ACCOUNTS-FILE.
005140 1500-EXIT.
005150     EXIT.
005160*
005170*****************************************************************
005180*    1550-LOAD-ONE-ACCOUNT                                      *
005190*****************************************************************
005200 1550-LOAD-ONE-ACCOUNT.
005210     READ CHART-OF-ACCOUNTS-FILE INTO CHART-OF-ACCOUNTS-RECORD
005220         AT END
005230             SET EOF-COAMST-FILE TO TRUE
005240             GO TO 1550-EXIT
005250     END-READ.
005260     IF CA-ACCOUNT NOT NUMERIC
005270         GO TO 1550-EXIT
005280     END-IF.
005290     IF WS-COA-COUNT >= 500
005300         MOVE "*** CHART OF ACCOUNTS EXCEEDS 500 ACCOUNTS" TO
005310             PROOF-LINE
005320         WRITE PROOF-LINE
005330         DISPLAY "JOURNAL-ENTRY: CHART EXCEEDS 500 - RUN STOPPED"
005340         SET WS-RUN-ABORTED TO TRUE
005350         SET EOF-COAMST-FILE TO TRUE
005360         GO TO 1550-EXIT
005370     END-IF.
005380     ADD 1 TO WS-COA-COUNT.
005390     MOVE CA-ACCOUNT TO WS-COA-ACCOUNT (WS-COA-COUNT).
005400     MOVE CA-ACCOUNT-NAME TO WS-COA-NAME (WS-COA-COUNT).
005410     MOVE CA-ACTIVE-FLAG TO WS-COA-ACTIVE-FLAG (WS-COA-COUNT).
005420 1550-EXIT.
005430     EXIT.
005440*
005450*****************************************************************
005460*    1700-LOAD-PERIOD-FILE                                      *
005470*        LOADS THE PERIOD STATUS FILE INTO WS-PERIOD-TABLE - A  *
005480*        MISSING FILE MEANS NO PERIOD HAS EVER BEEN CLOSED, SO  *
005490*        EVERYTHING IS OPEN FOR POSTING.                        *
005500*****************************************************************
005510 1700-LOAD-PERIOD-FILE.
005520     OPEN INPUT PERIOD-FILE.
005530     IF NOT WS-PERIOD-FILE-OK
005540         SET EOF-PERIOD-FILE TO TRUE
005550         GO TO 1700-EXIT
005560     END-IF.
005570     PERFORM 1750-LOAD-ONE-PERIOD THRU 1750-EXIT
005580         UNTIL EOF-PERIOD-FILE.
005590     CLOSE PERIOD-FILE.
005600 1700-EXIT.
005610     EXIT.
005620*
005630*****************************************************************
005640*    1750-LOAD-ONE-PERIOD                                       *
005650*****************************************************************
005660 1750-LOAD-ONE-PERIOD.
005670     READ PERIOD-FILE INTO PERIOD-STATUS-RECORD
005680         AT END
005690             SET EOF-PERIOD-FILE TO TRUE
005700             GO TO 1750-EXIT
005710     END-READ.
005720     IF WS-PERIOD-COUNT >= 120
005730         MOVE "*** PERIOD FILE EXCEEDS 120 PERIODS" TO PROOF-LINE
005740         WRITE PROOF-LINE
005750         DISPLAY "JOURNAL-ENTRY: PERIOD FILE EXCEEDS 120 "
005760             "PERIODS - RUN STOPPED"
005770         SET WS-RUN-ABORTED TO TRUE
005780         SET EOF-PERIOD-FILE TO TRUE
005790         GO TO 1750-EXIT
005800     END-IF.
005810     ADD 1 TO WS-PERIOD-COUNT.
005820     COMPUTE WS-PERIOD-YM (WS-PERIOD-COUNT) =
005830         PS-YEAR * 100 + PS-MONTH.
005840     MOVE PS-STATUS TO WS-PERIOD-FLAG (WS-PERIOD-COUNT).
005850 1750-EXIT.
005860     EXIT.
005870*
005880*****************************************************************
005890*    1800-VALIDATE-DATE                                         *
005900*        SETS WS-DATE-VALID-SW FOR THE DATE IN WS-EDIT-DATE.    *
005910*****************************************************************
005920 1800-VALIDATE-DATE.
005930     SET WS-DATE-IS-VALID TO TRUE.
005940     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
005950         SET WS-DATE-IS-INVALID TO TRUE
005960         GO TO 1800-EXIT
005970     END-IF.
005980     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
005990         SET WS-DATE-IS-INVALID TO TRUE
006000         GO TO 1800-EXIT
006010     END-IF.
006020     PERFORM 1810-CHECK-LEAP-YEAR THRU 1810-EXIT.
006030     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
006040     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
006050         ADD 1 TO WS-MAX-DAY
006060     END-IF.
006070     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
006080         SET WS-DATE-IS-INVALID TO TRUE
006090     END-IF.
006100 1800-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140*    1810-CHECK-LEAP-YEAR                                       *
006150*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
006160*        USUAL GREGORIAN RULE.                                  *
006170*****************************************************************
006180 1810-CHECK-LEAP-YEAR.
006190     SET WS-NOT-LEAP-YEAR TO TRUE.
006200     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
006210         REMAINDER WS-REM-4.
006220     IF WS-REM-4 NOT = 0
006230         GO TO 1810-EXIT
006240     END-IF.
006250     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
006260         REMAINDER WS-REM-100.
006270     IF WS-REM-100 NOT = 0
006280         SET WS-LEAP-YEAR TO TRUE
006290         GO TO 1810-EXIT
006300     END-IF.
006310     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
006320         REMAINDER WS-REM-400.
006330     IF WS-REM-400 = 0
006340         SET WS-LEAP-YEAR TO TRUE
006350     END-IF.
006360 1810-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*    2000-PROCESS-REVERSALS                                     *
006410*        HELD REVERSALS DATED IN OR BEFORE THE RUN PERIOD ARE   *
006420*        JOURNALED; LATER ONES, AND ANY REJECTED, ARE CARRIED   *
006430*        FORWARD TO GJREVNEW.  NO FILE MEANS NOTHING IS HELD.   *
006440*****************************************************************
006450 2000-PROCESS-REVERSALS.
006460     OPEN INPUT REVERSAL-FILE.
006470     IF NOT WS-GJREVRS-FILE-OK
006480         GO TO 2000-EXIT
006490     END-IF.
006500     SET WS-SOURCE-REVERSAL TO TRUE.
006510     MOVE "REVERSAL" TO WS-SOURCE-NAME.
006520     MOVE 'N' TO WS-SOURCE-EOF-SW.
006530     PERFORM 6900-READ-NEXT-LINE THRU 6900-EXIT.
006540     PERFORM 2100-HANDLE-REVERSAL THRU 2100-EXIT
006550         UNTIL EOF-SOURCE-FILE.
006560     CLOSE REVERSAL-FILE.
006570 2000-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*    2100-HANDLE-REVERSAL                                       *
006620*****************************************************************
006630 2100-HANDLE-REVERSAL.
006640     PERFORM 6000-GATHER-ENTRY THRU 6000-EXIT.
006650     COMPUTE WS-ENT-PERIOD = WS-ENT-YEAR * 100 + WS-ENT-MONTH.
006660     IF WS-ENT-PERIOD > WS-RUN-PERIOD
006670         PERFORM 2200-CARRY-REVERSAL THRU 2200-EXIT
006680         GO TO 2100-EXIT
006690     END-IF.
006700     MOVE SPACE TO WS-ENT-REVERSE-FLAG.
006710     PERFORM 5000-PROCESS-ENTRY THRU 5000-EXIT.
006720     IF WS-ENT-ERRORS > 0
006730         PERFORM 2200-CARRY-REVERSAL THRU 2200-EXIT
006740         MOVE "*** REVERSAL HELD FOR THE NEXT RUN" TO PROOF-LINE
006750         WRITE PROOF-LINE
006760     ELSE
006770         ADD 1 TO WS-REVERSALS-POSTED
006780     END-IF.
006790 2100-EXIT.
006800     EXIT.
006810*
006820*****************************************************************
006830*    2200-CARRY-REVERSAL                                        *
006840*****************************************************************
006850 2200-CARRY-REVERSAL.
006860     PERFORM 2250-CARRY-ONE-LINE THRU 2250-EXIT
006870         VARYING WS-EL-SUB FROM 1 BY 1
006880         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
006890     ADD 1 TO WS-REVERSALS-HELD.
006900 2200-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    2250-CARRY-ONE-LINE                                        *
006950*****************************************************************
006960 2250-CARRY-ONE-LINE.
006970     MOVE WS-EL-RAW (WS-EL-SUB) TO NEW-REVERSAL-RECORD.
006980     WRITE NEW-REVERSAL-RECORD.
006990 2250-EXIT.
007000     EXIT.
007010*
007020*****************************************************************
007030*    3000-PROCESS-STANDING                                      *
007040*        STANDING ENTRIES IN EFFECT FOR THE RUN PERIOD AND NOT  *
007050*        YET GENERATED FOR IT ARE JOURNALED, DATED THEIR DAY OF *
007060*        THE RUN PERIOD.  EVERY STANDING LINE IS WRITTEN TO     *
007070*        GJSTNEW, WITH THE RUN PERIOD AS ITS LAST-GENERATED     *
007080*        PERIOD WHEN ITS ENTRY WAS ACCEPTED.                    *
007090*****************************************************************
007100 3000-PROCESS-STANDING.
007110     OPEN OUTPUT NEW-STANDING-FILE.
007120     OPEN INPUT STANDING-FILE.
007130     IF NOT WS-GJSTAND-FILE-OK
007140         GO TO 3000-EXIT
007150     END-IF.
007160     SET WS-SOURCE-STANDING TO TRUE.
007170     MOVE "STANDING" TO WS-SOURCE-NAME.
007180     MOVE 'N' TO WS-SOURCE-EOF-SW.
007190     PERFORM 6900-READ-NEXT-LINE THRU 6900-EXIT.
007200     PERFORM 3100-HANDLE-STANDING THRU 3100-EXIT
007210         UNTIL EOF-SOURCE-FILE.
007220     CLOSE STANDING-FILE.
007230 3000-EXIT.
007240     EXIT.
007250*
007260*****************************************************************
007270*    3100-HANDLE-STANDING                                       *
007280*****************************************************************
007290 3100-HANDLE-STANDING.
007300     MOVE WS-NEXT-FIRST-PERIOD TO WS-STAND-FIRST-PERIOD.
007310     MOVE WS-NEXT-LAST-PERIOD TO WS-STAND-LAST-PERIOD.
007320     MOVE WS-NEXT-LAST-GENERATED TO WS-STAND-LAST-GENERATED.
007330     MOVE WS-NEXT-DAY TO WS-STAND-DAY.
007340     PERFORM 6000-GATHER-ENTRY THRU 6000-EXIT.
007350     IF WS-STAND-FIRST-PERIOD > WS-RUN-PERIOD
007360         OR (WS-STAND-LAST-PERIOD NOT = 0
007370             AND WS-STAND-LAST-PERIOD < WS-RUN-PERIOD)
007380         OR WS-STAND-LAST-GENERATED NOT < WS-RUN-PERIOD
007390         ADD 1 TO WS-STANDING-NOT-DUE
007400         PERFORM 3300-WRITE-STANDING-LINE THRU 3300-EXIT
007410             VARYING WS-EL-SUB FROM 1 BY 1
007420             UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT
007430         GO TO 3100-EXIT
007440     END-IF.
007450     PERFORM 3200-DATE-STANDING-ENTRY THRU 3200-EXIT.
007460     PERFORM 5000-PROCESS-ENTRY THRU 5000-EXIT.
007470     IF WS-ENT-ERRORS = 0
007480         ADD 1 TO WS-STANDING-POSTED
007490         MOVE WS-RUN-PERIOD TO WS-STAND-LAST-GENERATED
007500     END-IF.
007510     PERFORM 3300-WRITE-STANDING-LINE THRU 3300-EXIT
007520         VARYING WS-EL-SUB FROM 1 BY 1
007530         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
007540 3100-EXIT.
007550     EXIT.
007560*
007570*****************************************************************
007580*    3200-DATE-STANDING-ENTRY                                   *
007590*        DATES THE ENTRY ITS DAY OF THE RUN PERIOD, OR THE      *
007600*        PERIOD'S LAST DAY WHEN THE DAY IS MISSING OR THE MONTH *
007610*        IS SHORTER.                                            *
007620*****************************************************************
007630 3200-DATE-STANDING-ENTRY.
007640     MOVE WS-RUN-YEAR TO WS-EDIT-YEAR.
007650     MOVE WS-RUN-MONTH TO WS-EDIT-MONTH.
007660     PERFORM 1810-CHECK-LEAP-YEAR THRU 1810-EXIT.
007670     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
007680     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
007690         ADD 1 TO WS-MAX-DAY
007700     END-IF.
007710     MOVE WS-STAND-DAY TO WS-EDIT-DAY.
007720     IF WS-EDIT-DAY = 0 OR WS-EDIT-DAY > WS-MAX-DAY
007730         MOVE WS-MAX-DAY TO WS-EDIT-DAY
007740     END-IF.
007750     MOVE WS-EDIT-DATE TO WS-ENT-DATE.
007760     PERFORM 3250-DATE-ONE-LINE THRU 3250-EXIT
007770         VARYING WS-EL-SUB FROM 1 BY 1
007780         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
007790 3200-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830*    3250-DATE-ONE-LINE                                         *
007840*****************************************************************
007850 3250-DATE-ONE-LINE.
007860     MOVE WS-ENT-DATE TO WS-EL-DATE (WS-EL-SUB).
007870 3250-EXIT.
007880     EXIT.
007890*
007900*****************************************************************
007910*    3300-WRITE-STANDING-LINE                                   *
007920*****************************************************************
007930 3300-WRITE-STANDING-LINE.
007940     MOVE WS-EL-RAW (WS-EL-SUB) TO GJ-STANDING-RECORD.
007950     MOVE WS-STAND-LAST-GENERATED TO GS-LAST-GENERATED.
007960     WRITE NEW-STANDING-RECORD FROM GJ-STANDING-RECORD.
007970 3300-EXIT.
007980     EXIT.
007990*
008000*****************************************************************
008010*    4000-PROCESS-KEYED                                         *
008020*        THE KEYED ENTRIES, WHICH MUST ARRIVE IN ASCENDING      *
008030*        ENTRY NUMBER ORDER - A NUMBER REPEATED OR OUT OF ORDER *
008040*        IS REJECTED, SINCE IT IS USUALLY AN ENTRY KEYED TWICE. *
008050*        NO FILE MEANS NOTHING WAS KEYED THIS PERIOD.           *
008060*****************************************************************
008070 4000-PROCESS-KEYED.
008080     OPEN INPUT ENTRY-FILE.
008090     IF NOT WS-GJTRANS-FILE-OK
008100         MOVE SPACES TO PROOF-LINE
008110         WRITE PROOF-LINE
008120         MOVE "NO KEYED ENTRIES (GJTRANS) THIS RUN" TO PROOF-LINE
008130         WRITE PROOF-LINE
008140         GO TO 4000-EXIT
008150     END-IF.
008160     SET WS-SOURCE-KEYED TO TRUE.
008170     MOVE "KEYED" TO WS-SOURCE-NAME.
008180     MOVE 'N' TO WS-SOURCE-EOF-SW.
008190     PERFORM 6900-READ-NEXT-LINE THRU 6900-EXIT.
008200     PERFORM 4100-HANDLE-KEYED THRU 4100-EXIT
008210         UNTIL EOF-SOURCE-FILE.
008220     CLOSE ENTRY-FILE.
008230 4000-EXIT.
008240     EXIT.
008250*
008260*****************************************************************
008270*    4100-HANDLE-KEYED                                          *
008280*****************************************************************
008290 4100-HANDLE-KEYED.
008300     PERFORM 6000-GATHER-ENTRY THRU 6000-EXIT.
008310     PERFORM 5000-PROCESS-ENTRY THRU 5000-EXIT.
008320     IF WS-ENT-ERRORS = 0
008330         ADD 1 TO WS-KEYED-POSTED
008340     END-IF.
008350     MOVE WS-ENT-NO TO WS-PREV-KEYED-NO.
008360 4100-EXIT.
008370     EXIT.
008380*
008390*****************************************************************
008400*    5000-PROCESS-ENTRY                                         *
008410*        LISTS THE GATHERED ENTRY, VALIDATES IT, AND EITHER     *
008420*        JOURNALS IT - HOLDING ITS REVERSAL IF IT IS AN ACCRUAL *
008430*        - OR REJECTS IT WHOLE.  WS-ENT-ERRORS TELLS THE CALLER *
008440*        WHICH.                                                 *
008450*****************************************************************
008460 5000-PROCESS-ENTRY.
008470     MOVE ZERO TO WS-ENT-ERRORS.
008480     MOVE ZEROS TO WS-ENT-DEBITS.
008490     MOVE ZEROS TO WS-ENT-CREDITS.
008500     PERFORM 5100-LIST-ENTRY-HEADING THRU 5100-EXIT.
008510     PERFORM 5150-LIST-ONE-LINE THRU 5150-EXIT
008520         VARYING WS-EL-SUB FROM 1 BY 1
008530         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
008540     PERFORM 5200-VALIDATE-ENTRY THRU 5200-EXIT.
008550     MOVE WS-ENT-DEBITS TO WS-DEBIT-ED.
008560     MOVE WS-ENT-CREDITS TO WS-CREDIT-ED.
008570     MOVE SPACES TO PROOF-LINE.
008580     STRING "                              ENTRY TOTALS  "
008590         WS-DEBIT-ED "    " WS-CREDIT-ED
008600         DELIMITED BY SIZE INTO PROOF-LINE
008610     END-STRING.
008620     WRITE PROOF-LINE.
008630     IF WS-ENT-ERRORS > 0
008640         ADD 1 TO WS-ENTRIES-REJECTED
008650         MOVE "*** ENTRY REJECTED - NOTHING JOURNALED"
008660             TO PROOF-LINE
008670         WRITE PROOF-LINE
008680         MOVE 4 TO RETURN-CODE
008690         GO TO 5000-EXIT
008700     END-IF.
008710     ADD 1 TO WS-ENTRIES-ACCEPTED.
008720     PERFORM 5500-JOURNAL-ONE-LINE THRU 5500-EXIT
008730         VARYING WS-EL-SUB FROM 1 BY 1
008740         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
008750     IF WS-ENT-AUTO-REVERSE
008760         PERFORM 5600-HOLD-REVERSAL THRU 5600-EXIT
008770     ELSE
008780         MOVE "ENTRY ACCEPTED" TO PROOF-LINE
008790         WRITE PROOF-LINE
008800     END-IF.
008810 5000-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850*    5100-LIST-ENTRY-HEADING                                    *
008860*****************************************************************
008870 5100-LIST-ENTRY-HEADING.
008880     MOVE SPACES TO PROOF-LINE.
008890     WRITE PROOF-LINE.
008900     MOVE WS-ENT-DATE TO WS-ENT-DATE-ED.
008910     MOVE SPACES TO PROOF-LINE.
008920     STRING "ENTRY " WS-ENT-NO "  " WS-SOURCE-NAME
008930         "  DATED " WS-ENT-DATE-ED
008940         "  PREPARED BY " WS-ENT-PREPARER
008950         DELIMITED BY SIZE INTO PROOF-LINE
008960     END-STRING.
008970     IF WS-ENT-AUTO-REVERSE
008980         MOVE "ACCRUAL - REVERSES NEXT PERIOD"
008990             TO PROOF-LINE (70:30)
009000     END-IF.
009010     WRITE PROOF-LINE.
009020 5100-EXIT.
009030     EXIT.
009040*
009050*****************************************************************
009060*    5150-LIST-ONE-LINE                                         *
009070*        ACCOUNT, NAME FROM THE CHART, DEBIT OR CREDIT AND      *
009080*        DESCRIPTION.  AN AMOUNT THAT WAS NOT NUMERIC WAS       *
009090*        ZEROED WHEN READ AND IS CAUGHT BY 5200.                *
009100*****************************************************************
009110 5150-LIST-ONE-LINE.
009120     MOVE SPACES TO WS-ACCOUNT-NAME.
009130     IF WS-EL-ACCOUNT-X (WS-EL-SUB) NUMERIC
009140         MOVE WS-EL-ACCOUNT (WS-EL-SUB) TO WS-LOOKUP-ACCOUNT
009150         PERFORM 5800-FIND-ACCOUNT THRU 5800-EXIT
009160         IF WS-COA-FOUND
009170             MOVE WS-COA-NAME (WS-COA-FOUND-SUB)
009180                 TO WS-ACCOUNT-NAME
009190         END-IF
009200     END-IF.
009210     MOVE SPACES TO WS-DEBIT-COLUMN.
009220     MOVE SPACES TO WS-CREDIT-COLUMN.
009230     IF WS-EL-DEBIT-CREDIT (WS-EL-SUB) = 'D'
009240         MOVE WS-EL-AMOUNT (WS-EL-SUB) TO WS-DEBIT-ED
009250         MOVE WS-DEBIT-ED TO WS-DEBIT-COLUMN
009260     ELSE
009270         MOVE WS-EL-AMOUNT (WS-EL-SUB) TO WS-CREDIT-ED
009280         MOVE WS-CREDIT-ED TO WS-CREDIT-COLUMN
009290     END-IF.
009300     MOVE SPACES TO PROOF-LINE.
009310     STRING "  " WS-EL-ACCOUNT-X (WS-EL-SUB) "  " WS-ACCOUNT-NAME
009320         "  " WS-DEBIT-COLUMN "    " WS-CREDIT-COLUMN "  "
009330         WS-EL-DESCRIPTION (WS-EL-SUB)
009340         DELIMITED BY SIZE INTO PROOF-LINE
009350     END-STRING.
009360     WRITE PROOF-LINE.
009370 5150-EXIT.
009380     EXIT.
009390*
009400*****************************************************************
009410*    5200-VALIDATE-ENTRY                                        *
009420*        EVERY TEST IS MADE SO THE PREPARER SEES ALL THE        *
009430*        ENTRY'S ERRORS AT ONCE.                                *
009440*****************************************************************
009450 5200-VALIDATE-ENTRY.
009460     IF WS-ENT-OVERFLOW
009470         MOVE "ENTRY HAS MORE THAN 50 LINES" TO WS-ERROR-TEXT
009480         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009490     END-IF.
009500     IF WS-ENT-LINE-COUNT < 2
009510         MOVE "ENTRY NEEDS AT LEAST TWO LINES" TO WS-ERROR-TEXT
009520         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009530     END-IF.
009540     IF WS-SOURCE-KEYED
009550         AND WS-ENT-NO NOT > WS-PREV-KEYED-NO
009560         MOVE "ENTRY NUMBER REPEATED OR OUT OF ORDER" TO
009570             WS-ERROR-TEXT
009580         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009590     END-IF.
009600     IF WS-ENT-PREPARER = SPACES
009610         MOVE "NO PREPARER" TO WS-ERROR-TEXT
009620         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009630     END-IF.
009640     IF WS-EL-DESCRIPTION (1) = SPACES
009650         MOVE "NO DESCRIPTION" TO WS-ERROR-TEXT
009660         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009670     END-IF.
009680     SET WS-DATE-IS-INVALID TO TRUE.
009690     IF WS-ENT-DATE NUMERIC
009700         MOVE WS-ENT-DATE TO WS-EDIT-DATE
009710         PERFORM 1800-VALIDATE-DATE THRU 1800-EXIT
009720     END-IF.
009730     IF WS-DATE-IS-INVALID
009740         MOVE "ENTRY DATE NOT VALID" TO WS-ERROR-TEXT
009750         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009760     ELSE
009770         PERFORM 5280-CHECK-CLOSED-PERIOD THRU 5280-EXIT
009780     END-IF.
009790     PERFORM 5250-VALIDATE-ONE-LINE THRU 5250-EXIT
009800         VARYING WS-EL-SUB FROM 1 BY 1
009810         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
009820     IF WS-ENT-DEBITS NOT = WS-ENT-CREDITS
009830         COMPUTE WS-LEG-AMOUNT = WS-ENT-DEBITS - WS-ENT-CREDITS
009840         MOVE WS-LEG-AMOUNT TO WS-DIFFERENCE-ED
009850         MOVE SPACES TO WS-ERROR-TEXT
009860         STRING "DEBITS LESS CREDITS: " WS-DIFFERENCE-ED
009870             DELIMITED BY SIZE INTO WS-ERROR-TEXT
009880         END-STRING
009890         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
009900     END-IF.
009910 5200-EXIT.
009920     EXIT.
009930*
009940*****************************************************************
009950*    5250-VALIDATE-ONE-LINE                                     *
009960*****************************************************************
009970 5250-VALIDATE-ONE-LINE.
009980     MOVE WS-EL-SUB TO WS-EL-SUB-ED.
009990     IF WS-EL-DATE (WS-EL-SUB) NOT = WS-ENT-DATE
010000         MOVE SPACES TO WS-ERROR-TEXT
010010         STRING "LINE " WS-EL-SUB-ED " DATE DIFFERS FROM LINE 1"
010020             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010030         END-STRING
010040         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010050     END-IF.
010060     SET WS-COA-NOT-FOUND TO TRUE.
010070     IF WS-EL-ACCOUNT-X (WS-EL-SUB) NUMERIC
010080         MOVE WS-EL-ACCOUNT (WS-EL-SUB) TO WS-LOOKUP-ACCOUNT
010090         PERFORM 5800-FIND-ACCOUNT THRU 5800-EXIT
010100     END-IF.
010110     IF WS-COA-NOT-FOUND
010120         MOVE SPACES TO WS-ERROR-TEXT
010130         STRING "LINE " WS-EL-SUB-ED " ACCOUNT NOT ON THE CHART"
010140             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010150         END-STRING
010160         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010170     ELSE
010180         IF NOT WS-COA-ACCOUNT-ACTIVE (WS-COA-FOUND-SUB)
010190             MOVE SPACES TO WS-ERROR-TEXT
010200             STRING "LINE " WS-EL-SUB-ED " ACCOUNT IS INACTIVE"
010210                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
010220             END-STRING
010230             PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010240         END-IF
010250     END-IF.
010260     IF WS-EL-DEBIT-CREDIT (WS-EL-SUB) NOT = 'D'
010270         AND WS-EL-DEBIT-CREDIT (WS-EL-SUB) NOT = 'C'
010280         MOVE SPACES TO WS-ERROR-TEXT
010290         STRING "LINE " WS-EL-SUB-ED
010300             " DEBIT/CREDIT CODE NOT D OR C"
010310             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010320         END-STRING
010330         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010340     END-IF.
010350     IF WS-EL-AMOUNT (WS-EL-SUB) = 0
010360         MOVE SPACES TO WS-ERROR-TEXT
010370         STRING "LINE " WS-EL-SUB-ED
010380             " AMOUNT MISSING OR NOT NUMERIC"
010390             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010400         END-STRING
010410         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010420     END-IF.
010430     IF WS-EL-DEBIT-CREDIT (WS-EL-SUB) = 'D'
010440         ADD WS-EL-AMOUNT (WS-EL-SUB) TO WS-ENT-DEBITS
010450     END-IF.
010460     IF WS-EL-DEBIT-CREDIT (WS-EL-SUB) = 'C'
010470         ADD WS-EL-AMOUNT (WS-EL-SUB) TO WS-ENT-CREDITS
010480     END-IF.
010490 5250-EXIT.
010500     EXIT.
010510*
010520*****************************************************************
010530*    5280-CHECK-CLOSED-PERIOD                                   *
010540*****************************************************************
010550 5280-CHECK-CLOSED-PERIOD.
010560     COMPUTE WS-ENT-PERIOD = WS-ENT-YEAR * 100 + WS-ENT-MONTH.
010570     SET WS-ENTRY-PERIOD-OPEN TO TRUE.
010580     PERFORM 5285-CHECK-ONE-PERIOD THRU 5285-EXIT
010590         VARYING WS-PERIOD-SUB FROM 1 BY 1
010600         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
010610             OR WS-ENTRY-PERIOD-CLOSED.
010620     IF WS-ENTRY-PERIOD-CLOSED
010630         MOVE WS-ENT-PERIOD TO WS-PERIOD-ED
010640         MOVE SPACES TO WS-ERROR-TEXT
010650         STRING "PERIOD " WS-PERIOD-ED " IS CLOSED"
010660             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010670         END-STRING
010680         PERFORM 5290-LIST-ERROR THRU 5290-EXIT
010690     END-IF.
010700 5280-EXIT.
010710     EXIT.
010720*
010730*****************************************************************
010740*    5285-CHECK-ONE-PERIOD                                      *
010750*****************************************************************
010760 5285-CHECK-ONE-PERIOD.
010770     IF WS-PERIOD-YM (WS-PERIOD-SUB) = WS-ENT-PERIOD
010780         AND WS-PERIOD-ENTRY-CLOSED (WS-PERIOD-SUB)
010790         SET WS-ENTRY-PERIOD-CLOSED TO TRUE
010800     END-IF.
010810 5285-EXIT.
010820     EXIT.
010830*
010840*****************************************************************
010850*    5290-LIST-ERROR                                            *
010860*****************************************************************
010870 5290-LIST-ERROR.
010880     ADD 1 TO WS-ENT-ERRORS.
010890     MOVE SPACES TO PROOF-LINE.
010900     STRING "    *** " WS-ERROR-TEXT
010910         DELIMITED BY SIZE INTO PROOF-LINE
010920     END-STRING.
010930     WRITE PROOF-LINE.
010940 5290-EXIT.
010950     EXIT.
010960*
010970*****************************************************************
010980*    5500-JOURNAL-ONE-LINE                                      *
010990*****************************************************************
011000 5500-JOURNAL-ONE-LINE.
011010     MOVE WS-EL-ACCOUNT (WS-EL-SUB) TO WS-LEG-ACCOUNT.
011020     MOVE WS-EL-DEBIT-CREDIT (WS-EL-SUB) TO WS-LEG-DEBIT-CREDIT.
011030     MOVE WS-EL-AMOUNT (WS-EL-SUB) TO WS-LEG-AMOUNT.
011040     PERFORM 5700-WRITE-JOURNAL-LEG THRU 5700-EXIT.
011050 5500-EXIT.
011060     EXIT.
011070*
011080*****************************************************************
011090*    5600-HOLD-REVERSAL                                         *
011100*        AN ACCEPTED ACCRUAL.  EVERY LINE IS HELD ON GJREVNEW   *
011110*        WITH DEBIT AND CREDIT SWAPPED, DATED THE FIRST DAY OF  *
011120*        THE PERIOD AFTER THE ENTRY'S, TO BE JOURNALED BY THAT  *
011130*        PERIOD'S RUN.                                          *
011140*****************************************************************
011150 5600-HOLD-REVERSAL.
011160     MOVE WS-ENT-DATE TO WS-EDIT-DATE.
011170     IF WS-EDIT-MONTH < 12
011180         ADD 1 TO WS-EDIT-MONTH
011190     ELSE
011200         MOVE 1 TO WS-EDIT-MONTH
011210         ADD 1 TO WS-EDIT-YEAR
011220     END-IF.
011230     MOVE 1 TO WS-EDIT-DAY.
011240     MOVE WS-EDIT-DATE TO WS-REVERSAL-DATE.
011250     PERFORM 5650-HOLD-ONE-LINE THRU 5650-EXIT
011260         VARYING WS-EL-SUB FROM 1 BY 1
011270         UNTIL WS-EL-SUB > WS-ENT-LINE-COUNT.
011280     ADD 1 TO WS-REVERSALS-SET-UP.
011290     MOVE WS-REVERSAL-DATE TO WS-REVERSAL-DATE-ED.
011300     MOVE SPACES TO PROOF-LINE.
011310     STRING "ENTRY ACCEPTED - REVERSAL HELD FOR "
011320         WS-REVERSAL-DATE-ED
011330         DELIMITED BY SIZE INTO PROOF-LINE
011340     END-STRING.
011350     WRITE PROOF-LINE.
011360 5600-EXIT.
011370     EXIT.
011380*
011390*****************************************************************
011400*    5650-HOLD-ONE-LINE                                         *
011410*****************************************************************
011420 5650-HOLD-ONE-LINE.
011430     MOVE SPACES TO WS-REVERSAL-RECORD.
011440     MOVE WS-ENT-NO TO WS-RV-ENTRY-NO.
011450     MOVE WS-REVERSAL-DATE TO WS-RV-DATE.
011460     MOVE WS-EL-ACCOUNT-X (WS-EL-SUB) TO WS-RV-ACCOUNT.
011470     IF WS-EL-DEBIT-CREDIT (WS-EL-SUB) = 'D'
011480         MOVE 'C' TO WS-RV-DEBIT-CREDIT
011490     ELSE
011500         MOVE 'D' TO WS-RV-DEBIT-CREDIT
011510     END-IF.
011520     MOVE WS-EL-AMOUNT (WS-EL-SUB) TO WS-RV-AMOUNT.
011530     MOVE WS-EL-DESCRIPTION (WS-EL-SUB) TO WS-RV-DESCRIPTION.
011540     MOVE WS-ENT-PREPARER TO WS-RV-PREPARER.
011550     WRITE NEW-REVERSAL-RECORD FROM WS-REVERSAL-RECORD.
011560 5650-EXIT.
011570     EXIT.
011580*
011590*****************************************************************
011600*    5700-WRITE-JOURNAL-LEG                                     *
011610*        WRITES ONE GJJRNL LEG FROM THE WS-LEG FIELDS, DATED    *
011620*        THE ENTRY'S DATE.                                      *
011630*****************************************************************
011640 5700-WRITE-JOURNAL-LEG.
011650     MOVE SPACES TO JOURNAL-RECORD.
011660     SET JR-DETAIL-RECORD TO TRUE.
011670     MOVE WS-ENT-YEAR TO JR-YEAR.
011680     MOVE WS-ENT-MONTH TO JR-MONTH.
011690     MOVE WS-ENT-DAY TO JR-DAY.
011700     MOVE "G/J" TO JR-SOURCE-DEPT.
011710     MOVE WS-LEG-ACCOUNT TO JR-ACCOUNT.
011720     MOVE WS-LEG-DEBIT-CREDIT TO JR-DEBIT-CREDIT.
011730     MOVE WS-LEG-AMOUNT TO JR-AMOUNT.
011740     WRITE JOURNAL-RECORD.
011750     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
011760     IF WS-LEG-DEBIT-CREDIT = 'D'
011770         ADD WS-LEG-AMOUNT TO WS-DEBIT-GRAND-TOTAL
011780     ELSE
011790         ADD WS-LEG-AMOUNT TO WS-CREDIT-GRAND-TOTAL
011800     END-IF.
011810 5700-EXIT.
011820     EXIT.
011830*
011840*****************************************************************
011850*    5800-FIND-ACCOUNT                                          *
011860*        SEARCHES THE CHART TABLE FOR WS-LOOKUP-ACCOUNT.  ON A  *
011870*        FIND, WS-COA-FOUND-SUB POINTS AT THE MATCHING ENTRY.   *
011880*****************************************************************
011890 5800-FIND-ACCOUNT.
011900     SET WS-COA-NOT-FOUND TO TRUE.
011910     MOVE ZERO TO WS-COA-FOUND-SUB.
011920     PERFORM 5850-MATCH-ONE-ACCOUNT THRU 5850-EXIT
011930         VARYING WS-COA-SUB FROM 1 BY 1
011940         UNTIL WS-COA-SUB > WS-COA-COUNT
011950             OR WS-COA-FOUND.
011960 5800-EXIT.
011970     EXIT.
011980*
011990*****************************************************************
012000*    5850-MATCH-ONE-ACCOUNT                                     *
012010*****************************************************************
012020 5850-MATCH-ONE-ACCOUNT.
012030     IF WS-COA-ACCOUNT (WS-COA-SUB) = WS-LOOKUP-ACCOUNT
012040         SET WS-COA-FOUND TO TRUE
012050         MOVE WS-COA-SUB TO WS-COA-FOUND-SUB
012060     END-IF.
012070 5850-EXIT.
012080     EXIT.
012090*
012100*****************************************************************
012110*    6000-GATHER-ENTRY                                          *
012120*        COLLECTS THE LINES SHARING THE ENTRY NUMBER OF THE     *
012130*        LINE ALREADY READ AHEAD.  THE DATE, PREPARER AND       *
012140*        REVERSE FLAG COME FROM THE FIRST LINE.                 *
012150*****************************************************************
012160 6000-GATHER-ENTRY.
012170     MOVE WS-NEXT-ENTRY-NO TO WS-ENT-NO.
012180     MOVE WS-NEXT-DATE TO WS-ENT-DATE.
012190     MOVE WS-NEXT-PREPARER TO WS-ENT-PREPARER.
012200     MOVE WS-NEXT-REVERSE-FLAG TO WS-ENT-REVERSE-FLAG.
012210     MOVE 'N' TO WS-ENT-OVERFLOW-SW.
012220     MOVE ZERO TO WS-ENT-LINE-COUNT.
012230     PERFORM 6100-ADD-ONE-LINE THRU 6100-EXIT
012240         UNTIL EOF-SOURCE-FILE
012250             OR WS-NEXT-ENTRY-NO NOT = WS-ENT-NO.
012260 6000-EXIT.
012270     EXIT.
012280*
012290*****************************************************************
012300*    6100-ADD-ONE-LINE                                          *
012310*****************************************************************
012320 6100-ADD-ONE-LINE.
012330     IF WS-ENT-LINE-COUNT >= 50
012340         SET WS-ENT-OVERFLOW TO TRUE
012350     ELSE
012360         ADD 1 TO WS-ENT-LINE-COUNT
012370         MOVE WS-NEXT-DATE TO WS-EL-DATE (WS-ENT-LINE-COUNT)
012380         MOVE WS-NEXT-ACCOUNT TO
012390             WS-EL-ACCOUNT-X (WS-ENT-LINE-COUNT)
012400         MOVE WS-NEXT-DEBIT-CREDIT TO
012410             WS-EL-DEBIT-CREDIT (WS-ENT-LINE-COUNT)
012420         MOVE WS-NEXT-AMOUNT TO WS-EL-AMOUNT (WS-ENT-LINE-COUNT)
012430         MOVE WS-NEXT-DESCRIPTION TO
012440             WS-EL-DESCRIPTION (WS-ENT-LINE-COUNT)
012450         MOVE WS-NEXT-RAW TO WS-EL-RAW (WS-ENT-LINE-COUNT)
012460     END-IF.
012470     PERFORM 6900-READ-NEXT-LINE THRU 6900-EXIT.
012480 6100-EXIT.
012490     EXIT.
012500*
012510*****************************************************************
012520*    6900-READ-NEXT-LINE                                        *
012530*        READS THE NEXT LINE OF WHICHEVER FILE IS BEING         *
012540*        PROCESSED INTO WS-NEXT-LINE.                           *
012550*****************************************************************
012560 6900-READ-NEXT-LINE.
012570     IF WS-SOURCE-REVERSAL
012580         PERFORM 6910-READ-REVERSAL THRU 6910-EXIT
012590     END-IF.
012600     IF WS-SOURCE-STANDING
012610         PERFORM 6920-READ-STANDING THRU 6920-EXIT
012620     END-IF.
012630     IF WS-SOURCE-KEYED
012640         PERFORM 6930-READ-KEYED THRU 6930-EXIT
012650     END-IF.
012660 6900-EXIT.
012670     EXIT.
012680*
012690*****************************************************************
012700*    6910-READ-REVERSAL                                         *
012710*****************************************************************
012720 6910-READ-REVERSAL.
012730     READ REVERSAL-FILE INTO WS-REVERSAL-RECORD
012740         AT END
012750             SET EOF-SOURCE-FILE TO TRUE
012760             GO TO 6910-EXIT
012770     END-READ.
012780     MOVE WS-RV-ENTRY-NO TO WS-NEXT-ENTRY-NO.
012790     MOVE WS-RV-DATE TO WS-NEXT-DATE.
012800     MOVE WS-RV-ACCOUNT TO WS-NEXT-ACCOUNT.
012810     MOVE WS-RV-DEBIT-CREDIT TO WS-NEXT-DEBIT-CREDIT.
012820     MOVE ZEROS TO WS-NEXT-AMOUNT.
012830     IF WS-RV-AMOUNT NUMERIC
012840         MOVE WS-RV-AMOUNT TO WS-NEXT-AMOUNT
012850     END-IF.
012860     MOVE WS-RV-DESCRIPTION TO WS-NEXT-DESCRIPTION.
012870     MOVE WS-RV-PREPARER TO WS-NEXT-PREPARER.
012880     MOVE WS-RV-REVERSE-FLAG TO WS-NEXT-REVERSE-FLAG.
012890     MOVE WS-REVERSAL-RECORD TO WS-NEXT-RAW.
012900 6910-EXIT.
012910     EXIT.
012920*
012930*****************************************************************
012940*    6920-READ-STANDING                                         *
012950*****************************************************************
012960 6920-READ-STANDING.
012970     READ STANDING-FILE INTO GJ-STANDING-RECORD
012980         AT END
012990             SET EOF-SOURCE-FILE TO TRUE
013000             GO TO 6920-EXIT
013010     END-READ.
013020     MOVE GS-ENTRY-NO TO WS-NEXT-ENTRY-NO.
013030     MOVE ZEROS TO WS-NEXT-DATE.
013040     MOVE GS-ACCOUNT TO WS-NEXT-ACCOUNT.
013050     MOVE GS-DEBIT-CREDIT TO WS-NEXT-DEBIT-CREDIT.
013060     MOVE ZEROS TO WS-NEXT-AMOUNT.
013070     IF GS-AMOUNT NUMERIC
013080         MOVE GS-AMOUNT TO WS-NEXT-AMOUNT
013090     END-IF.
013100     MOVE GS-DESCRIPTION TO WS-NEXT-DESCRIPTION.
013110     MOVE GS-PREPARER TO WS-NEXT-PREPARER.
013120     MOVE GS-REVERSE-FLAG TO WS-NEXT-REVERSE-FLAG.
013130     MOVE GJ-STANDING-RECORD TO WS-NEXT-RAW.
013140     MOVE ZEROS TO WS-NEXT-FIRST-PERIOD.
013150     MOVE ZEROS TO WS-NEXT-LAST-PERIOD.
013160     MOVE ZEROS TO WS-NEXT-LAST-GENERATED.
013170     MOVE ZEROS TO WS-NEXT-DAY.
013180     IF GS-FIRST-PERIOD NUMERIC
013190         MOVE GS-FIRST-PERIOD TO WS-NEXT-FIRST-PERIOD
013200     END-IF.
013210     IF GS-LAST-PERIOD NUMERIC
013220         MOVE GS-LAST-PERIOD TO WS-NEXT-LAST-PERIOD
013230     END-IF.
013240     IF GS-LAST-GENERATED NUMERIC
013250         MOVE GS-LAST-GENERATED TO WS-NEXT-LAST-GENERATED
013260     END-IF.
013270     IF GS-DAY NUMERIC
013280         MOVE GS-DAY TO WS-NEXT-DAY
013290     END-IF.
013300 6920-EXIT.
013310     EXIT.
013320*
013330*****************************************************************
013340*    6930-READ-KEYED                                            *
013350*****************************************************************
013360 6930-READ-KEYED.
013370     READ ENTRY-FILE INTO GJ-ENTRY-RECORD
013380         AT END
013390             SET EOF-SOURCE-FILE TO TRUE
013400             GO TO 6930-EXIT
013410     END-READ.
013420     MOVE GJ-ENTRY-NO TO WS-NEXT-ENTRY-NO.
013430     MOVE GJ-ENTRY-DATE TO WS-NEXT-DATE.
013440     MOVE GJ-ACCOUNT TO WS-NEXT-ACCOUNT.
013450     MOVE GJ-DEBIT-CREDIT TO WS-NEXT-DEBIT-CREDIT.
013460     MOVE ZEROS TO WS-NEXT-AMOUNT.
013470     IF GJ-AMOUNT NUMERIC
013480         MOVE GJ-AMOUNT TO WS-NEXT-AMOUNT
013490     END-IF.
013500     MOVE GJ-DESCRIPTION TO WS-NEXT-DESCRIPTION.
013510     MOVE GJ-PREPARER TO WS-NEXT-PREPARER.
013520     MOVE GJ-REVERSE-FLAG TO WS-NEXT-REVERSE-FLAG.
013530     MOVE GJ-ENTRY-RECORD TO WS-NEXT-RAW.
013540 6930-EXIT.
013550     EXIT.
013560*
013570*****************************************************************
013580*    7000-WRITE-JOURNAL-CONTROL                                 *
013590*        THE CONTROL RECORD GL-POST PROVES THE JOURNAL AGAINST. *
013600*        WRITTEN EVEN WHEN NOTHING WAS JOURNALED.               *
013610*****************************************************************
013620 7000-WRITE-JOURNAL-CONTROL.
013630     MOVE SPACES TO JOURNAL-RECORD.
013640     SET JR-CONTROL-RECORD TO TRUE.
013650     MOVE WS-JOURNAL-RECORD-COUNT TO JR-CONTROL-RECORD-COUNT.
013660     MOVE WS-DEBIT-GRAND-TOTAL TO JR-CONTROL-DEBIT-TOTAL.
013670     MOVE WS-CREDIT-GRAND-TOTAL TO JR-CONTROL-CREDIT-TOTAL.
013680     WRITE JOURNAL-RECORD.
013690 7000-EXIT.
013700     EXIT.
013710*
013720*****************************************************************
013730*    7500-PRINT-RUN-SUMMARY                                     *
013740*****************************************************************
013750 7500-PRINT-RUN-SUMMARY.
013760     MOVE SPACES TO PROOF-LINE.
013770     WRITE PROOF-LINE.
013780     MOVE "----------------------------------------" TO
013790         PROOF-LINE.
013800     WRITE PROOF-LINE.
013810     MOVE WS-REVERSALS-POSTED TO WS-COUNT-ED.
013820     MOVE SPACES TO PROOF-LINE.
013830     STRING "HELD REVERSALS JOURNALED:      " WS-COUNT-ED
013840         DELIMITED BY SIZE INTO PROOF-LINE
013850     END-STRING.
013860     WRITE PROOF-LINE.
013870     MOVE WS-STANDING-POSTED TO WS-COUNT-ED.
013880     MOVE SPACES TO PROOF-LINE.
013890     STRING "STANDING ENTRIES JOURNALED:    " WS-COUNT-ED
013900         DELIMITED BY SIZE INTO PROOF-LINE
013910     END-STRING.
013920     WRITE PROOF-LINE.
013930     MOVE WS-STANDING-NOT-DUE TO WS-COUNT-ED.
013940     MOVE SPACES TO PROOF-LINE.
013950     STRING "STANDING ENTRIES NOT DUE:      " WS-COUNT-ED
013960         DELIMITED BY SIZE INTO PROOF-LINE
013970     END-STRING.
013980     WRITE PROOF-LINE.
013990     MOVE WS-KEYED-POSTED TO WS-COUNT-ED.
014000     MOVE SPACES TO PROOF-LINE.
014010     STRING "KEYED ENTRIES JOURNALED:       " WS-COUNT-ED
014020         DELIMITED BY SIZE INTO PROOF-LINE
014030     END-STRING.
014040     WRITE PROOF-LINE.
014050     MOVE WS-ENTRIES-REJECTED TO WS-COUNT-ED.
014060     MOVE SPACES TO PROOF-LINE.
014070     STRING "ENTRIES REJECTED:              " WS-COUNT-ED
014080         DELIMITED BY SIZE INTO PROOF-LINE
014090     END-STRING.
014100     WRITE PROOF-LINE.
014110     MOVE WS-REVERSALS-SET-UP TO WS-COUNT-ED.
014120     MOVE SPACES TO PROOF-LINE.
014130     STRING "NEW REVERSALS HELD:            " WS-COUNT-ED
014140         DELIMITED BY SIZE INTO PROOF-LINE
014150     END-STRING.
014160     WRITE PROOF-LINE.
014170     MOVE WS-REVERSALS-HELD TO WS-COUNT-ED.
014180     MOVE SPACES TO PROOF-LINE.
014190     STRING "REVERSALS CARRIED FORWARD:     " WS-COUNT-ED
014200         DELIMITED BY SIZE INTO PROOF-LINE
014210     END-STRING.
014220     WRITE PROOF-LINE.
014230     MOVE WS-JOURNAL-RECORD-COUNT TO WS-JOURNAL-COUNT-ED.
014240     MOVE SPACES TO PROOF-LINE.
014250     STRING "JOURNAL RECORDS WRITTEN:     " WS-JOURNAL-COUNT-ED
014260         DELIMITED BY SIZE INTO PROOF-LINE
014270     END-STRING.
014280     WRITE PROOF-LINE.
014290     MOVE WS-DEBIT-GRAND-TOTAL TO WS-TOTAL-DEBIT-ED.
014300     MOVE WS-CREDIT-GRAND-TOTAL TO WS-TOTAL-CREDIT-ED.
014310     MOVE SPACES TO PROOF-LINE.
014320     STRING "JOURNAL DEBITS:  " WS-TOTAL-DEBIT-ED
014330         "   CREDITS: " WS-TOTAL-CREDIT-ED
014340         DELIMITED BY SIZE INTO PROOF-LINE
014350     END-STRING.
014360     WRITE PROOF-LINE.
014370 7500-EXIT.
014380     EXIT.
014390*
014400*****************************************************************
014410*    8000-ABORT-RUN                                             *
014420*        NOTHING WAS JOURNALED.  WRITES AN EMPTY JOURNAL SO A   *
014430*        STALE ONE FROM A PRIOR RUN CANNOT BE POSTED BY         *
014440*        MISTAKE, AND SETS THE RETURN CODE.  THE HELD-REVERSAL  *
014450*        AND STANDING FILES ARE NOT REWRITTEN.                  *
014460*****************************************************************
014470 8000-ABORT-RUN.
014480     MOVE SPACES TO PROOF-LINE.
014490     WRITE PROOF-LINE.
014500     MOVE "*** JOURNAL ENTRY RUN STOPPED - NOTHING JOURNALED." TO
014510         PROOF-LINE.
014520     WRITE PROOF-LINE.
014530     MOVE "*** CORRECT THE PROBLEM ABOVE AND RERUN."
014540         TO PROOF-LINE.
014550     WRITE PROOF-LINE.
014560     OPEN OUTPUT JOURNAL-FILE.
014570     CLOSE JOURNAL-FILE.
014580     MOVE 8 TO RETURN-CODE.
014590 8000-EXIT.
014600     EXIT.
014610*
014620*****************************************************************
014630*    9000-TERMINATE                                             *
014640*****************************************************************
014650 9000-TERMINATE.
014660     CLOSE PROOF-REPORT-FILE.
014670     IF NOT WS-RUN-ABORTED
014680         CLOSE JOURNAL-FILE
014690               NEW-REVERSAL-FILE
014700               NEW-STANDING-FILE
014710     END-IF.
014720 9000-EXIT.
014730     EXIT.
