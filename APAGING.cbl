000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     AP-AGING.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    AP-AGING                                                   *
000180*                                                                *
000190*    ACCOUNTS PAYABLE AGING.  PASSES THE KEYED VENDOR INVOICE   *
000200*    FILE (APINVMST.DAT) IN VENDOR ORDER AND AGES EVERY INVOICE *
000210*    STILL OPEN BY HOW FAR PAST ITS DUE DATE IT IS AS OF THE    *
000220*    RUN DATE - NOT YET DUE, 1-30, 31-60, 61-90 AND OVER 90     *
000230*    DAYS PAST DUE - ONE LINE PER VENDOR WITH GRAND TOTALS      *
000240*    (APAGERPT).  THE CUTOFF DATES ARE WORKED OUT THE SAME WAY  *
000250*    AR-STATEMENT WORKS OUT THE RECEIVABLES AGING.  THE VENDOR  *
000260*    MASTER (VENDMST.DAT) ONLY SUPPLIES THE NAMES - A VENDOR    *
000270*    WITH OPEN INVOICES BUT NO MASTER RECORD IS FLAGGED, NOT    *
000280*    DROPPED, SINCE THE STORE STILL OWES THE MONEY.             *
000290*****************************************************************
000300*
000310* MODIFICATION HISTORY
000320*    DATE       INIT  DESCRIPTION
000330*    ---------  ----  -----------------------------------------
000340*    2026-10-15 WJF   ORIGINAL PROGRAM.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VENDOR-MASTER-FILE
000400         ASSIGN TO VENDMST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-VENDMST-STATUS.
000430*
000440     SELECT AP-INVOICE-FILE
000450         ASSIGN TO APINVMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS VI-KEY
000490         FILE STATUS IS WS-INVOICE-STATUS.
000500*
000510     SELECT AGING-REPORT-FILE
000520         ASSIGN TO APAGERPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  VENDOR-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY VENDMST.
000600*
000610 FD  AP-INVOICE-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY APINV.
000640*
000650 FD  AGING-REPORT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  AGING-LINE                     PIC X(132).
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710*--------------------------------------------------------------*
000720*    SWITCHES                                                   *
000730*--------------------------------------------------------------*
000740 01  WS-SWITCHES.
000750     05  WS-VENDMST-STATUS       PIC X(02)   VALUE SPACES.
000760         88  WS-VENDMST-FILE-OK               VALUE '00'.
000770     05  WS-VENDMST-EOF-SW       PIC X(01)   VALUE 'N'.
000780         88  EOF-VENDMST-FILE                 VALUE 'Y'.
000790     05  WS-INVOICE-STATUS       PIC X(02)   VALUE SPACES.
000800         88  WS-INVOICE-STATUS-OK             VALUE '00'.
000810     05  WS-INVOICE-EOF-SW       PIC X(01)   VALUE 'N'.
000820         88  EOF-INVOICE-FILE                 VALUE 'Y'.
000830     05  WS-INVOICE-OPEN-SW      PIC X(01)   VALUE 'N'.
000840         88  WS-INVOICE-FILE-OPENED           VALUE 'Y'.
000850     05  WS-VEND-FOUND-SW        PIC X(01)   VALUE 'N'.
000860         88  WS-VEND-FOUND                    VALUE 'Y'.
000870         88  WS-VEND-NOT-FOUND                VALUE 'N'.
000880     05  WS-VENDOR-ACTIVE-SW     PIC X(01)   VALUE 'N'.
000890         88  WS-VENDOR-IN-PROGRESS            VALUE 'Y'.
000900     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
000910         88  WS-LEAP-YEAR                     VALUE 'Y'.
000920         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
000930*
000940*--------------------------------------------------------------*
000950*    VENDOR TABLE, LOADED FROM THE VENDOR MASTER FILE           *
000960*    (VENDMST.DAT) AT START OF RUN, FOR THE AGING NAMES.  A     *
000970*    MISSING MASTER DOES NOT STOP THIS RUN - WHAT THE STORE     *
000980*    OWES STILL HAS TO PRINT.                                   *
000990*--------------------------------------------------------------*
001000 01  WS-VEND-TABLE.
001010     05  WS-VEND-COUNT           PIC 9(03)   COMP VALUE ZERO.
001020     05  WS-VEND-ENTRY           OCCURS 200 TIMES.
001030         10  WS-VEND-NO              PIC X(06).
001040         10  WS-VEND-NAME            PIC X(25).
001050*
001060 77  WS-VEND-SUB                 PIC 9(03)   COMP.
001070 77  WS-LOOKUP-VENDOR-NO         PIC X(06).
001080 77  WS-FOUND-VEND-NAME          PIC X(25).
001090*
001100*--------------------------------------------------------------*
001110*    PER-VENDOR AGING ACCUMULATORS                              *
001120*--------------------------------------------------------------*
001130 77  WS-CURR-VENDOR              PIC X(06)   VALUE SPACES.
001140 77  WS-CURR-VEND-NAME           PIC X(25)   VALUE SPACES.
001150 77  WS-VEND-BALANCE             PIC S9(11)V99.
001160 77  WS-BUCKET-NOT-DUE           PIC S9(11)V99.
001170 77  WS-BUCKET-1-30              PIC S9(11)V99.
001180 77  WS-BUCKET-31-60             PIC S9(11)V99.
001190 77  WS-BUCKET-61-90             PIC S9(11)V99.
001200 77  WS-BUCKET-OVER-90           PIC S9(11)V99.
001210*
001220*--------------------------------------------------------------*
001230*    AGING CUTOFF DATES, COMPUTED FROM THE RUN DATE - AN        *
001240*    INVOICE DUE ON OR AFTER THE RUN DATE IS NOT YET DUE; ONE   *
001250*    DUE AFTER WS-AGE30-DATE IS 1-30 DAYS PAST DUE, AFTER       *
001260*    WS-AGE60-DATE 31-60, AFTER WS-AGE90-DATE 61-90, AND        *
001270*    ANYTHING OLDER IS OVER 90.                                 *
001280*--------------------------------------------------------------*
001290 77  WS-AGE30-DATE               PIC 9(08)   VALUE ZEROS.
001300 77  WS-AGE60-DATE               PIC 9(08)   VALUE ZEROS.
001310 77  WS-AGE90-DATE               PIC 9(08)   VALUE ZEROS.
001320 77  WS-DAYS-BACK                PIC 9(03)   COMP.
001330*
001340 01  WS-AGE-WORK-DATE            PIC 9(08).
001350 01  WS-AGE-WORK-DATE-R REDEFINES WS-AGE-WORK-DATE.
001360     05  WS-AGE-YEAR             PIC 9(04).
001370     05  WS-AGE-MONTH            PIC 9(02).
001380     05  WS-AGE-DAY              PIC 9(02).
001390*
001400 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
001410 77  WS-REM-4                    PIC 9(02)   COMP.
001420 77  WS-REM-100                  PIC 9(02)   COMP.
001430 77  WS-REM-400                  PIC 9(03)   COMP.
001440*
001450 01  WS-DIM-VALUES-AREA.
001460     05  FILLER                  PIC 9(02)   VALUE 31.
001470     05  FILLER                  PIC 9(02)   VALUE 28.
001480     05  FILLER                  PIC 9(02)   VALUE 31.
001490     05  FILLER                  PIC 9(02)   VALUE 30.
001500     05  FILLER                  PIC 9(02)   VALUE 31.
001510     05  FILLER                  PIC 9(02)   VALUE 30.
001520     05  FILLER                  PIC 9(02)   VALUE 31.
001530     05  FILLER                  PIC 9(02)   VALUE 31.
001540     05  FILLER                  PIC 9(02)   VALUE 30.
001550     05  FILLER                  PIC 9(02)   VALUE 31.
001560     05  FILLER                  PIC 9(02)   VALUE 30.
001570     05  FILLER                  PIC 9(02)   VALUE 31.
001580 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
001590     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
001600*
001610*--------------------------------------------------------------*
001620*    RUN COUNTERS AND GRAND TOTALS                              *
001630*--------------------------------------------------------------*
001640 77  WS-OPEN-INVOICES            PIC 9(07)   COMP VALUE ZERO.
001650 77  WS-OPEN-INVOICES-ED         PIC ZZZZZZ9.
001660 77  WS-VENDORS-PRINTED          PIC 9(05)   COMP VALUE ZERO.
001670 77  WS-VENDORS-PRINTED-ED       PIC ZZZZ9.
001680 77  WS-GRAND-BALANCE            PIC S9(11)V99 VALUE ZEROS.
001690 77  WS-GRAND-NOT-DUE            PIC S9(11)V99 VALUE ZEROS.
001700 77  WS-GRAND-1-30               PIC S9(11)V99 VALUE ZEROS.
001710 77  WS-GRAND-31-60              PIC S9(11)V99 VALUE ZEROS.
001720 77  WS-GRAND-61-90              PIC S9(11)V99 VALUE ZEROS.
001730 77  WS-GRAND-OVER-90            PIC S9(11)V99 VALUE ZEROS.
001740*
001750 01  WS-RUN-DATE                 PIC 9(08).
001760 01  WS-RUN-DATE-ED              PIC 9999/99/99.
001770*
001780*--------------------------------------------------------------*
001790*    EDITED DISPLAY FIELDS                                      *
001800*--------------------------------------------------------------*
001810 01  WS-EDIT-FIELDS.
001820     05  WS-BALANCE-ED           PIC $--,---,---,--9.99.
001830     05  WS-BUCKET1-ED           PIC $-,---,--9.99.
001840     05  WS-BUCKET2-ED           PIC $-,---,--9.99.
001850     05  WS-BUCKET3-ED           PIC $-,---,--9.99.
001860     05  WS-BUCKET4-ED           PIC $-,---,--9.99.
001870     05  WS-BUCKET5-ED           PIC $-,---,--9.99.
001880*
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE                                              *
001920*****************************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
001960         UNTIL EOF-INVOICE-FILE.
001970     PERFORM 3000-FINISH-VENDOR THRU 3000-EXIT.
001980     PERFORM 4000-PRINT-AGING-TRAILER THRU 4000-EXIT.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.
002010 0000-MAINLINE-EXIT.
002020     EXIT.
002030*
002040*****************************************************************
002050*    1000-INITIALIZE                                            *
002060*        A MISSING INVOICE FILE MEANS NOTHING HAS EVER BEEN     *
002070*        ENTERED - THE REPORT SAYS SO RATHER THAN FAILING.      *
002080*****************************************************************
002090 1000-INITIALIZE.
002100     OPEN OUTPUT AGING-REPORT-FILE.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002130     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002140     PERFORM 1500-LOAD-VENDOR-MASTER THRU 1500-EXIT.
002150     PERFORM 1600-COMPUTE-AGE-DATES THRU 1600-EXIT.
002160     OPEN INPUT AP-INVOICE-FILE.
002170     IF WS-INVOICE-STATUS-OK
002180         SET WS-INVOICE-FILE-OPENED TO TRUE
002190     ELSE
002200         SET EOF-INVOICE-FILE TO TRUE
002210     END-IF.
002220 1000-EXIT.
002230     EXIT.
002240*
002250*****************************************************************
002260*    1100-WRITE-REPORT-HEADING                                  *
002270*****************************************************************
002280 1100-WRITE-REPORT-HEADING.
002290     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO AGING-LINE.
002300     WRITE AGING-LINE.
002310     MOVE "ACCOUNTS PAYABLE AGING REPORT" TO AGING-LINE.
002320     WRITE AGING-LINE.
002330     MOVE SPACES TO AGING-LINE.
002340     STRING "RUN DATE: " WS-RUN-DATE-ED
002350         "     AGED BY DAYS PAST DUE DATE"
002360         DELIMITED BY SIZE INTO AGING-LINE
002370     END-STRING.
002380     WRITE AGING-LINE.
002390     MOVE SPACES TO AGING-LINE.
002400     WRITE AGING-LINE.
002410     MOVE SPACES TO AGING-LINE.
002420     STRING "VENDOR                              NOT YET DUE"
002430         "          1-30         31-60         61-90"
002440         "       OVER 90             BALANCE"
002450         DELIMITED BY SIZE INTO AGING-LINE
002460     END-STRING.
002470     WRITE AGING-LINE.
002480     MOVE SPACES TO AGING-LINE.
002490     STRING "--------------------------------  ------------- "
002500         "------------- ------------- ------------- "
002510         "-------------  ------------------"
002520         DELIMITED BY SIZE INTO AGING-LINE
002530     END-STRING.
002540     WRITE AGING-LINE.
002550 1100-EXIT.
002560     EXIT.
002570*
002580*****************************************************************
002590*    1500-LOAD-VENDOR-MASTER                                    *
002600*        LOADS VENDOR NAMES FOR THE REPORT.  A MISSING OR       *
002610*        OVERFULL MASTER ONLY COSTS THE NAMES.                  *
002620*****************************************************************
002630 1500-LOAD-VENDOR-MASTER.
002640     OPEN INPUT VENDOR-MASTER-FILE.
002650     IF NOT WS-VENDMST-FILE-OK
002660         SET EOF-VENDMST-FILE TO TRUE
002670         GO TO 1500-EXIT
002680     END-IF.
002690     PERFORM 1550-LOAD-ONE-VENDOR THRU 1550-EXIT
002700         UNTIL EOF-VENDMST-FILE.
002710     CLOSE VENDOR-MASTER-FILE.
002720 1500-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760*    1550-LOAD-ONE-VENDOR                                       *
002770*****************************************************************
002780 1550-LOAD-ONE-VENDOR.
002790     READ VENDOR-MASTER-FILE INTO VENDOR-MASTER-RECORD
002800         AT END
002810             SET EOF-VENDMST-FILE TO TRUE
002820             GO TO 1550-EXIT
002830     END-READ.
002840     IF WS-VEND-COUNT >= 200
002850         SET EOF-VENDMST-FILE TO TRUE
002860         GO TO 1550-EXIT
002870     END-IF.
002880     ADD 1 TO WS-VEND-COUNT.
002890     MOVE VM-VENDOR-NO TO WS-VEND-NO (WS-VEND-COUNT).
002900     MOVE VM-VENDOR-NAME TO WS-VEND-NAME (WS-VEND-COUNT).
002910 1550-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950*    1600-COMPUTE-AGE-DATES                                     *
002960*        WALKS BACKWARD FROM THE RUN DATE ONE DAY AT A TIME,    *
002970*        CAPTURING THE 30-, 60- AND 90-DAY CUTOFF DATES FOR THE *
002980*        AGING BUCKETS.                                         *
002990*****************************************************************
003000 1600-COMPUTE-AGE-DATES.
003010     MOVE WS-RUN-DATE TO WS-AGE-WORK-DATE.
003020     PERFORM 1650-BACK-ONE-DAY THRU 1650-EXIT
003030         VARYING WS-DAYS-BACK FROM 1 BY 1
003040         UNTIL WS-DAYS-BACK > 90.
003050 1600-EXIT.
003060     EXIT.
003070*
003080*****************************************************************
003090*    1650-BACK-ONE-DAY                                          *
003100*****************************************************************
003110 1650-BACK-ONE-DAY.
003120     IF WS-AGE-DAY > 1
003130         SUBTRACT 1 FROM WS-AGE-DAY
003140     ELSE
003150         IF WS-AGE-MONTH > 1
003160             SUBTRACT 1 FROM WS-AGE-MONTH
003170         ELSE
003180             MOVE 12 TO WS-AGE-MONTH
003190             SUBTRACT 1 FROM WS-AGE-YEAR
003200         END-IF
003210         MOVE WS-DIM-ENTRY (WS-AGE-MONTH) TO WS-AGE-DAY
003220         PERFORM 1660-CHECK-LEAP-YEAR THRU 1660-EXIT
003230         IF WS-AGE-MONTH = 02 AND WS-LEAP-YEAR
003240             ADD 1 TO WS-AGE-DAY
003250         END-IF
003260     END-IF.
003270     IF WS-DAYS-BACK = 30
003280         MOVE WS-AGE-WORK-DATE TO WS-AGE30-DATE
003290     END-IF.
003300     IF WS-DAYS-BACK = 60
003310         MOVE WS-AGE-WORK-DATE TO WS-AGE60-DATE
003320     END-IF.
003330     IF WS-DAYS-BACK = 90
003340         MOVE WS-AGE-WORK-DATE TO WS-AGE90-DATE
003350     END-IF.
003360 1650-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400*    1660-CHECK-LEAP-YEAR                                       *
003410*        SETS WS-LEAP-SW FOR WS-AGE-YEAR ACCORDING TO THE USUAL *
003420*        GREGORIAN RULE.                                        *
003430*****************************************************************
003440 1660-CHECK-LEAP-YEAR.
003450     SET WS-NOT-LEAP-YEAR TO TRUE.
003460     DIVIDE WS-AGE-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
003470         REMAINDER WS-REM-4.
003480     IF WS-REM-4 NOT = 0
003490         GO TO 1660-EXIT
003500     END-IF.
003510     DIVIDE WS-AGE-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
003520         REMAINDER WS-REM-100.
003530     IF WS-REM-100 NOT = 0
003540         SET WS-LEAP-YEAR TO TRUE
003550         GO TO 1660-EXIT
003560     END-IF.
003570     DIVIDE WS-AGE-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
003580         REMAINDER WS-REM-400.
003590     IF WS-REM-400 = 0
003600         SET WS-LEAP-YEAR TO TRUE
003610     END-IF.
003620 1660-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660*    2000-PROCESS-INVOICE                                       *
003670*        READS THE NEXT INVOICE IN KEY ORDER.  PAID INVOICES    *
003680*        ARE PASSED OVER; A NEW VENDOR FINISHES THE PREVIOUS    *
003690*        ONE'S LINE; EACH OPEN INVOICE GOES INTO ITS AGE BUCKET *
003700*        BY DUE DATE.                                           *
003710*****************************************************************
003720 2000-PROCESS-INVOICE.
003730     READ AP-INVOICE-FILE NEXT RECORD
003740         AT END
003750             SET EOF-INVOICE-FILE TO TRUE
003760             GO TO 2000-EXIT
003770     END-READ.
003780     IF NOT VI-INVOICE-OPEN
003790         GO TO 2000-EXIT
003800     END-IF.
003810     ADD 1 TO WS-OPEN-INVOICES.
003820     IF NOT WS-VENDOR-IN-PROGRESS
003830             OR VI-VENDOR-NO NOT = WS-CURR-VENDOR
003840         PERFORM 3000-FINISH-VENDOR THRU 3000-EXIT
003850         PERFORM 2100-START-VENDOR THRU 2100-EXIT
003860     END-IF.
003870     ADD VI-AMOUNT TO WS-VEND-BALANCE.
003880     EVALUATE TRUE
003890         WHEN VI-DUE-DATE >= WS-RUN-DATE
003900             ADD VI-AMOUNT TO WS-BUCKET-NOT-DUE
003910         WHEN VI-DUE-DATE > WS-AGE30-DATE
003920             ADD VI-AMOUNT TO WS-BUCKET-1-30
003930         WHEN VI-DUE-DATE > WS-AGE60-DATE
003940             ADD VI-AMOUNT TO WS-BUCKET-31-60
003950         WHEN VI-DUE-DATE > WS-AGE90-DATE
003960             ADD VI-AMOUNT TO WS-BUCKET-61-90
003970         WHEN OTHER
003980             ADD VI-AMOUNT TO WS-BUCKET-OVER-90
003990     END-EVALUATE.
004000 2000-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040*    2100-START-VENDOR                                          *
004050*        ZEROES THE ACCUMULATORS FOR A NEW VENDOR AND LOOKS UP  *
004060*        ITS NAME.                                              *
004070*****************************************************************
004080 2100-START-VENDOR.
004090     SET WS-VENDOR-IN-PROGRESS TO TRUE.
004100     MOVE VI-VENDOR-NO TO WS-CURR-VENDOR.
004110     MOVE ZEROS TO WS-VEND-BALANCE
004120                   WS-BUCKET-NOT-DUE
004130                   WS-BUCKET-1-30
004140                   WS-BUCKET-31-60
004150                   WS-BUCKET-61-90
004160                   WS-BUCKET-OVER-90.
004170     MOVE VI-VENDOR-NO TO WS-LOOKUP-VENDOR-NO.
004180     PERFORM 2150-FIND-VENDOR-NAME THRU 2150-EXIT.
004190     MOVE WS-FOUND-VEND-NAME TO WS-CURR-VEND-NAME.
004200 2100-EXIT.
004210     EXIT.
004220*
004230*****************************************************************
004240*    2150-FIND-VENDOR-NAME                                      *
004250*        LOOKS THE VENDOR UP ON THE MASTER TABLE.  A VENDOR     *
004260*        WITH OPEN INVOICES BUT NO MASTER RECORD IS FLAGGED,    *
004270*        NOT DROPPED.                                           *
004280*****************************************************************
004290 2150-FIND-VENDOR-NAME.
004300     SET WS-VEND-NOT-FOUND TO TRUE.
004310     MOVE "** NOT ON VENDOR MASTER" TO WS-FOUND-VEND-NAME.
004320     MOVE ZERO TO WS-VEND-SUB.
004330     PERFORM 2160-MATCH-ONE-VENDOR THRU 2160-EXIT
004340         VARYING WS-VEND-SUB FROM 1 BY 1
004350         UNTIL WS-VEND-SUB > WS-VEND-COUNT
004360             OR WS-VEND-FOUND.
004370 2150-EXIT.
004380     EXIT.
004390*
004400*****************************************************************
004410*    2160-MATCH-ONE-VENDOR                                      *
004420*****************************************************************
004430 2160-MATCH-ONE-VENDOR.
004440     IF WS-VEND-NO (WS-VEND-SUB) = WS-LOOKUP-VENDOR-NO
004450         SET WS-VEND-FOUND TO TRUE
004460         MOVE WS-VEND-NAME (WS-VEND-SUB) TO WS-FOUND-VEND-NAME
004470     END-IF.
004480 2160-EXIT.
004490     EXIT.
004500*
004510*****************************************************************
004520*    3000-FINISH-VENDOR                                         *
004530*        WRITES THE VENDOR'S AGING LINE AND ROLLS ITS BUCKETS   *
004540*        INTO THE GRAND TOTALS.                                 *
004550*****************************************************************
004560 3000-FINISH-VENDOR.
004570     IF NOT WS-VENDOR-IN-PROGRESS
004580         GO TO 3000-EXIT
004590     END-IF.
004600     ADD 1 TO WS-VENDORS-PRINTED.
004610     MOVE WS-BUCKET-NOT-DUE TO WS-BUCKET1-ED.
004620     MOVE WS-BUCKET-1-30 TO WS-BUCKET2-ED.
004630     MOVE WS-BUCKET-31-60 TO WS-BUCKET3-ED.
004640     MOVE WS-BUCKET-61-90 TO WS-BUCKET4-ED.
004650     MOVE WS-BUCKET-OVER-90 TO WS-BUCKET5-ED.
004660     MOVE WS-VEND-BALANCE TO WS-BALANCE-ED.
004670     MOVE SPACES TO AGING-LINE.
004680     STRING WS-CURR-VENDOR " " WS-CURR-VEND-NAME
004690         "  " WS-BUCKET1-ED " " WS-BUCKET2-ED
004700         " " WS-BUCKET3-ED " " WS-BUCKET4-ED
004710         " " WS-BUCKET5-ED "  " WS-BALANCE-ED
004720         DELIMITED BY SIZE INTO AGING-LINE
004730     END-STRING.
004740     WRITE AGING-LINE.
004750     ADD WS-VEND-BALANCE TO WS-GRAND-BALANCE.
004760     ADD WS-BUCKET-NOT-DUE TO WS-GRAND-NOT-DUE.
004770     ADD WS-BUCKET-1-30 TO WS-GRAND-1-30.
004780     ADD WS-BUCKET-31-60 TO WS-GRAND-31-60.
004790     ADD WS-BUCKET-61-90 TO WS-GRAND-61-90.
004800     ADD WS-BUCKET-OVER-90 TO WS-GRAND-OVER-90.
004810     MOVE 'N' TO WS-VENDOR-ACTIVE-SW.
004820 3000-EXIT.
004830     EXIT.
004840*
004850*****************************************************************
004860*    4000-PRINT-AGING-TRAILER                                   *
004870*****************************************************************
004880 4000-PRINT-AGING-TRAILER.
004890     IF WS-OPEN-INVOICES = 0
004900         MOVE SPACES TO AGING-LINE
004910         WRITE AGING-LINE
004920         MOVE "** NO OPEN INVOICES WERE FOUND **" TO AGING-LINE
004930         WRITE AGING-LINE
004940         GO TO 4000-EXIT
004950     END-IF.
004960     MOVE SPACES TO AGING-LINE.
004970     WRITE AGING-LINE.
004980     MOVE WS-GRAND-NOT-DUE TO WS-BUCKET1-ED.
004990     MOVE WS-GRAND-1-30 TO WS-BUCKET2-ED.
005000     MOVE WS-GRAND-31-60 TO WS-BUCKET3-ED.
005010     MOVE WS-GRAND-61-90 TO WS-BUCKET4-ED.
005020     MOVE WS-GRAND-OVER-90 TO WS-BUCKET5-ED.
005030     MOVE WS-GRAND-BALANCE TO WS-BALANCE-ED.
005040     MOVE SPACES TO AGING-LINE.
005050     STRING "TOTAL                             "
005060         WS-BUCKET1-ED " " WS-BUCKET2-ED
005070         " " WS-BUCKET3-ED " " WS-BUCKET4-ED
005080         " " WS-BUCKET5-ED "  " WS-BALANCE-ED
005090         DELIMITED BY SIZE INTO AGING-LINE
005100     END-STRING.
005110     WRITE AGING-LINE.
005120     MOVE WS-OPEN-INVOICES TO WS-OPEN-INVOICES-ED.
005130     MOVE SPACES TO AGING-LINE.
005140     STRING "OPEN INVOICES READ: " WS-OPEN-INVOICES-ED
005150         DELIMITED BY SIZE INTO AGING-LINE
005160     END-STRING.
005170     WRITE AGING-LINE.
005180     MOVE WS-VENDORS-PRINTED TO WS-VENDORS-PRINTED-ED.
005190     MOVE SPACES TO AGING-LINE.
005200     STRING "VENDORS PRINTED:      " WS-VENDORS-PRINTED-ED
005210         DELIMITED BY SIZE INTO AGING-LINE
005220     END-STRING.
005230     WRITE AGING-LINE.
005240 4000-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280*    9000-TERMINATE                                             *
005290*****************************************************************
005300 9000-TERMINATE.
005310     CLOSE AGING-REPORT-FILE.
005320     IF WS-INVOICE-FILE-OPENED
005330         CLOSE AP-INVOICE-FILE
005340     END-IF.
005350 9000-EXIT.
005360     EXIT.
