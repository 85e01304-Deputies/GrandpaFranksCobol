000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     PRICE-AUDIT.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    PRICE-AUDIT                                                *
000180*                                                                *
000190*    NIGHTLY PRICE AUDIT AND LOSS-PREVENTION REPORT.  EVERY     *
000200*    LINE ON THE ITEM-LEVEL REGISTER FEED (ITEMDTL.DAT) IS      *
000210*    COMPARED WITH THE SHELF PRICE IN EFFECT ON ITS             *
000220*    ID-YEAR/ID-MONTH/ID-DAY ON THE PRICE MASTER (PRICEMST.DAT) *
000230*    - THE SALE PRICE WHEN ONE IS SET, OTHERWISE THE REGULAR    *
000240*    PRICE.                                                     *
000250*                                                                *
000260*    A LINE RUNG AT ANYTHING BUT THE SHELF PRICE IS AN          *
000270*    OVERRIDE; THE DOLLARS GIVEN AWAY ARE (SHELF PRICE - PRICE  *
000280*    RUNG) X QUANTITY, WHICH COMES OUT POSITIVE BOTH FOR A SALE *
000290*    RUNG LOW AND FOR A RETURN REFUNDED HIGH, AND NEGATIVE FOR  *
000300*    AN OVERCHARGE.  A SALE RUNG BELOW THE UNIT COST ON FILE IS *
000310*    A BELOW-COST SALE, WHETHER OR NOT IT WAS AN OVERRIDE, AND  *
000320*    ITS LOSS IS (UNIT COST - PRICE RUNG) X QUANTITY.           *
000330*                                                                *
000340*    THE REPORT (PRCAUDIT) LISTS EVERY OVERRIDE, BELOW-COST     *
000350*    SALE AND UNPRICED LINE, THEN SUMMARIZES COUNTS AND DOLLARS *
000358*    BY STORE, REGISTER AND DEPARTMENT (A REGISTER NUMBER IS    *
000366*    ONLY UNIQUE WITHIN A STORE) WITH STORE, DEPARTMENT AND     *
000374*    ALL-STORE TOTALS.  LINES ITEM-SALES REJECTS (BAD DATE,     *
000382*    UNKNOWN OR INACTIVE SKU, ZERO QUANTITY) ARE COUNTED BUT    *
000390*    NOT AUDITED - THEY ARE ON ITS EXCEPTION LISTING.           *
000400*                                                                *
000410*    NO USABLE ITEM OR DEPARTMENT MASTER ENDS THE RUN WITH      *
000420*    RETURN CODE 8.  A MISSING PRICE MASTER DOES NOT - EVERY    *
000430*    LINE IS LISTED AS UNPRICED.                                *
000440*****************************************************************
000450*
000460* MODIFICATION HISTORY
000470*    DATE       INIT  DESCRIPTION
000480*    ---------  ----  -----------------------------------------
000490*    2026-10-15 WJF   ORIGINAL PROGRAM.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ITEM-DETAIL-FILE
000550         ASSIGN TO ITEMDTL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ITEMDTL-STATUS.
000580*
000590     SELECT ITEM-MASTER-FILE
000600         ASSIGN TO ITEMMST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ITEMMST-STATUS.
000630*
000640     SELECT DEPT-MASTER-FILE
000650         ASSIGN TO DEPTMST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DEPTMST-STATUS.
000680*
000690     SELECT PRICE-FILE
000700         ASSIGN TO PRICEMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS PR-KEY
000740         FILE STATUS IS WS-PRICE-STATUS.
000750*
000760     SELECT AUDIT-REPORT-FILE
000770         ASSIGN TO PRCAUDIT
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ITEM-DETAIL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY ITEMDTL.
000850*
000860 FD  ITEM-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY ITEMMST.
000890*
000900 FD  DEPT-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY DEPTMST.
000930*
000940 FD  PRICE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY PRICEMST.
000970*
000980 FD  AUDIT-REPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  AUDIT-LINE                     PIC X(132).
001010*
001020 WORKING-STORAGE SECTION.
001030*
001040*--------------------------------------------------------------*
001050*    SWITCHES                                                   *
001060*--------------------------------------------------------------*
001070 01  WS-SWITCHES.
001080     05  WS-ITEMDTL-STATUS       PIC X(02)   VALUE SPACES.
001090         88  WS-ITEMDTL-FILE-OK               VALUE '00'.
001100     05  WS-ITEMDTL-EOF-SW       PIC X(01)   VALUE 'N'.
001110         88  EOF-ITEMDTL-FILE                 VALUE 'Y'.
001113     05  WS-ITEMDTL-OPEN-SW      PIC X(01)   VALUE 'N'.
001116         88  WS-ITEMDTL-FILE-OPEN             VALUE 'Y'.
001120     05  WS-ITEMMST-STATUS       PIC X(02)   VALUE SPACES.
001130         88  WS-ITEMMST-FILE-OK               VALUE '00'.
001140     05  WS-ITEMMST-EOF-SW       PIC X(01)   VALUE 'N'.
001150         88  EOF-ITEMMST-FILE                 VALUE 'Y'.
001160     05  WS-DEPTMST-STATUS       PIC X(02)   VALUE SPACES.
001170         88  WS-DEPTMST-FILE-OK               VALUE '00'.
001180     05  WS-DEPTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001190         88  EOF-DEPTMST-FILE                 VALUE 'Y'.
001200     05  WS-PRICE-STATUS         PIC X(02)   VALUE SPACES.
001210         88  WS-PRICE-FILE-OK                 VALUE '00'.
001220     05  WS-PRICE-EOF-SW         PIC X(01)   VALUE 'N'.
001230         88  EOF-PRICE-FILE                   VALUE 'Y'.
001240     05  WS-ITEM-FOUND-SW        PIC X(01)   VALUE 'N'.
001250         88  WS-ITEM-FOUND                    VALUE 'Y'.
001260         88  WS-ITEM-NOT-FOUND                VALUE 'N'.
001270     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE 'N'.
001280         88  WS-DEPT-FOUND                    VALUE 'Y'.
001290         88  WS-DEPT-NOT-FOUND                VALUE 'N'.
001292     05  WS-STORE-FOUND-SW       PIC X(01)   VALUE 'N'.
001294         88  WS-STORE-FOUND                   VALUE 'Y'.
001296         88  WS-STORE-NOT-FOUND               VALUE 'N'.
001300     05  WS-VALID-SW             PIC X(01)   VALUE 'Y'.
001310         88  RECORD-IS-VALID                  VALUE 'Y'.
001320         88  RECORD-IS-INVALID                VALUE 'N'.
001330     05  WS-OVERRIDE-SW          PIC X(01)   VALUE 'N'.
001340         88  WS-LINE-OVERRIDDEN               VALUE 'Y'.
001350     05  WS-BELOW-COST-SW        PIC X(01)   VALUE 'N'.
001360         88  WS-LINE-BELOW-COST               VALUE 'Y'.
001370     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001380         88  WS-LEAP-YEAR                     VALUE 'Y'.
001390         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001400     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001410         88  WS-RUN-ABORTED                   VALUE 'Y'.
001420*
001430*--------------------------------------------------------------*
001440*    ITEM TABLE, LOADED FROM THE ITEM MASTER FILE (ITEMMST.DAT) *
001450*--------------------------------------------------------------*
001460 01  WS-ITEM-TABLE.
001470     05  WS-ITEM-COUNT           PIC 9(03)   COMP VALUE ZERO.
001480     05  WS-ITEM-ENTRY           OCCURS 300 TIMES.
001490         10  WS-ITEM-SKU             PIC X(08).
001500         10  WS-ITEM-DESC            PIC X(20).
001510         10  WS-ITEM-DEPT-CODE       PIC X(04).
001520         10  WS-ITEM-ACTIVE-FLAG     PIC X(01).
001530             88  WS-ITEM-ENTRY-ACTIVE        VALUE 'A'.
001540*
001550 77  WS-ITEM-SUB                 PIC 9(03)   COMP.
001560 77  WS-ITEM-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001570*
001580*--------------------------------------------------------------*
001590*    DEPARTMENT TABLE, LOADED FROM THE DEPARTMENT MASTER FILE   *
001600*    (DEPTMST.DAT), WITH THE DEPARTMENT'S TOTALS FOR THE RUN.   *
001610*--------------------------------------------------------------*
001620 01  WS-DEPT-TABLE.
001630     05  WS-DEPT-COUNT           PIC 9(02)   COMP VALUE ZERO.
001640     05  WS-DEPT-ENTRY           OCCURS 20 TIMES.
001650         10  WS-DEPT-CODE            PIC X(04).
001660         10  WS-DEPT-NAME            PIC X(20).
001670         10  WS-DEPT-OVR-COUNT       PIC 9(05)   COMP.
001680         10  WS-DEPT-OVR-DOLLARS     PIC S9(09)V99.
001690         10  WS-DEPT-BLC-COUNT       PIC 9(05)   COMP.
001700         10  WS-DEPT-BLC-DOLLARS     PIC S9(09)V99.
001710*
001720 77  WS-DEPT-SUB                 PIC 9(02)   COMP.
001730 77  WS-DEPT-FOUND-SUB           PIC 9(02)   COMP VALUE ZERO.
001740 77  WS-LOOKUP-DEPT-CODE         PIC X(04).
001750*
001760*--------------------------------------------------------------*
001764*    STORE AND REGISTER BY DEPARTMENT TOTALS - OVERRIDES AND   *
001768*    BELOW-COST SALES FOR EACH REGISTER 01-99 AT EACH STORE IN *
001772*    EACH DEPARTMENT, IN DEPARTMENT TABLE ORDER.  A STORE GETS *
001776*    AN ENTRY WITH THE FIRST OF ITS LINES TOTALED.  LINES FROM *
001780*    STORES PAST THE TENTH ARE COUNTED AND LEFT OUT OF THE     *
001784*    REGISTER SUMMARY (THEY ARE STILL IN THE DEPARTMENT TOTALS).*
001788*--------------------------------------------------------------*
001792 01  WS-REGISTER-TABLE.
001796     05  WS-STORE-COUNT          PIC 9(02)   COMP.
001800     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
001804         10  WS-STORE-NO             PIC 9(02).
001808         10  WS-REG-ENTRY            OCCURS 99 TIMES.
001812             15  WS-REG-LINES            PIC 9(05)   COMP.
001816             15  WS-RD-ENTRY             OCCURS 20 TIMES.
001820                 20  WS-RD-OVR-COUNT         PIC 9(05)   COMP.
001824                 20  WS-RD-OVR-DOLLARS       PIC S9(09)V99.
001828                 20  WS-RD-BLC-COUNT         PIC 9(05)   COMP.
001832                 20  WS-RD-BLC-DOLLARS       PIC S9(09)V99.
001836*
001840 77  WS-STORE-SUB                PIC 9(02)   COMP.
001844 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
001848 77  WS-CURR-STORE-NO            PIC 9(02).
001852 77  WS-PRINT-STORE-NO           PIC 9(03)   COMP.
001856 77  WS-LINES-NO-STORE-ROOM      PIC 9(07)   COMP VALUE ZERO.
001860 77  WS-STORE-OVR-COUNT          PIC 9(05)   COMP.
001864 77  WS-STORE-OVR-DOLLARS        PIC S9(09)V99.
001868 77  WS-STORE-BLC-COUNT          PIC 9(05)   COMP.
001872 77  WS-STORE-BLC-DOLLARS        PIC S9(09)V99.
001876 77  WS-REG-SUB                  PIC 9(03)   COMP.
001880*
001884 01  WS-RD-CURR.
001888     05  WS-RD-CURR-OVR-COUNT    PIC 9(05)   COMP.
001892     05  WS-RD-CURR-OVR-DOLLARS  PIC S9(09)V99.
001896     05  WS-RD-CURR-BLC-COUNT    PIC 9(05)   COMP.
001900     05  WS-RD-CURR-BLC-DOLLARS  PIC S9(09)V99.
001910 77  WS-REG-OVR-COUNT            PIC 9(05)   COMP.
001920 77  WS-REG-OVR-DOLLARS          PIC S9(09)V99.
001930 77  WS-REG-BLC-COUNT            PIC 9(05)   COMP.
001940 77  WS-REG-BLC-DOLLARS          PIC S9(09)V99.
001950*
001960*--------------------------------------------------------------*
001970*    PRICE TABLE - EVERY PRICE MASTER RECORD                    *
001980*--------------------------------------------------------------*
001990 01  WS-PRICE-TABLE.
002000     05  WS-PRICE-COUNT          PIC 9(04)   COMP VALUE ZERO.
002010     05  WS-PRICE-ENTRY          OCCURS 3000 TIMES.
002020         10  WS-PT-SKU               PIC X(08).
002030         10  WS-PT-EFFECTIVE-DATE    PIC 9(08).
002040         10  WS-PT-REGULAR-PRICE     PIC 9(05)V99.
002050         10  WS-PT-SALE-PRICE        PIC 9(05)V99.
002060         10  WS-PT-UNIT-COST         PIC 9(05)V99.
002070*
002080 77  WS-PRICE-SUB                PIC 9(04)   COMP.
002090 77  WS-PRICE-FOUND-SUB          PIC 9(04)   COMP VALUE ZERO.
002100 77  WS-LOOKUP-DATE              PIC 9(08).
002110 77  WS-BEST-DATE                PIC 9(08).
002120*
002130*--------------------------------------------------------------*
002140*    THE LINE BEING AUDITED                                     *
002150*--------------------------------------------------------------*
002160 77  WS-SHELF-PRICE              PIC 9(05)V99.
002170 77  WS-UNIT-COST                PIC 9(05)V99.
002180 77  WS-GIVEN-AWAY               PIC S9(09)V99.
002190 77  WS-BELOW-COST-LOSS          PIC S9(09)V99.
002200 01  WS-AUDIT-FLAGS              PIC X(19).
002210*
002220*--------------------------------------------------------------*
002230*    COUNTERS AND TOTALS                                        *
002240*--------------------------------------------------------------*
002250 77  WS-RECORDS-READ             PIC 9(07)   COMP VALUE ZERO.
002260 77  WS-LINES-AUDITED            PIC 9(07)   COMP VALUE ZERO.
002270 77  WS-LINES-NOT-AUDITED        PIC 9(07)   COMP VALUE ZERO.
002280 77  WS-LINES-UNPRICED           PIC 9(07)   COMP VALUE ZERO.
002290 77  WS-LINES-AT-SHELF           PIC 9(07)   COMP VALUE ZERO.
002300 77  WS-TOTAL-OVR-COUNT          PIC 9(07)   COMP VALUE ZERO.
002310 77  WS-TOTAL-OVR-DOLLARS        PIC S9(11)V99 VALUE ZEROS.
002320 77  WS-TOTAL-BLC-COUNT          PIC 9(07)   COMP VALUE ZERO.
002330 77  WS-TOTAL-BLC-DOLLARS        PIC S9(11)V99 VALUE ZEROS.
002340*
002350*--------------------------------------------------------------*
002360*    VALIDATION WORK AREAS - THE SAME DATE CHECKS ITEM-SALES    *
002370*    MAKES.                                                     *
002380*--------------------------------------------------------------*
002390 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002400 77  WS-REM-4                    PIC 9(02)   COMP.
002410 77  WS-REM-100                  PIC 9(02)   COMP.
002420 77  WS-REM-400                  PIC 9(03)   COMP.
002430 77  WS-MAX-DAY                  PIC 9(02).
002440*
002450 01  WS-DIM-VALUES-AREA.
002460     05  FILLER                  PIC 9(02)   VALUE 31.
002470     05  FILLER                  PIC 9(02)   VALUE 28.
002480     05  FILLER                  PIC 9(02)   VALUE 31.
002490     05  FILLER                  PIC 9(02)   VALUE 30.
002500     05  FILLER                  PIC 9(02)   VALUE 31.
002510     05  FILLER                  PIC 9(02)   VALUE 30.
002520     05  FILLER                  PIC 9(02)   VALUE 31.
002530     05  FILLER                  PIC 9(02)   VALUE 31.
002540     05  FILLER                  PIC 9(02)   VALUE 30.
002550     05  FILLER                  PIC 9(02)   VALUE 31.
002560     05  FILLER                  PIC 9(02)   VALUE 30.
002570     05  FILLER                  PIC 9(02)   VALUE 31.
002580 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002590     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002600*
002610 01  WS-RUN-DATE                 PIC 9(08).
002620 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002630*
002640*--------------------------------------------------------------*
002650*    EDITED DISPLAY FIELDS                                      *
002660*--------------------------------------------------------------*
002670 01  WS-EDIT-FIELDS.
002680     05  WS-LINE-DATE            PIC 9(08).
002690     05  WS-LINE-DATE-ED         PIC 9999/99/99.
002700     05  WS-QTY-ED               PIC -----9.
002710     05  WS-RUNG-ED              PIC ZZ,ZZ9.99.
002720     05  WS-SHELF-ED             PIC ZZ,ZZ9.99.
002730     05  WS-COST-ED              PIC ZZ,ZZ9.99.
002740     05  WS-GIVEN-ED             PIC -----,--9.99.
002750     05  WS-LOSS-ED              PIC -----,--9.99.
002756     05  WS-STORE-ED             PIC 99.
002762     05  WS-REG-ED               PIC 99.
002770     05  WS-OVR-COUNT-ED         PIC Z,ZZZ,ZZ9.
002780     05  WS-BLC-COUNT-ED         PIC Z,ZZZ,ZZ9.
002790     05  WS-COUNT-ED             PIC Z,ZZZ,ZZ9.
002800     05  WS-TOTAL-GIVEN-ED       PIC $--,---,---,--9.99.
002810     05  WS-TOTAL-LOSS-ED        PIC $--,---,---,--9.99.
002820*
002830 PROCEDURE DIVISION.
002840*****************************************************************
002850*    0000-MAINLINE                                              *
002860*****************************************************************
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002890     IF WS-RUN-ABORTED
002900         PERFORM 9000-TERMINATE THRU 9000-EXIT
002910         STOP RUN
002920     END-IF.
002930     PERFORM 2000-AUDIT-ITEM-LINE THRU 2000-EXIT
002940         UNTIL EOF-ITEMDTL-FILE.
002950     PERFORM 4000-PRINT-REGISTER-SUMMARY THRU 4000-EXIT.
002960     PERFORM 4500-PRINT-DEPT-SUMMARY THRU 4500-EXIT.
002970     PERFORM 5000-PRINT-REPORT-TRAILER THRU 5000-EXIT.
002980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002990     STOP RUN.
003000 0000-MAINLINE-EXIT.
003010     EXIT.
003020*
003030*****************************************************************
003040*    1000-INITIALIZE                                            *
003050*****************************************************************
003060 1000-INITIALIZE.
003070     OPEN OUTPUT AUDIT-REPORT-FILE.
003080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003090     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
003100     INITIALIZE WS-REGISTER-TABLE.
003110     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
003120     PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT.
003130     IF WS-RUN-ABORTED
003140         GO TO 1000-EXIT
003150     END-IF.
003160     PERFORM 1600-LOAD-ITEM-MASTER THRU 1600-EXIT.
003170     IF WS-RUN-ABORTED
003180         GO TO 1000-EXIT
003190     END-IF.
003200     PERFORM 1700-LOAD-PRICE-FILE THRU 1700-EXIT.
003210     IF WS-RUN-ABORTED
003220         GO TO 1000-EXIT
003230     END-IF.
003237     OPEN INPUT ITEM-DETAIL-FILE.
003244     IF NOT WS-ITEMDTL-FILE-OK
003251         SET EOF-ITEMDTL-FILE TO TRUE
003258     ELSE
003265         SET WS-ITEMDTL-FILE-OPEN TO TRUE
003272     END-IF.
003280 1000-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*    1100-WRITE-REPORT-HEADING                                  *
003330*****************************************************************
003340 1100-WRITE-REPORT-HEADING.
003350     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO AUDIT-LINE.
003360     WRITE AUDIT-LINE.
003370     MOVE "PRICE AUDIT - OVERRIDES AND BELOW-COST SALES" TO
003380         AUDIT-LINE.
003390     WRITE AUDIT-LINE.
003400     MOVE SPACES TO AUDIT-LINE.
003410     STRING "RUN DATE: " WS-RUN-DATE-ED
003420         DELIMITED BY SIZE INTO AUDIT-LINE
003430     END-STRING.
003440     WRITE AUDIT-LINE.
003450     MOVE SPACES TO AUDIT-LINE.
003460     WRITE AUDIT-LINE.
003470     MOVE SPACES TO AUDIT-LINE.
003480     STRING "DATE       ST RG DEPT SKU      DESCRIPTION         "
003490         "   QTY      RUNG     SHELF      COST   GIVEN AWAY"
003500         "   COST LOSS FLAGS"
003510         DELIMITED BY SIZE INTO AUDIT-LINE
003520     END-STRING.
003530     WRITE AUDIT-LINE.
003540 1100-EXIT.
003550     EXIT.
003560*
003570*****************************************************************
003580*    1500-LOAD-DEPT-MASTER                                      *
003590*        LOADS THE DEPARTMENT MASTER INTO WS-DEPT-TABLE - THE   *
003600*        SAME RULE ITEM-SALES APPLIES: NO USABLE MASTER, NO     *
003610*        RUN.                                                   *
003620*****************************************************************
003630 1500-LOAD-DEPT-MASTER.
003640     OPEN INPUT DEPT-MASTER-FILE.
003650     IF NOT WS-DEPTMST-FILE-OK
003660         DISPLAY "PRICE-AUDIT: DEPARTMENT MASTER FILE "
003670             "(DEPTMST) IS MISSING - RUN STOPPED"
003680         MOVE 8 TO RETURN-CODE
003690         SET WS-RUN-ABORTED TO TRUE
003700         GO TO 1500-EXIT
003710     END-IF.
003720     PERFORM 1550-LOAD-ONE-DEPT THRU 1550-EXIT
003730         UNTIL EOF-DEPTMST-FILE.
003740     CLOSE DEPT-MASTER-FILE.
003750     IF WS-DEPT-COUNT = 0 AND NOT WS-RUN-ABORTED
003760         DISPLAY "PRICE-AUDIT: DEPARTMENT MASTER FILE "
003770             "(DEPTMST) IS EMPTY - RUN STOPPED"
003780         MOVE 8 TO RETURN-CODE
003790         SET WS-RUN-ABORTED TO TRUE
003800     END-IF.
003810 1500-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*    1550-LOAD-ONE-DEPT                                         *
003860*****************************************************************
003870 1550-LOAD-ONE-DEPT.
003880     READ DEPT-MASTER-FILE INTO DEPARTMENT-MASTER-RECORD
003890         AT END
003900             SET EOF-DEPTMST-FILE TO TRUE
003910             GO TO 1550-EXIT
003920     END-READ.
003930     IF WS-DEPT-COUNT >= 20
003940         DISPLAY "PRICE-AUDIT: DEPARTMENT MASTER EXCEEDS 20 "
003950             "DEPARTMENTS - RUN STOPPED"
003960         MOVE 8 TO RETURN-CODE
003970         SET WS-RUN-ABORTED TO TRUE
003980         SET EOF-DEPTMST-FILE TO TRUE
003990         GO TO 1550-EXIT
004000     END-IF.
004010     ADD 1 TO WS-DEPT-COUNT.
004020     MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
004030     MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
004040     MOVE ZERO TO WS-DEPT-OVR-COUNT (WS-DEPT-COUNT).
004050     MOVE ZEROS TO WS-DEPT-OVR-DOLLARS (WS-DEPT-COUNT).
004060     MOVE ZERO TO WS-DEPT-BLC-COUNT (WS-DEPT-COUNT).
004070     MOVE ZEROS TO WS-DEPT-BLC-DOLLARS (WS-DEPT-COUNT).
004080 1550-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    1600-LOAD-ITEM-MASTER                                      *
004130*****************************************************************
004140 1600-LOAD-ITEM-MASTER.
004150     OPEN INPUT ITEM-MASTER-FILE.
004160     IF NOT WS-ITEMMST-FILE-OK
004170         DISPLAY "PRICE-AUDIT: ITEM MASTER FILE (ITEMMST) IS "
004180             "MISSING - RUN STOPPED"
004190         MOVE 8 TO RETURN-CODE
004200         SET WS-RUN-ABORTED TO TRUE
004210         GO TO 1600-EXIT
004220     END-IF.
004230     PERFORM 1650-LOAD-ONE-ITEM THRU 1650-EXIT
004240         UNTIL EOF-ITEMMST-FILE.
004250     CLOSE ITEM-MASTER-FILE.
004260     IF WS-ITEM-COUNT = 0 AND NOT WS-RUN-ABORTED
004270         DISPLAY "PRICE-AUDIT: ITEM MASTER FILE (ITEMMST) IS "
004280             "EMPTY - RUN STOPPED"
004290         MOVE 8 TO RETURN-CODE
004300         SET WS-RUN-ABORTED TO TRUE
004310     END-IF.
004320 1600-EXIT.
004330     EXIT.
004340*
004350*****************************************************************
004360*    1650-LOAD-ONE-ITEM                                         *
004370*****************************************************************
004380 1650-LOAD-ONE-ITEM.
004390     READ ITEM-MASTER-FILE INTO ITEM-MASTER-RECORD
004400         AT END
004410             SET EOF-ITEMMST-FILE TO TRUE
004420             GO TO 1650-EXIT
004430     END-READ.
004440     IF WS-ITEM-COUNT >= 300
004450         DISPLAY "PRICE-AUDIT: ITEM MASTER EXCEEDS 300 SKUS - "
004460             "RUN STOPPED"
004470         MOVE 8 TO RETURN-CODE
004480         SET WS-RUN-ABORTED TO TRUE
004490         SET EOF-ITEMMST-FILE TO TRUE
004500         GO TO 1650-EXIT
004510     END-IF.
004520     ADD 1 TO WS-ITEM-COUNT.
004530     MOVE IM-SKU TO WS-ITEM-SKU (WS-ITEM-COUNT).
004540     MOVE IM-DESCRIPTION TO WS-ITEM-DESC (WS-ITEM-COUNT).
004550     MOVE IM-DEPT-CODE TO WS-ITEM-DEPT-CODE (WS-ITEM-COUNT).
004560     MOVE IM-ACTIVE-FLAG TO WS-ITEM-ACTIVE-FLAG (WS-ITEM-COUNT).
004570 1650-EXIT.
004580     EXIT.
004590*
004600*****************************************************************
004610*    1700-LOAD-PRICE-FILE                                       *
004620*        LOADS EVERY PRICE MASTER RECORD INTO WS-PRICE-TABLE.   *
004630*        NO PRICE MASTER YET IS NOTED ON THE REPORT AND THE     *
004640*        AUDIT CARRIES ON, LISTING EVERY LINE AS UNPRICED.      *
004650*****************************************************************
004660 1700-LOAD-PRICE-FILE.
004670     OPEN INPUT PRICE-FILE.
004680     IF NOT WS-PRICE-FILE-OK
004690         MOVE "*** PRICE MASTER (PRICEMST) NOT AVAILABLE" TO
004700             AUDIT-LINE
004710         MOVE " - NO LINE CAN BE PRICED" TO AUDIT-LINE (42:24)
004720         WRITE AUDIT-LINE
004730         GO TO 1700-EXIT
004740     END-IF.
004750     PERFORM 1750-LOAD-ONE-PRICE THRU 1750-EXIT
004760         UNTIL EOF-PRICE-FILE.
004770     CLOSE PRICE-FILE.
004780 1700-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*    1750-LOAD-ONE-PRICE                                        *
004830*****************************************************************
004840 1750-LOAD-ONE-PRICE.
004850     READ PRICE-FILE NEXT RECORD
004860         AT END
004870             SET EOF-PRICE-FILE TO TRUE
004880             GO TO 1750-EXIT
004890     END-READ.
004900     IF WS-PRICE-COUNT >= 3000
004910         DISPLAY "PRICE-AUDIT: PRICE FILE EXCEEDS 3000 "
004920             "RECORDS - RUN STOPPED"
004930         MOVE 8 TO RETURN-CODE
004940         SET WS-RUN-ABORTED TO TRUE
004950         SET EOF-PRICE-FILE TO TRUE
004960         GO TO 1750-EXIT
004970     END-IF.
004980     ADD 1 TO WS-PRICE-COUNT.
004990     MOVE PR-SKU TO WS-PT-SKU (WS-PRICE-COUNT).
005000     MOVE PR-EFFECTIVE-DATE TO
005010         WS-PT-EFFECTIVE-DATE (WS-PRICE-COUNT).
005020     MOVE PR-REGULAR-PRICE TO
005030         WS-PT-REGULAR-PRICE (WS-PRICE-COUNT).
005040     MOVE PR-SALE-PRICE TO WS-PT-SALE-PRICE (WS-PRICE-COUNT).
005050     MOVE PR-UNIT-COST TO WS-PT-UNIT-COST (WS-PRICE-COUNT).
005060 1750-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100*    2000-AUDIT-ITEM-LINE                                       *
005107*        PRICES ONE ITEM LINE AS OF ITS OWN DATE AND LISTS AND  *
005114*        TOTALS IT IF IT WAS AN OVERRIDE OR A BELOW-COST SALE.  *
005121*        A LINE WITH NO STORE NUMBER IS THE MAIN STORE'S (01).  *
005130*****************************************************************
005140 2000-AUDIT-ITEM-LINE.
005150     READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-RECORD
005160         AT END
005170             SET EOF-ITEMDTL-FILE TO TRUE
005180             GO TO 2000-EXIT
005190     END-READ.
005200     ADD 1 TO WS-RECORDS-READ.
005210     PERFORM 2200-VALIDATE-ITEM-LINE THRU 2200-EXIT.
005220     IF RECORD-IS-INVALID
005225         ADD 1 TO WS-LINES-NOT-AUDITED
005230         GO TO 2000-EXIT
005235     END-IF.
005240     IF ID-STORE-NO NUMERIC
005245         MOVE ID-STORE-NO TO WS-CURR-STORE-NO
005250     ELSE
005255         MOVE 01 TO WS-CURR-STORE-NO
005260     END-IF.
005265     MOVE ID-YEAR TO WS-LINE-DATE (1:4).
005270     MOVE ID-MONTH TO WS-LINE-DATE (5:2).
005280     MOVE ID-DAY TO WS-LINE-DATE (7:2).
005290     MOVE WS-LINE-DATE TO WS-LOOKUP-DATE.
005300     PERFORM 2700-FIND-PRICE-IN-EFFECT THRU 2700-EXIT.
005310     IF WS-PRICE-FOUND-SUB = 0
005320         ADD 1 TO WS-LINES-UNPRICED
005330         MOVE ZEROS TO WS-SHELF-PRICE
005340         MOVE ZEROS TO WS-UNIT-COST
005350         MOVE ZEROS TO WS-GIVEN-AWAY
005360         MOVE ZEROS TO WS-BELOW-COST-LOSS
005370         MOVE "NO PRICE IN EFFECT" TO WS-AUDIT-FLAGS
005380         PERFORM 2800-LIST-AUDIT-LINE THRU 2800-EXIT
005390         GO TO 2000-EXIT
005400     END-IF.
005410     ADD 1 TO WS-LINES-AUDITED.
005420     MOVE WS-PT-REGULAR-PRICE (WS-PRICE-FOUND-SUB) TO
005430         WS-SHELF-PRICE.
005440     IF WS-PT-SALE-PRICE (WS-PRICE-FOUND-SUB) > 0
005450         MOVE WS-PT-SALE-PRICE (WS-PRICE-FOUND-SUB) TO
005460             WS-SHELF-PRICE
005470     END-IF.
005480     MOVE WS-PT-UNIT-COST (WS-PRICE-FOUND-SUB) TO WS-UNIT-COST.
005490*
005500     MOVE 'N' TO WS-OVERRIDE-SW.
005510     MOVE 'N' TO WS-BELOW-COST-SW.
005520     MOVE ZEROS TO WS-GIVEN-AWAY.
005530     MOVE ZEROS TO WS-BELOW-COST-LOSS.
005540     MOVE SPACES TO WS-AUDIT-FLAGS.
005550     IF ID-UNIT-PRICE NOT = WS-SHELF-PRICE
005560         SET WS-LINE-OVERRIDDEN TO TRUE
005570         COMPUTE WS-GIVEN-AWAY =
005580             (WS-SHELF-PRICE - ID-UNIT-PRICE) * ID-QUANTITY
005590         MOVE "OVERRIDE" TO WS-AUDIT-FLAGS
005600     END-IF.
005610     IF ID-QUANTITY > 0
005620         AND ID-UNIT-PRICE < WS-UNIT-COST
005630         SET WS-LINE-BELOW-COST TO TRUE
005640         COMPUTE WS-BELOW-COST-LOSS =
005650             (WS-UNIT-COST - ID-UNIT-PRICE) * ID-QUANTITY
005660         MOVE "BELOW COST" TO WS-AUDIT-FLAGS (10:10)
005670     END-IF.
005680     IF NOT WS-LINE-OVERRIDDEN
005690         AND NOT WS-LINE-BELOW-COST
005700         ADD 1 TO WS-LINES-AT-SHELF
005710         GO TO 2000-EXIT
005720     END-IF.
005730     PERFORM 2500-ACCUMULATE-LINE THRU 2500-EXIT.
005740     PERFORM 2800-LIST-AUDIT-LINE THRU 2800-EXIT.
005750 2000-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    2200-VALIDATE-ITEM-LINE                                    *
005800*        THE CHECKS ITEM-SALES MAKES, PLUS A REGISTER NUMBER TO *
005810*        TOTAL UNDER.  ON SUCCESS WS-ITEM-FOUND-SUB POINTS AT   *
005820*        THE SKU AND WS-DEPT-FOUND-SUB AT ITS DEPARTMENT.       *
005830*****************************************************************
005840 2200-VALIDATE-ITEM-LINE.
005850     SET RECORD-IS-VALID TO TRUE.
005860     IF ID-YEAR NOT NUMERIC
005870         OR ID-MONTH NOT NUMERIC
005880         OR ID-DAY NOT NUMERIC
005890         OR ID-REGISTER-NO NOT NUMERIC
005900         OR ID-QUANTITY NOT NUMERIC
005910         OR ID-UNIT-PRICE NOT NUMERIC
005920         SET RECORD-IS-INVALID TO TRUE
005930         GO TO 2200-EXIT
005940     END-IF.
005950     IF ID-YEAR < 1900 OR ID-YEAR > 2099
005960         OR ID-MONTH < 1 OR ID-MONTH > 12
005970         OR ID-REGISTER-NO = 0
005980         OR ID-QUANTITY = 0
005990         SET RECORD-IS-INVALID TO TRUE
006000         GO TO 2200-EXIT
006010     END-IF.
006020     PERFORM 2210-CHECK-LEAP-YEAR THRU 2210-EXIT.
006030     MOVE WS-DIM-ENTRY (ID-MONTH) TO WS-MAX-DAY.
006040     IF ID-MONTH = 02 AND WS-LEAP-YEAR
006050         ADD 1 TO WS-MAX-DAY
006060     END-IF.
006070     IF ID-DAY < 1 OR ID-DAY > WS-MAX-DAY
006080         SET RECORD-IS-INVALID TO TRUE
006090         GO TO 2200-EXIT
006100     END-IF.
006110     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
006120     IF WS-ITEM-NOT-FOUND
006130         SET RECORD-IS-INVALID TO TRUE
006140         GO TO 2200-EXIT
006150     END-IF.
006160     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-FOUND-SUB)
006170         SET RECORD-IS-INVALID TO TRUE
006180         GO TO 2200-EXIT
006190     END-IF.
006200     MOVE WS-ITEM-DEPT-CODE (WS-ITEM-FOUND-SUB) TO
006210         WS-LOOKUP-DEPT-CODE.
006220     PERFORM 2260-FIND-DEPT-ENTRY THRU 2260-EXIT.
006230     IF WS-DEPT-NOT-FOUND
006240         SET RECORD-IS-INVALID TO TRUE
006250     END-IF.
006260 2200-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*    2210-CHECK-LEAP-YEAR                                       *
006310*        SETS WS-LEAP-SW ACCORDING TO THE USUAL GREGORIAN RULE. *
006320*****************************************************************
006330 2210-CHECK-LEAP-YEAR.
006340     SET WS-NOT-LEAP-YEAR TO TRUE.
006350     DIVIDE ID-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
006360         REMAINDER WS-REM-4.
006370     IF WS-REM-4 NOT = 0
006380         GO TO 2210-EXIT
006390     END-IF.
006400     DIVIDE ID-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
006410         REMAINDER WS-REM-100.
006420     IF WS-REM-100 NOT = 0
006430         SET WS-LEAP-YEAR TO TRUE
006440         GO TO 2210-EXIT
006450     END-IF.
006460     DIVIDE ID-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
006470         REMAINDER WS-REM-400.
006480     IF WS-REM-400 = 0
006490         SET WS-LEAP-YEAR TO TRUE
006500     END-IF.
006510 2210-EXIT.
006520     EXIT.
006530*
006540*****************************************************************
006550*    2250-FIND-ITEM-ENTRY                                       *
006560*        SEARCHES THE ITEM TABLE FOR ID-SKU.  ON A FIND,        *
006570*        WS-ITEM-FOUND-SUB POINTS AT THE MATCHING ENTRY.        *
006580*****************************************************************
006590 2250-FIND-ITEM-ENTRY.
006600     SET WS-ITEM-NOT-FOUND TO TRUE.
006610     MOVE ZERO TO WS-ITEM-FOUND-SUB.
006620     PERFORM 2255-MATCH-ONE-ITEM THRU 2255-EXIT
006630         VARYING WS-ITEM-SUB FROM 1 BY 1
006640         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
006650             OR WS-ITEM-FOUND.
006660 2250-EXIT.
006670     EXIT.
006680*
006690*****************************************************************
006700*    2255-MATCH-ONE-ITEM                                        *
006710*****************************************************************
006720 2255-MATCH-ONE-ITEM.
006730     IF WS-ITEM-SKU (WS-ITEM-SUB) = ID-SKU
006740         SET WS-ITEM-FOUND TO TRUE
006750         MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
006760     END-IF.
006770 2255-EXIT.
006780     EXIT.
006790*
006800*****************************************************************
006810*    2260-FIND-DEPT-ENTRY                                       *
006820*        SEARCHES THE DEPARTMENT TABLE FOR THE CODE IN          *
006830*        WS-LOOKUP-DEPT-CODE.  ON A FIND, WS-DEPT-FOUND-SUB     *
006840*        POINTS AT THE MATCHING ENTRY.                          *
006850*****************************************************************
006860 2260-FIND-DEPT-ENTRY.
006870     SET WS-DEPT-NOT-FOUND TO TRUE.
006880     MOVE ZERO TO WS-DEPT-FOUND-SUB.
006890     PERFORM 2270-MATCH-ONE-DEPT THRU 2270-EXIT
006900         VARYING WS-DEPT-SUB FROM 1 BY 1
006910         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
006920             OR WS-DEPT-FOUND.
006930 2260-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    2270-MATCH-ONE-DEPT                                        *
006980*****************************************************************
006990 2270-MATCH-ONE-DEPT.
007000     IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT-CODE
007010         SET WS-DEPT-FOUND TO TRUE
007020         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
007030     END-IF.
007040 2270-EXIT.
007050     EXIT.
007060*
007070*****************************************************************
007080*    2500-ACCUMULATE-LINE                                       *
007083*        ADDS THE LINE'S OVERRIDE AND BELOW-COST DOLLARS TO ITS *
007086*        DEPARTMENT AND THE ALL-STORE TOTALS, THEN TO ITS STORE *
007089*        AND REGISTER.                                          *
007092*****************************************************************
007095 2500-ACCUMULATE-LINE.
007098     IF WS-LINE-OVERRIDDEN
007101         ADD 1 TO WS-DEPT-OVR-COUNT (WS-DEPT-FOUND-SUB)
007104         ADD WS-GIVEN-AWAY TO
007107             WS-DEPT-OVR-DOLLARS (WS-DEPT-FOUND-SUB)
007110         ADD 1 TO WS-TOTAL-OVR-COUNT
007113         ADD WS-GIVEN-AWAY TO WS-TOTAL-OVR-DOLLARS
007116     END-IF.
007119     IF WS-LINE-BELOW-COST
007122         ADD 1 TO WS-DEPT-BLC-COUNT (WS-DEPT-FOUND-SUB)
007125         ADD WS-BELOW-COST-LOSS TO
007128             WS-DEPT-BLC-DOLLARS (WS-DEPT-FOUND-SUB)
007131         ADD 1 TO WS-TOTAL-BLC-COUNT
007134         ADD WS-BELOW-COST-LOSS TO WS-TOTAL-BLC-DOLLARS
007137     END-IF.
007140     PERFORM 2550-FIND-STORE-ENTRY THRU 2550-EXIT.
007143     IF WS-STORE-NOT-FOUND
007146         IF WS-STORE-COUNT >= 10
007149             ADD 1 TO WS-LINES-NO-STORE-ROOM
007152             GO TO 2500-EXIT
007155         END-IF
007158         ADD 1 TO WS-STORE-COUNT
007161         MOVE WS-CURR-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT)
007164         MOVE WS-STORE-COUNT TO WS-STORE-FOUND-SUB
007167     END-IF.
007170     MOVE WS-STORE-FOUND-SUB TO WS-STORE-SUB.
007173     MOVE ID-REGISTER-NO TO WS-REG-SUB.
007176     ADD 1 TO WS-REG-LINES (WS-STORE-SUB, WS-REG-SUB).
007179     IF WS-LINE-OVERRIDDEN
007182         ADD 1 TO WS-RD-OVR-COUNT
007185             (WS-STORE-SUB, WS-REG-SUB, WS-DEPT-FOUND-SUB)
007188         ADD WS-GIVEN-AWAY TO WS-RD-OVR-DOLLARS
007191             (WS-STORE-SUB, WS-REG-SUB, WS-DEPT-FOUND-SUB)
007194     END-IF.
007197     IF WS-LINE-BELOW-COST
007200         ADD 1 TO WS-RD-BLC-COUNT
007203             (WS-STORE-SUB, WS-REG-SUB, WS-DEPT-FOUND-SUB)
007206         ADD WS-BELOW-COST-LOSS TO WS-RD-BLC-DOLLARS
007209             (WS-STORE-SUB, WS-REG-SUB, WS-DEPT-FOUND-SUB)
007212     END-IF.
007215 2500-EXIT.
007218     EXIT.
007221*
007224*****************************************************************
007227*    2550-FIND-STORE-ENTRY                                      *
007230*        SEARCHES THE REGISTER TABLE FOR THE STORE IN           *
007233*        WS-CURR-STORE-NO.  ON A FIND, WS-STORE-FOUND-SUB POINTS*
007236*        AT THE MATCHING ENTRY.                                 *
007239*****************************************************************
007242 2550-FIND-STORE-ENTRY.
007245     SET WS-STORE-NOT-FOUND TO TRUE.
007248     MOVE ZERO TO WS-STORE-FOUND-SUB.
007251     PERFORM 2555-MATCH-ONE-STORE THRU 2555-EXIT
007254         VARYING WS-STORE-SUB FROM 1 BY 1
007257         UNTIL WS-STORE-SUB > WS-STORE-COUNT
007260             OR WS-STORE-FOUND.
007263 2550-EXIT.
007266     EXIT.
007269*
007272*****************************************************************
007275*    2555-MATCH-ONE-STORE                                       *
007278*****************************************************************
007281 2555-MATCH-ONE-STORE.
007284     IF WS-STORE-NO (WS-STORE-SUB) = WS-CURR-STORE-NO
007287         SET WS-STORE-FOUND TO TRUE
007290         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
007293     END-IF.
007296 2555-EXIT.
007299     EXIT.
007370*
007380*****************************************************************
007390*    2700-FIND-PRICE-IN-EFFECT                                  *
007400*        FINDS THE PRICE RECORD IN EFFECT FOR ID-SKU ON         *
007410*        WS-LOOKUP-DATE - THE ONE WITH THE LATEST EFFECTIVE     *
007420*        DATE NOT AFTER IT.  WS-PRICE-FOUND-SUB IS ZERO WHEN    *
007430*        THE SKU HAD NO PRICE ON THAT DAY.                      *
007440*****************************************************************
007450 2700-FIND-PRICE-IN-EFFECT.
007460     MOVE ZERO TO WS-PRICE-FOUND-SUB.
007470     MOVE ZEROS TO WS-BEST-DATE.
007480     PERFORM 2750-CHECK-ONE-PRICE THRU 2750-EXIT
007490         VARYING WS-PRICE-SUB FROM 1 BY 1
007500         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT.
007510 2700-EXIT.
007520     EXIT.
007530*
007540*****************************************************************
007550*    2750-CHECK-ONE-PRICE                                       *
007560*****************************************************************
007570 2750-CHECK-ONE-PRICE.
007580     IF WS-PT-SKU (WS-PRICE-SUB) = ID-SKU
007590         AND WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) NOT >
007600             WS-LOOKUP-DATE
007610         AND WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) NOT <
007620             WS-BEST-DATE
007630         MOVE WS-PRICE-SUB TO WS-PRICE-FOUND-SUB
007640         MOVE WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) TO WS-BEST-DATE
007650     END-IF.
007660 2750-EXIT.
007670     EXIT.
007680*
007690*****************************************************************
007700*    2800-LIST-AUDIT-LINE                                       *
007710*****************************************************************
007720 2800-LIST-AUDIT-LINE.
007727     MOVE WS-LINE-DATE TO WS-LINE-DATE-ED.
007734     MOVE WS-CURR-STORE-NO TO WS-STORE-ED.
007741     MOVE ID-REGISTER-NO TO WS-REG-ED.
007750     MOVE ID-QUANTITY TO WS-QTY-ED.
007760     MOVE ID-UNIT-PRICE TO WS-RUNG-ED.
007770     MOVE WS-SHELF-PRICE TO WS-SHELF-ED.
007780     MOVE WS-UNIT-COST TO WS-COST-ED.
007790     MOVE WS-GIVEN-AWAY TO WS-GIVEN-ED.
007800     MOVE WS-BELOW-COST-LOSS TO WS-LOSS-ED.
007810     MOVE SPACES TO AUDIT-LINE.
007820     STRING WS-LINE-DATE-ED " " WS-STORE-ED " " WS-REG-ED " "
007830         WS-ITEM-DEPT-CODE (WS-ITEM-FOUND-SUB) " "
007840         ID-SKU " " WS-ITEM-DESC (WS-ITEM-FOUND-SUB)
007850         WS-QTY-ED " " WS-RUNG-ED " " WS-SHELF-ED " " WS-COST-ED
007860         " " WS-GIVEN-ED WS-LOSS-ED " " WS-AUDIT-FLAGS
007870         DELIMITED BY SIZE INTO AUDIT-LINE
007880     END-STRING.
007890     WRITE AUDIT-LINE.
007900 2800-EXIT.
007910     EXIT.
007920*
007930*****************************************************************
007938*    4000-PRINT-REGISTER-SUMMARY                                *
007946*        ONE BLOCK PER REGISTER WITH ANY OVERRIDE OR BELOW-COST *
007954*        SALE - A LINE PER DEPARTMENT AND A REGISTER TOTAL -    *
007962*        IN STORE NUMBER ORDER, EACH STORE WITH ITS OWN TOTAL.  *
007970*****************************************************************
007980 4000-PRINT-REGISTER-SUMMARY.
007990     MOVE SPACES TO AUDIT-LINE.
008000     WRITE AUDIT-LINE.
008006     MOVE "SUMMARY BY STORE, REGISTER AND DEPARTMENT" TO
008012         AUDIT-LINE.
008020     WRITE AUDIT-LINE.
008030     IF WS-TOTAL-OVR-COUNT = 0 AND WS-TOTAL-BLC-COUNT = 0
008040         MOVE "** NO OVERRIDES OR BELOW-COST SALES **" TO
008050             AUDIT-LINE
008060         WRITE AUDIT-LINE
008070         GO TO 4000-EXIT
008080     END-IF.
008083     PERFORM 4050-PRINT-ONE-STORE THRU 4050-EXIT
008086         VARYING WS-PRINT-STORE-NO FROM 0 BY 1
008089         UNTIL WS-PRINT-STORE-NO > 99.
008092     IF WS-LINES-NO-STORE-ROOM > 0
008095         MOVE WS-LINES-NO-STORE-ROOM TO WS-COUNT-ED
008098         MOVE SPACES TO AUDIT-LINE
008101         WRITE AUDIT-LINE
008104         MOVE SPACES TO AUDIT-LINE
008107         STRING "*** " WS-COUNT-ED " LINES FROM STORES PAST THE "
008110             "TENTH ARE NOT IN THIS SUMMARY"
008113             DELIMITED BY SIZE INTO AUDIT-LINE
008116         END-STRING
008119         WRITE AUDIT-LINE
008122     END-IF.
008125 4000-EXIT.
008130     EXIT.
008131*
008132*****************************************************************
008133*    4050-PRINT-ONE-STORE                                       *
008134*        THE REGISTER BLOCKS FOR STORE WS-PRINT-STORE-NO, IF IT *
008135*        HAD ANY LINES TOTALED, AND THE STORE TOTAL.            *
008136*****************************************************************
008137 4050-PRINT-ONE-STORE.
008138     MOVE WS-PRINT-STORE-NO TO WS-CURR-STORE-NO.
008139     PERFORM 2550-FIND-STORE-ENTRY THRU 2550-EXIT.
008140     IF WS-STORE-NOT-FOUND
008141         GO TO 4050-EXIT
008142     END-IF.
008143     MOVE WS-STORE-FOUND-SUB TO WS-STORE-SUB.
008144     MOVE WS-CURR-STORE-NO TO WS-STORE-ED.
008145     MOVE ZERO TO WS-STORE-OVR-COUNT.
008146     MOVE ZEROS TO WS-STORE-OVR-DOLLARS.
008147     MOVE ZERO TO WS-STORE-BLC-COUNT.
008148     MOVE ZEROS TO WS-STORE-BLC-DOLLARS.
008149     PERFORM 4100-PRINT-ONE-REGISTER THRU 4100-EXIT
008150         VARYING WS-REG-SUB FROM 1 BY 1
008151         UNTIL WS-REG-SUB > 99.
008152     MOVE WS-STORE-OVR-COUNT TO WS-OVR-COUNT-ED.
008153     MOVE WS-STORE-OVR-DOLLARS TO WS-TOTAL-GIVEN-ED.
008154     MOVE WS-STORE-BLC-COUNT TO WS-BLC-COUNT-ED.
008155     MOVE WS-STORE-BLC-DOLLARS TO WS-TOTAL-LOSS-ED.
008156     MOVE SPACES TO AUDIT-LINE.
008157     WRITE AUDIT-LINE.
008158     MOVE SPACES TO AUDIT-LINE.
008159     STRING "STORE " WS-STORE-ED " TOTAL                 "
008160         WS-OVR-COUNT-ED
008161         " " WS-TOTAL-GIVEN-ED "  " WS-BLC-COUNT-ED
008162         " " WS-TOTAL-LOSS-ED
008163         DELIMITED BY SIZE INTO AUDIT-LINE
008164     END-STRING.
008165     WRITE AUDIT-LINE.
008166 4050-EXIT.
008167     EXIT.
008168*
008169*****************************************************************
008170*    4100-PRINT-ONE-REGISTER                                    *
008171*****************************************************************
008180 4100-PRINT-ONE-REGISTER.
008190     IF WS-REG-LINES (WS-STORE-SUB, WS-REG-SUB) = 0
008200         GO TO 4100-EXIT
008210     END-IF.
008220     MOVE WS-REG-SUB TO WS-REG-ED.
008230     MOVE SPACES TO AUDIT-LINE.
008240     WRITE AUDIT-LINE.
008250     MOVE SPACES TO AUDIT-LINE.
008260     STRING "STORE " WS-STORE-ED " REGISTER " WS-REG-ED
008270         "           OVERRIDES         GIVEN AWAY"
008280         " BELOW COST          COST LOSS"
008290         DELIMITED BY SIZE INTO AUDIT-LINE
008300     END-STRING.
008310     WRITE AUDIT-LINE.
008320     MOVE ZERO TO WS-REG-OVR-COUNT.
008330     MOVE ZEROS TO WS-REG-OVR-DOLLARS.
008340     MOVE ZERO TO WS-REG-BLC-COUNT.
008350     MOVE ZEROS TO WS-REG-BLC-DOLLARS.
008360     PERFORM 4200-PRINT-REGISTER-DEPT THRU 4200-EXIT
008370         VARYING WS-DEPT-SUB FROM 1 BY 1
008380         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
008390     MOVE WS-REG-OVR-COUNT TO WS-OVR-COUNT-ED.
008400     MOVE WS-REG-OVR-DOLLARS TO WS-TOTAL-GIVEN-ED.
008410     MOVE WS-REG-BLC-COUNT TO WS-BLC-COUNT-ED.
008420     MOVE WS-REG-BLC-DOLLARS TO WS-TOTAL-LOSS-ED.
008430     MOVE SPACES TO AUDIT-LINE.
008440     STRING "  REGISTER TOTAL               " WS-OVR-COUNT-ED
008450         " " WS-TOTAL-GIVEN-ED "  " WS-BLC-COUNT-ED
008460         " " WS-TOTAL-LOSS-ED
008465         DELIMITED BY SIZE INTO AUDIT-LINE
008470     END-STRING.
008475     WRITE AUDIT-LINE.
008480     ADD WS-REG-OVR-COUNT TO WS-STORE-OVR-COUNT.
008485     ADD WS-REG-OVR-DOLLARS TO WS-STORE-OVR-DOLLARS.
008490     ADD WS-REG-BLC-COUNT TO WS-STORE-BLC-COUNT.
008495     ADD WS-REG-BLC-DOLLARS TO WS-STORE-BLC-DOLLARS.
008500 4100-EXIT.
008510     EXIT.
008520*
008530*****************************************************************
008540*    4200-PRINT-REGISTER-DEPT                                   *
008550*****************************************************************
008560 4200-PRINT-REGISTER-DEPT.
008570     MOVE WS-RD-ENTRY (WS-STORE-SUB, WS-REG-SUB, WS-DEPT-SUB) TO
008580         WS-RD-CURR.
008590     IF WS-RD-CURR-OVR-COUNT = 0
008600         AND WS-RD-CURR-BLC-COUNT = 0
008610         GO TO 4200-EXIT
008620     END-IF.
008630     ADD WS-RD-CURR-OVR-COUNT TO WS-REG-OVR-COUNT.
008640     ADD WS-RD-CURR-OVR-DOLLARS TO WS-REG-OVR-DOLLARS.
008650     ADD WS-RD-CURR-BLC-COUNT TO WS-REG-BLC-COUNT.
008660     ADD WS-RD-CURR-BLC-DOLLARS TO WS-REG-BLC-DOLLARS.
008670     MOVE WS-RD-CURR-OVR-COUNT TO WS-OVR-COUNT-ED.
008680     MOVE WS-RD-CURR-OVR-DOLLARS TO WS-TOTAL-GIVEN-ED.
008690     MOVE WS-RD-CURR-BLC-COUNT TO WS-BLC-COUNT-ED.
008700     MOVE WS-RD-CURR-BLC-DOLLARS TO WS-TOTAL-LOSS-ED.
008770     MOVE SPACES TO AUDIT-LINE.
008780     STRING "  " WS-DEPT-CODE (WS-DEPT-SUB) " "
008790         WS-DEPT-NAME (WS-DEPT-SUB) "    " WS-OVR-COUNT-ED
008800         " " WS-TOTAL-GIVEN-ED "  " WS-BLC-COUNT-ED
008810         " " WS-TOTAL-LOSS-ED
008820         DELIMITED BY SIZE INTO AUDIT-LINE
008830     END-STRING.
008840     WRITE AUDIT-LINE.
008850 4200-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*    4500-PRINT-DEPT-SUMMARY                                    *
008896*        EACH DEPARTMENT'S TOTALS ACROSS ALL STORES AND         *
008902*        REGISTERS.                                             *
008910*****************************************************************
008920 4500-PRINT-DEPT-SUMMARY.
008930     IF WS-TOTAL-OVR-COUNT = 0 AND WS-TOTAL-BLC-COUNT = 0
008940         GO TO 4500-EXIT
008950     END-IF.
008960     MOVE SPACES TO AUDIT-LINE.
008970     WRITE AUDIT-LINE.
008980     MOVE SPACES TO AUDIT-LINE.
008990     STRING "ALL STORES BY DEPARTMENT      "
009000         " OVERRIDES         GIVEN AWAY"
009010         " BELOW COST          COST LOSS"
009020         DELIMITED BY SIZE INTO AUDIT-LINE
009030     END-STRING.
009040     WRITE AUDIT-LINE.
009050     PERFORM 4600-PRINT-ONE-DEPT THRU 4600-EXIT
009060         VARYING WS-DEPT-SUB FROM 1 BY 1
009070         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
009080     MOVE WS-TOTAL-OVR-DOLLARS TO WS-TOTAL-GIVEN-ED.
009090     MOVE WS-TOTAL-BLC-DOLLARS TO WS-TOTAL-LOSS-ED.
009100     MOVE WS-TOTAL-OVR-COUNT TO WS-OVR-COUNT-ED.
009110     MOVE WS-TOTAL-BLC-COUNT TO WS-BLC-COUNT-ED.
009120     MOVE SPACES TO AUDIT-LINE.
009130     STRING "  ALL STORES TOTAL             " WS-OVR-COUNT-ED
009140         " " WS-TOTAL-GIVEN-ED "  " WS-BLC-COUNT-ED
009150         " " WS-TOTAL-LOSS-ED
009160         DELIMITED BY SIZE INTO AUDIT-LINE
009170     END-STRING.
009180     WRITE AUDIT-LINE.
009190 4500-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230*    4600-PRINT-ONE-DEPT                                        *
009240*****************************************************************
009250 4600-PRINT-ONE-DEPT.
009260     IF WS-DEPT-OVR-COUNT (WS-DEPT-SUB) = 0
009270         AND WS-DEPT-BLC-COUNT (WS-DEPT-SUB) = 0
009280         GO TO 4600-EXIT
009290     END-IF.
009300     MOVE WS-DEPT-OVR-COUNT (WS-DEPT-SUB) TO WS-OVR-COUNT-ED.
009310     MOVE WS-DEPT-OVR-DOLLARS (WS-DEPT-SUB) TO
009320         WS-TOTAL-GIVEN-ED.
009330     MOVE WS-DEPT-BLC-COUNT (WS-DEPT-SUB) TO WS-BLC-COUNT-ED.
009340     MOVE WS-DEPT-BLC-DOLLARS (WS-DEPT-SUB) TO
009350         WS-TOTAL-LOSS-ED.
009360     MOVE SPACES TO AUDIT-LINE.
009370     STRING "  " WS-DEPT-CODE (WS-DEPT-SUB) " "
009380         WS-DEPT-NAME (WS-DEPT-SUB) "    " WS-OVR-COUNT-ED
009390         " " WS-TOTAL-GIVEN-ED "  " WS-BLC-COUNT-ED
009400         " " WS-TOTAL-LOSS-ED
009410         DELIMITED BY SIZE INTO AUDIT-LINE
009420     END-STRING.
009430     WRITE AUDIT-LINE.
009440 4600-EXIT.
009450     EXIT.
009460*
009470*****************************************************************
009480*    5000-PRINT-REPORT-TRAILER                                  *
009490*****************************************************************
009500 5000-PRINT-REPORT-TRAILER.
009510     MOVE SPACES TO AUDIT-LINE.
009520     WRITE AUDIT-LINE.
009530     MOVE "-----------------------------------------" TO
009540         AUDIT-LINE.
009550     WRITE AUDIT-LINE.
009560     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
009570     MOVE SPACES TO AUDIT-LINE.
009580     STRING "ITEM LINES READ:              " WS-COUNT-ED
009590         DELIMITED BY SIZE INTO AUDIT-LINE
009600     END-STRING.
009610     WRITE AUDIT-LINE.
009620     MOVE WS-LINES-AUDITED TO WS-COUNT-ED.
009630     MOVE SPACES TO AUDIT-LINE.
009640     STRING "LINES AUDITED:                " WS-COUNT-ED
009650         DELIMITED BY SIZE INTO AUDIT-LINE
009660     END-STRING.
009670     WRITE AUDIT-LINE.
009680     MOVE WS-LINES-AT-SHELF TO WS-COUNT-ED.
009690     MOVE SPACES TO AUDIT-LINE.
009700     STRING "  RUNG AT SHELF PRICE:        " WS-COUNT-ED
009710         DELIMITED BY SIZE INTO AUDIT-LINE
009720     END-STRING.
009730     WRITE AUDIT-LINE.
009740     MOVE WS-TOTAL-OVR-COUNT TO WS-COUNT-ED.
009750     MOVE SPACES TO AUDIT-LINE.
009760     STRING "  OVERRIDES:                  " WS-COUNT-ED
009770         DELIMITED BY SIZE INTO AUDIT-LINE
009780     END-STRING.
009790     WRITE AUDIT-LINE.
009800     MOVE WS-TOTAL-BLC-COUNT TO WS-COUNT-ED.
009810     MOVE SPACES TO AUDIT-LINE.
009820     STRING "  BELOW-COST SALES:           " WS-COUNT-ED
009830         DELIMITED BY SIZE INTO AUDIT-LINE
009840     END-STRING.
009850     WRITE AUDIT-LINE.
009860     MOVE WS-LINES-UNPRICED TO WS-COUNT-ED.
009870     MOVE SPACES TO AUDIT-LINE.
009880     STRING "LINES WITH NO PRICE IN EFFECT:" WS-COUNT-ED
009890         DELIMITED BY SIZE INTO AUDIT-LINE
009900     END-STRING.
009910     WRITE AUDIT-LINE.
009920     MOVE WS-LINES-NOT-AUDITED TO WS-COUNT-ED.
009930     MOVE SPACES TO AUDIT-LINE.
009940     STRING "LINES NOT AUDITED:            " WS-COUNT-ED
009950         "  (SEE THE ITEM-SALES EXCEPTION LISTING)"
009960         DELIMITED BY SIZE INTO AUDIT-LINE
009970     END-STRING.
009980     WRITE AUDIT-LINE.
009990     MOVE WS-TOTAL-OVR-DOLLARS TO WS-TOTAL-GIVEN-ED.
010000     MOVE SPACES TO AUDIT-LINE.
010010     STRING "DOLLARS GIVEN AWAY:   " WS-TOTAL-GIVEN-ED
010020         DELIMITED BY SIZE INTO AUDIT-LINE
010030     END-STRING.
010040     WRITE AUDIT-LINE.
010050     MOVE WS-TOTAL-BLC-DOLLARS TO WS-TOTAL-LOSS-ED.
010060     MOVE SPACES TO AUDIT-LINE.
010070     STRING "SOLD BELOW COST BY:   " WS-TOTAL-LOSS-ED
010080         DELIMITED BY SIZE INTO AUDIT-LINE
010090     END-STRING.
010100     WRITE AUDIT-LINE.
010110 5000-EXIT.
010120     EXIT.
010130*
010140*****************************************************************
010150*    9000-TERMINATE                                             *
010160*****************************************************************
010170 9000-TERMINATE.
010180     IF WS-ITEMDTL-FILE-OPEN
010190         CLOSE ITEM-DETAIL-FILE
010200     END-IF.
010210     CLOSE AUDIT-REPORT-FILE.
010220 9000-EXIT.
010230     EXIT.
