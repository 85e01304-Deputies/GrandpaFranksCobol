000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     INVENTORY-POST.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    INVENTORY-POST                                             *
000180*                                                                *
000190*    PERPETUAL INVENTORY.  KEEPS THE STOCK FILE (STOCKMST.DAT), *
000200*    ONE RECORD PER SKU KEYED BY THE ITEM MASTER'S IM-SKU, WITH *
000210*    THE QUANTITY ON HAND AND EACH SKU'S REORDER POINT AND      *
000220*    REORDER QUANTITY.  EACH NIGHT IT:                          *
000230*      - RELIEVES ON-HAND BY THE DAY'S ITEM-LEVEL REGISTER FEED *
000240*        (ITEMDTL.DAT) - A RETURN LINE'S NEGATIVE QUANTITY PUTS *
000250*        THE STOCK BACK.  THE SAME LINE EDITS ITEM-SALES        *
000260*        APPLIES KEEP A BAD LINE OUT OF THE STOCK FILE AS WELL; *
000270*      - ADDS THE RECEIVING SLIPS KEYED AT THE BACK DOOR        *
000280*        (RCVTRANS.DAT);                                        *
000290*      - POSTS THE PHYSICAL COUNTS AND REORDER SETTINGS FROM    *
000300*        THE COUNT SHEETS (CNTTRANS.DAT).  A COUNT REPLACES THE *
000310*        BOOK QUANTITY AND THE DIFFERENCE IS PRINTED ON THE     *
000320*        VARIANCE REGISTER.  COUNTS ARE TAKEN AFTER CLOSE, SO   *
000330*        THEY POST LAST AND WIN OVER THE DAY'S RELIEF AND       *
000340*        RECEIPTS;                                              *
000350*      - PRINTS THE LOW-STOCK / REORDER REPORT (REORDRPT) - BY  *
000360*        DEPARTMENT, EVERY ACTIVE SKU AT OR BELOW ITS REORDER   *
000370*        POINT, WITH THE QUANTITY TO ORDER.                     *
000380*    THE POSTING AND VARIANCE REGISTER IS INVRPT; REJECTED      *
000390*    LINES AND TRANSACTIONS GO TO THE EXCEPTION LISTING         *
000400*    (INVEXCP).  A SKU WITH NO STOCK RECORD YET IS GIVEN ONE    *
000410*    THE FIRST TIME ANYTHING POSTS TO IT.                       *
000420*****************************************************************
000430*
000440* MODIFICATION HISTORY
000450*    DATE       INIT  DESCRIPTION
000460*    ---------  ----  -----------------------------------------
000470*    2026-10-15 WJF   ORIGINAL PROGRAM.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ITEM-DETAIL-FILE
000530         ASSIGN TO ITEMDTL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ITEMDTL-STATUS.
000560*
000570     SELECT ITEM-MASTER-FILE
000580         ASSIGN TO ITEMMST
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ITEMMST-STATUS.
000610*
000620     SELECT DEPT-MASTER-FILE
000630         ASSIGN TO DEPTMST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DEPTMST-STATUS.
000660*
000670     SELECT STOCK-FILE
000680         ASSIGN TO STOCKMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SK-SKU
000720         FILE STATUS IS WS-STOCK-STATUS.
000730*
000740     SELECT RECEIVING-FILE
000750         ASSIGN TO RCVTRANS
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RCV-STATUS.
000780*
000790     SELECT COUNT-FILE
000800         ASSIGN TO CNTTRANS
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CNT-STATUS.
000830*
000840     SELECT EXCEPTION-FILE
000850         ASSIGN TO INVEXCP
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870*
000880     SELECT REGISTER-FILE
000890         ASSIGN TO INVRPT
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910*
000920     SELECT REORDER-REPORT-FILE
000930         ASSIGN TO REORDRPT
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  ITEM-DETAIL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY ITEMDTL.
001010*
001020 FD  ITEM-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY ITEMMST.
001050*
001060 FD  DEPT-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY DEPTMST.
001090*
001100 FD  STOCK-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY STOCKREC.
001130*
001140 FD  RECEIVING-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY RCVTRAN.
001170*
001180 FD  COUNT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY CNTTRAN.
001210*
001220 FD  EXCEPTION-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  EXCEPTION-LINE                 PIC X(120).
001250*
001260 FD  REGISTER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  REGISTER-LINE                  PIC X(120).
001290*
001300 FD  REORDER-REPORT-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  REORDER-LINE                   PIC X(120).
001330*
001340 WORKING-STORAGE SECTION.
001350*
001360*--------------------------------------------------------------*
001370*    SWITCHES                                                   *
001380*--------------------------------------------------------------*
001390 01  WS-SWITCHES.
001400     05  WS-ITEMDTL-EOF-SW       PIC X(01)   VALUE 'N'.
001410         88  EOF-ITEMDTL-FILE                 VALUE 'Y'.
001420     05  WS-ITEMDTL-STATUS       PIC X(02)   VALUE SPACES.
001430         88  WS-ITEMDTL-FILE-OK               VALUE '00'.
001433     05  WS-ITEMDTL-OPEN-SW      PIC X(01)   VALUE 'N'.
001436         88  WS-ITEMDTL-FILE-OPEN             VALUE 'Y'.
001440     05  WS-ITEMMST-STATUS       PIC X(02)   VALUE SPACES.
001450         88  WS-ITEMMST-FILE-OK               VALUE '00'.
001460     05  WS-ITEMMST-EOF-SW       PIC X(01)   VALUE 'N'.
001470         88  EOF-ITEMMST-FILE                 VALUE 'Y'.
001480     05  WS-DEPTMST-STATUS       PIC X(02)   VALUE SPACES.
001490         88  WS-DEPTMST-FILE-OK               VALUE '00'.
001500     05  WS-DEPTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001510         88  EOF-DEPTMST-FILE                 VALUE 'Y'.
001520     05  WS-STOCK-STATUS         PIC X(02)   VALUE SPACES.
001530         88  WS-STOCK-STATUS-OK               VALUE '00'.
001540         88  WS-STOCK-FILE-MISSING            VALUE '35'.
001550     05  WS-STOCK-EOF-SW         PIC X(01)   VALUE 'N'.
001560         88  EOF-STOCK-FILE                   VALUE 'Y'.
001562     05  WS-STOCK-OPEN-SW        PIC X(01)   VALUE 'N'.
001564         88  WS-STOCK-FILE-OPEN               VALUE 'Y'.
001566         88  WS-STOCK-FILE-CLOSED             VALUE 'N'.
001570     05  WS-STOCK-ON-FILE-SW     PIC X(01)   VALUE 'N'.
001580         88  WS-STOCK-ON-FILE                 VALUE 'Y'.
001590         88  WS-STOCK-NOT-ON-FILE             VALUE 'N'.
001600     05  WS-RCV-STATUS           PIC X(02)   VALUE SPACES.
001610         88  WS-RCV-FILE-OK                   VALUE '00'.
001620     05  WS-RCV-EOF-SW           PIC X(01)   VALUE 'N'.
001630         88  EOF-RCV-FILE                     VALUE 'Y'.
001640     05  WS-CNT-STATUS           PIC X(02)   VALUE SPACES.
001650         88  WS-CNT-FILE-OK                   VALUE '00'.
001660     05  WS-CNT-EOF-SW           PIC X(01)   VALUE 'N'.
001670         88  EOF-CNT-FILE                     VALUE 'Y'.
001680     05  WS-ITEM-FOUND-SW        PIC X(01)   VALUE 'N'.
001690         88  WS-ITEM-FOUND                    VALUE 'Y'.
001700         88  WS-ITEM-NOT-FOUND                VALUE 'N'.
001710     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE 'N'.
001720         88  WS-DEPT-FOUND                    VALUE 'Y'.
001730         88  WS-DEPT-NOT-FOUND                VALUE 'N'.
001740     05  WS-VALID-SW             PIC X(01)   VALUE 'Y'.
001750         88  RECORD-IS-VALID                  VALUE 'Y'.
001760         88  RECORD-IS-INVALID                VALUE 'N'.
001770     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001780         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001790         88  WS-DATE-IS-INVALID               VALUE 'N'.
001800     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001810         88  WS-LEAP-YEAR                     VALUE 'Y'.
001820         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001830     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001840         88  WS-RUN-ABORTED                   VALUE 'Y'.
001850*
001860*--------------------------------------------------------------*
001870*    ITEM TABLE, LOADED FROM THE ITEM MASTER FILE (ITEMMST.DAT) *
001880*    AT START OF RUN.  EACH ENTRY CARRIES THE MASTER'S SKU,     *
001890*    DESCRIPTION, DEPARTMENT AND ACTIVE FLAG, THE NET UNITS THE *
001900*    REGISTER FEED SOLD TONIGHT, AND - FOR THE REORDER REPORT - *
001910*    THE SKU'S STOCK FIGURES AS THEY STAND AFTER POSTING.       *
001920*--------------------------------------------------------------*
001930 01  WS-ITEM-TABLE.
001940     05  WS-ITEM-COUNT           PIC 9(03)   COMP VALUE ZERO.
001950     05  WS-ITEM-ENTRY           OCCURS 300 TIMES.
001960         10  WS-ITEM-SKU             PIC X(08).
001970         10  WS-ITEM-DESC            PIC X(20).
001980         10  WS-ITEM-DEPT-CODE       PIC X(04).
001990         10  WS-ITEM-ACTIVE-FLAG     PIC X(01).
002000             88  WS-ITEM-ENTRY-ACTIVE        VALUE 'A'.
002010         10  WS-ITEM-UNITS           PIC S9(07)  COMP.
002020         10  WS-ITEM-ON-HAND         PIC S9(07)  COMP.
002030         10  WS-ITEM-REORDER-POINT   PIC 9(07)   COMP.
002040         10  WS-ITEM-REORDER-QTY     PIC 9(07)   COMP.
002050         10  WS-ITEM-STOCK-FLAG      PIC X(01).
002060             88  WS-ITEM-HAS-STOCK           VALUE 'Y'.
002070*
002080 77  WS-ITEM-SUB                 PIC 9(03)   COMP.
002090 77  WS-ITEM-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
002100 77  WS-LOOKUP-SKU               PIC X(08).
002110*
002120*--------------------------------------------------------------*
002130*    DEPARTMENT TABLE, LOADED FROM THE DEPARTMENT MASTER FILE   *
002140*    (DEPTMST.DAT) - THE REORDER REPORT'S SECTIONS.             *
002150*--------------------------------------------------------------*
002160 01  WS-DEPT-TABLE.
002170     05  WS-DEPT-COUNT           PIC 9(02)   COMP VALUE ZERO.
002180     05  WS-DEPT-ENTRY           OCCURS 20 TIMES.
002190         10  WS-DEPT-CODE            PIC X(04).
002200         10  WS-DEPT-NAME            PIC X(20).
002210         10  WS-DEPT-ACTIVE-FLAG     PIC X(01).
002220             88  WS-DEPT-ENTRY-ACTIVE        VALUE 'A'.
002230         10  WS-DEPT-LOW-COUNT       PIC 9(05)   COMP.
002240*
002250 77  WS-DEPT-SUB                 PIC 9(02)   COMP.
002260 77  WS-DEPT-FOUND-SUB           PIC 9(02)   COMP VALUE ZERO.
002270 77  WS-LOOKUP-DEPT-CODE         PIC X(04).
002280*
002290*--------------------------------------------------------------*
002300*    COUNTERS AND WORK AREAS                                    *
002310*--------------------------------------------------------------*
002320 77  WS-RECORDS-READ             PIC 9(07)   COMP VALUE ZERO.
002330 77  WS-RECORDS-READ-ED          PIC ZZZZZZ9.
002340 77  WS-EXCEPTION-COUNT          PIC 9(07)   COMP VALUE ZERO.
002350 77  WS-EXCEPTION-COUNT-ED       PIC ZZZZZZ9.
002360 77  WS-SKUS-RELIEVED            PIC 9(07)   COMP VALUE ZERO.
002370 77  WS-SKUS-RELIEVED-ED         PIC ZZZZZZ9.
002380 77  WS-RECEIPTS-READ            PIC 9(07)   COMP VALUE ZERO.
002390 77  WS-RECEIPTS-READ-ED         PIC ZZZZZZ9.
002400 77  WS-RECEIPTS-POSTED          PIC 9(07)   COMP VALUE ZERO.
002410 77  WS-RECEIPTS-POSTED-ED       PIC ZZZZZZ9.
002420 77  WS-COUNTS-READ              PIC 9(07)   COMP VALUE ZERO.
002430 77  WS-COUNTS-READ-ED           PIC ZZZZZZ9.
002440 77  WS-COUNTS-POSTED            PIC 9(07)   COMP VALUE ZERO.
002450 77  WS-COUNTS-POSTED-ED         PIC ZZZZZZ9.
002460 77  WS-SETTINGS-POSTED          PIC 9(07)   COMP VALUE ZERO.
002470 77  WS-SETTINGS-POSTED-ED       PIC ZZZZZZ9.
002480 77  WS-VARIANCE-SKUS            PIC 9(07)   COMP VALUE ZERO.
002490 77  WS-VARIANCE-SKUS-ED         PIC ZZZZZZ9.
002500 77  WS-STOCK-CREATED            PIC 9(07)   COMP VALUE ZERO.
002510 77  WS-STOCK-CREATED-ED         PIC ZZZZZZ9.
002520 77  WS-LOW-STOCK-COUNT          PIC 9(07)   COMP VALUE ZERO.
002530 77  WS-LOW-STOCK-COUNT-ED       PIC ZZZZZZ9.
002540 77  WS-ORPHAN-STOCK-COUNT       PIC 9(07)   COMP VALUE ZERO.
002550 77  WS-ORPHAN-STOCK-COUNT-ED    PIC ZZZZZZ9.
002560 77  WS-UNITS-RELIEVED           PIC S9(09)  COMP VALUE ZERO.
002570 77  WS-UNITS-RECEIVED           PIC S9(09)  COMP VALUE ZERO.
002580 77  WS-NET-VARIANCE-UNITS       PIC S9(09)  COMP VALUE ZERO.
002590 77  WS-BOOK-QTY                 PIC S9(07).
002600 77  WS-VARIANCE-QTY             PIC S9(07).
002610 77  WS-EXTENDED-AMOUNT          PIC S9(09)V99.
002620 77  WS-MAX-REASONABLE-AMOUNT    PIC 9(06)   VALUE 500000.
002630 01  WS-EXCEPTION-REASON         PIC X(40)   VALUE SPACES.
002640*
002650*--------------------------------------------------------------*
002660*    DATE VALIDATION WORK AREAS                                 *
002670*        MIRRORS SALES-MANAGER'S DATE CHECKS, APPLIED TO THE    *
002680*        DATE IN WS-EDIT-DATE.                                  *
002690*--------------------------------------------------------------*
002700 01  WS-EDIT-DATE                PIC 9(08).
002710 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002720     05  WS-EDIT-YEAR            PIC 9(04).
002730     05  WS-EDIT-MONTH           PIC 9(02).
002740     05  WS-EDIT-DAY             PIC 9(02).
002750*
002760 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002770 77  WS-REM-4                    PIC 9(02)   COMP.
002780 77  WS-REM-100                  PIC 9(02)   COMP.
002790 77  WS-REM-400                  PIC 9(03)   COMP.
002800 77  WS-MAX-DAY                  PIC 9(02).
002810*
002820 01  WS-DIM-VALUES-AREA.
002830     05  FILLER                  PIC 9(02)   VALUE 31.
002840     05  FILLER                  PIC 9(02)   VALUE 28.
002850     05  FILLER                  PIC 9(02)   VALUE 31.
002860     05  FILLER                  PIC 9(02)   VALUE 30.
002870     05  FILLER                  PIC 9(02)   VALUE 31.
002880     05  FILLER                  PIC 9(02)   VALUE 30.
002890     05  FILLER                  PIC 9(02)   VALUE 31.
002900     05  FILLER                  PIC 9(02)   VALUE 31.
002910     05  FILLER                  PIC 9(02)   VALUE 30.
002920     05  FILLER                  PIC 9(02)   VALUE 31.
002930     05  FILLER                  PIC 9(02)   VALUE 30.
002940     05  FILLER                  PIC 9(02)   VALUE 31.
002950 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002960     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002970*
002980 01  WS-RUN-DATE                 PIC 9(08).
002990 01  WS-RUN-DATE-ED              PIC 9999/99/99.
003000*
003010*--------------------------------------------------------------*
003020*    EDITED DISPLAY FIELDS                                      *
003030*--------------------------------------------------------------*
003040 01  WS-EDIT-FIELDS.
003050     05  WS-QTY-ED               PIC ----,--9.
003060     05  WS-ON-HAND-ED           PIC ----,--9.
003070     05  WS-BOOK-QTY-ED          PIC ----,--9.
003080     05  WS-COUNTED-QTY-ED       PIC ----,--9.
003090     05  WS-VARIANCE-QTY-ED      PIC ----,--9.
003100     05  WS-REORDER-POINT-ED     PIC ---,--9.
003110     05  WS-REORDER-QTY-ED       PIC ---,--9.
003120     05  WS-TOTAL-UNITS-ED       PIC ---,---,--9.
003130*
003140 PROCEDURE DIVISION.
003150*****************************************************************
003160*    0000-MAINLINE                                              *
003170*        RELIEF FIRST, THEN RECEIPTS, THEN COUNTS - A COUNT IS  *
003180*        THE LAST WORD ON WHAT IS ON THE SHELF - AND THE        *
003190*        REORDER REPORT FROM THE STOCK FILE AS IT STANDS AFTER  *
003200*        ALL THREE.                                             *
003210*****************************************************************
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     IF WS-RUN-ABORTED
003250         PERFORM 9000-TERMINATE THRU 9000-EXIT
003260         STOP RUN
003270     END-IF.
003280     PERFORM 2000-PROCESS-ITEM-DETAIL THRU 2000-EXIT
003290         UNTIL EOF-ITEMDTL-FILE.
003300     PERFORM 3000-POST-SALES-RELIEF THRU 3000-EXIT.
003302     IF WS-RUN-ABORTED
003304         PERFORM 9000-TERMINATE THRU 9000-EXIT
003306         STOP RUN
003308     END-IF.
003310     PERFORM 4000-PROCESS-RECEIPTS THRU 4000-EXIT.
003312     IF WS-RUN-ABORTED
003314         PERFORM 9000-TERMINATE THRU 9000-EXIT
003316         STOP RUN
003318     END-IF.
003320     PERFORM 5000-PROCESS-COUNTS THRU 5000-EXIT.
003322     IF WS-RUN-ABORTED
003324         PERFORM 9000-TERMINATE THRU 9000-EXIT
003326         STOP RUN
003328     END-IF.
003330     PERFORM 6000-PRINT-REORDER-REPORT THRU 6000-EXIT.
003340     PERFORM 7000-PRINT-REGISTER-TRAILER THRU 7000-EXIT.
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003360     STOP RUN.
003370 0000-MAINLINE-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    1000-INITIALIZE                                            *
003420*        A FIRST-EVER RUN CREATES THE STOCK FILE.  NO REGISTER  *
003430*        FEED TONIGHT SIMPLY MEANS NOTHING TO RELIEVE.          *
003440*****************************************************************
003450 1000-INITIALIZE.
003460     OPEN OUTPUT REGISTER-FILE.
003470     OPEN OUTPUT EXCEPTION-FILE.
003480     OPEN OUTPUT REORDER-REPORT-FILE.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003500     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
003510     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
003520     PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT.
003530     IF WS-RUN-ABORTED
003540         GO TO 1000-EXIT
003550     END-IF.
003560     PERFORM 1600-LOAD-ITEM-MASTER THRU 1600-EXIT.
003570     IF WS-RUN-ABORTED
003580         GO TO 1000-EXIT
003590     END-IF.
003600     OPEN I-O STOCK-FILE.
003610     IF WS-STOCK-FILE-MISSING
003620         OPEN OUTPUT STOCK-FILE
003630         CLOSE STOCK-FILE
003640         OPEN I-O STOCK-FILE
003650     END-IF.
003652     IF WS-STOCK-STATUS-OK
003654         SET WS-STOCK-FILE-OPEN TO TRUE
003656     END-IF.
003660     IF NOT WS-STOCK-STATUS-OK
003670         DISPLAY "INVENTORY-POST: STOCK FILE (STOCKMST) WILL NOT "
003680             "OPEN, STATUS " WS-STOCK-STATUS " - RUN STOPPED"
003690         MOVE 8 TO RETURN-CODE
003700         SET WS-RUN-ABORTED TO TRUE
003710         GO TO 1000-EXIT
003720     END-IF.
003730     OPEN INPUT ITEM-DETAIL-FILE.
003740     IF WS-ITEMDTL-FILE-OK
003743         SET WS-ITEMDTL-FILE-OPEN TO TRUE
003746     ELSE
003750         SET EOF-ITEMDTL-FILE TO TRUE
003760     END-IF.
003770 1000-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*    1100-WRITE-REPORT-HEADING                                  *
003820*****************************************************************
003830 1100-WRITE-REPORT-HEADING.
003840     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO REGISTER-LINE.
003850     WRITE REGISTER-LINE.
003860     MOVE "INVENTORY POSTING AND COUNT VARIANCE REGISTER" TO
003870         REGISTER-LINE.
003880     WRITE REGISTER-LINE.
003890     MOVE SPACES TO REGISTER-LINE.
003900     STRING "RUN DATE: " WS-RUN-DATE-ED
003910         DELIMITED BY SIZE INTO REGISTER-LINE
003920     END-STRING.
003930     WRITE REGISTER-LINE.
003940     MOVE "GRANDPA FRANK'S INVENTORY EXCEPTION LISTING" TO
003950         EXCEPTION-LINE.
003960     WRITE EXCEPTION-LINE.
003970     MOVE SPACES TO EXCEPTION-LINE.
003980     WRITE EXCEPTION-LINE.
003990 1100-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030*    1500-LOAD-DEPT-MASTER                                      *
004040*        LOADS THE DEPARTMENT MASTER INTO WS-DEPT-TABLE - NO    *
004050*        USABLE MASTER, NO RUN.                                 *
004060*****************************************************************
004070 1500-LOAD-DEPT-MASTER.
004080     OPEN INPUT DEPT-MASTER-FILE.
004090     IF NOT WS-DEPTMST-FILE-OK
004100         DISPLAY "INVENTORY-POST: DEPARTMENT MASTER FILE "
004110             "(DEPTMST) IS MISSING - RUN STOPPED"
004120         MOVE 8 TO RETURN-CODE
004130         SET WS-RUN-ABORTED TO TRUE
004140         GO TO 1500-EXIT
004150     END-IF.
004160     PERFORM 1550-LOAD-ONE-DEPT THRU 1550-EXIT
004170         UNTIL EOF-DEPTMST-FILE.
004180     CLOSE DEPT-MASTER-FILE.
004190     IF WS-DEPT-COUNT = 0
004200         DISPLAY "INVENTORY-POST: DEPARTMENT MASTER FILE "
004210             "(DEPTMST) IS EMPTY - RUN STOPPED"
004220         MOVE 8 TO RETURN-CODE
004230         SET WS-RUN-ABORTED TO TRUE
004240     END-IF.
004250 1500-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290*    1550-LOAD-ONE-DEPT                                         *
004300*****************************************************************
004310 1550-LOAD-ONE-DEPT.
004320     READ DEPT-MASTER-FILE INTO DEPARTMENT-MASTER-RECORD
004330         AT END
004340             SET EOF-DEPTMST-FILE TO TRUE
004350             GO TO 1550-EXIT
004360     END-READ.
004370     IF WS-DEPT-COUNT >= 20
004380         DISPLAY "INVENTORY-POST: DEPARTMENT MASTER EXCEEDS 20 "
004390             "DEPARTMENTS - RUN STOPPED"
004400         MOVE 8 TO RETURN-CODE
004410         SET WS-RUN-ABORTED TO TRUE
004420         SET EOF-DEPTMST-FILE TO TRUE
004430         GO TO 1550-EXIT
004440     END-IF.
004450     ADD 1 TO WS-DEPT-COUNT.
004460     MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
004470     MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
004480     MOVE DM-ACTIVE-FLAG TO WS-DEPT-ACTIVE-FLAG (WS-DEPT-COUNT).
004490     MOVE ZERO TO WS-DEPT-LOW-COUNT (WS-DEPT-COUNT).
004500 1550-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*    1600-LOAD-ITEM-MASTER                                      *
004550*        LOADS THE ITEM MASTER INTO WS-ITEM-TABLE.  EVERY SKU   *
004560*        MUST MAP TO A DEPARTMENT ON THE DEPARTMENT MASTER -    *
004570*        THE SAME RULE ITEM-SALES ENFORCES - OR THE REORDER     *
004580*        REPORT WOULD HAVE NOWHERE TO LIST IT.                  *
004590*****************************************************************
004600 1600-LOAD-ITEM-MASTER.
004610     OPEN INPUT ITEM-MASTER-FILE.
004620     IF NOT WS-ITEMMST-FILE-OK
004630         DISPLAY "INVENTORY-POST: ITEM MASTER FILE (ITEMMST) IS "
004640             "MISSING - RUN STOPPED"
004650         MOVE 8 TO RETURN-CODE
004660         SET WS-RUN-ABORTED TO TRUE
004670         GO TO 1600-EXIT
004680     END-IF.
004690     PERFORM 1650-LOAD-ONE-ITEM THRU 1650-EXIT
004700         UNTIL EOF-ITEMMST-FILE.
004710     CLOSE ITEM-MASTER-FILE.
004720     IF WS-ITEM-COUNT = 0
004730         DISPLAY "INVENTORY-POST: ITEM MASTER FILE (ITEMMST) IS "
004740             "EMPTY - RUN STOPPED"
004750         MOVE 8 TO RETURN-CODE
004760         SET WS-RUN-ABORTED TO TRUE
004770     END-IF.
004780 1600-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*    1650-LOAD-ONE-ITEM                                         *
004830*****************************************************************
004840 1650-LOAD-ONE-ITEM.
004850     READ ITEM-MASTER-FILE INTO ITEM-MASTER-RECORD
004860         AT END
004870             SET EOF-ITEMMST-FILE TO TRUE
004880             GO TO 1650-EXIT
004890     END-READ.
004900     IF WS-ITEM-COUNT >= 300
004910         DISPLAY "INVENTORY-POST: ITEM MASTER EXCEEDS 300 SKUS - "
004920             "RUN STOPPED"
004930         MOVE 8 TO RETURN-CODE
004940         SET WS-RUN-ABORTED TO TRUE
004950         SET EOF-ITEMMST-FILE TO TRUE
004960         GO TO 1650-EXIT
004970     END-IF.
004980     MOVE IM-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
004990     PERFORM 2260-FIND-DEPT-ENTRY THRU 2260-EXIT.
005000     IF WS-DEPT-NOT-FOUND
005010         DISPLAY "INVENTORY-POST: SKU " IM-SKU " MAPS TO UNKNOWN "
005020             "DEPARTMENT " IM-DEPT-CODE " - RUN STOPPED"
005030         MOVE 8 TO RETURN-CODE
005040         SET WS-RUN-ABORTED TO TRUE
005050         SET EOF-ITEMMST-FILE TO TRUE
005060         GO TO 1650-EXIT
005070     END-IF.
005080     ADD 1 TO WS-ITEM-COUNT.
005090     MOVE IM-SKU TO WS-ITEM-SKU (WS-ITEM-COUNT).
005100     MOVE IM-DESCRIPTION TO WS-ITEM-DESC (WS-ITEM-COUNT).
005110     MOVE IM-DEPT-CODE TO WS-ITEM-DEPT-CODE (WS-ITEM-COUNT).
005120     MOVE IM-ACTIVE-FLAG TO WS-ITEM-ACTIVE-FLAG (WS-ITEM-COUNT).
005130     MOVE ZERO TO WS-ITEM-UNITS (WS-ITEM-COUNT).
005140     MOVE ZERO TO WS-ITEM-ON-HAND (WS-ITEM-COUNT).
005150     MOVE ZERO TO WS-ITEM-REORDER-POINT (WS-ITEM-COUNT).
005160     MOVE ZERO TO WS-ITEM-REORDER-QTY (WS-ITEM-COUNT).
005170     MOVE 'N' TO WS-ITEM-STOCK-FLAG (WS-ITEM-COUNT).
005180 1650-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220*    2000-PROCESS-ITEM-DETAIL                                   *
005230*        VALIDATES ONE REGISTER ITEM LINE AND ROLLS ITS         *
005240*        QUANTITY UP TO ITS SKU.  THE STOCK FILE IS TOUCHED     *
005250*        ONCE PER SKU AFTER THE WHOLE FEED IS READ              *
005260*        (3000-POST-SALES-RELIEF).                              *
005270*****************************************************************
005280 2000-PROCESS-ITEM-DETAIL.
005290     READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-RECORD
005300         AT END
005310             SET EOF-ITEMDTL-FILE TO TRUE
005320             GO TO 2000-EXIT
005330     END-READ.
005340     ADD 1 TO WS-RECORDS-READ.
005350     PERFORM 2200-VALIDATE-ITEM-DETAIL THRU 2200-EXIT.
005360     IF RECORD-IS-INVALID
005370         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
005380         GO TO 2000-EXIT
005390     END-IF.
005400     ADD ID-QUANTITY TO WS-ITEM-UNITS (WS-ITEM-FOUND-SUB).
005410 2000-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*    2200-VALIDATE-ITEM-DETAIL                                  *
005460*        THE SAME EDITS ITEM-SALES APPLIES, SO A LINE IT KEEPS  *
005470*        OUT OF THE MOVEMENT REPORT NEVER MOVES STOCK EITHER.   *
005480*        ON SUCCESS WS-ITEM-FOUND-SUB POINTS AT THE SKU ENTRY.  *
005490*****************************************************************
005500 2200-VALIDATE-ITEM-DETAIL.
005510     SET RECORD-IS-VALID TO TRUE.
005520     MOVE SPACES TO WS-EXCEPTION-REASON.
005530*
005540     COMPUTE WS-EDIT-DATE =
005550         ID-YEAR * 10000 + ID-MONTH * 100 + ID-DAY.
005560     PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
005570     IF WS-DATE-IS-INVALID
005580         SET RECORD-IS-INVALID TO TRUE
005590         MOVE "SALE DATE NOT VALID" TO WS-EXCEPTION-REASON
005600         GO TO 2200-EXIT
005610     END-IF.
005620*
005630     IF ID-QUANTITY = 0
005640         SET RECORD-IS-INVALID TO TRUE
005650         MOVE "QUANTITY IS ZERO" TO WS-EXCEPTION-REASON
005660         GO TO 2200-EXIT
005670     END-IF.
005680*
005690     COMPUTE WS-EXTENDED-AMOUNT =
005700         ID-QUANTITY * ID-UNIT-PRICE.
005710     IF WS-EXTENDED-AMOUNT > WS-MAX-REASONABLE-AMOUNT
005720         OR WS-EXTENDED-AMOUNT < - WS-MAX-REASONABLE-AMOUNT
005730         SET RECORD-IS-INVALID TO TRUE
005740         MOVE "EXTENDED AMOUNT EXCEEDS SANITY LIMIT" TO
005750             WS-EXCEPTION-REASON
005760         GO TO 2200-EXIT
005770     END-IF.
005780*
005790     MOVE ID-SKU TO WS-LOOKUP-SKU.
005800     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
005810     IF WS-ITEM-NOT-FOUND
005820         SET RECORD-IS-INVALID TO TRUE
005830         MOVE "SKU NOT ON ITEM MASTER" TO WS-EXCEPTION-REASON
005840         GO TO 2200-EXIT
005850     END-IF.
005860     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-FOUND-SUB)
005870         SET RECORD-IS-INVALID TO TRUE
005880         MOVE "SKU IS INACTIVE" TO WS-EXCEPTION-REASON
005890     END-IF.
005900 2200-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*    2250-FIND-ITEM-ENTRY                                       *
005950*        SEARCHES THE ITEM TABLE FOR WS-LOOKUP-SKU.  ON A FIND, *
005960*        WS-ITEM-FOUND-SUB POINTS AT THE MATCHING ENTRY.        *
005970*****************************************************************
005980 2250-FIND-ITEM-ENTRY.
005990     SET WS-ITEM-NOT-FOUND TO TRUE.
006000     MOVE ZERO TO WS-ITEM-FOUND-SUB.
006010     MOVE ZERO TO WS-ITEM-SUB.
006020     PERFORM 2255-MATCH-ONE-ITEM THRU 2255-EXIT
006030         VARYING WS-ITEM-SUB FROM 1 BY 1
006040         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
006050             OR WS-ITEM-FOUND.
006060 2250-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*    2255-MATCH-ONE-ITEM                                        *
006110*****************************************************************
006120 2255-MATCH-ONE-ITEM.
006130     IF WS-ITEM-SKU (WS-ITEM-SUB) = WS-LOOKUP-SKU
006140         SET WS-ITEM-FOUND TO TRUE
006150         MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
006160     END-IF.
006170 2255-EXIT.
006180     EXIT.
006190*
006200*****************************************************************
006210*    2260-FIND-DEPT-ENTRY                                       *
006220*        SEARCHES THE DEPARTMENT TABLE FOR THE CODE IN          *
006230*        WS-LOOKUP-DEPT-CODE.  ON A FIND, WS-DEPT-FOUND-SUB     *
006240*        POINTS AT THE MATCHING ENTRY.                          *
006250*****************************************************************
006260 2260-FIND-DEPT-ENTRY.
006270     SET WS-DEPT-NOT-FOUND TO TRUE.
006280     MOVE ZERO TO WS-DEPT-FOUND-SUB.
006290     MOVE ZERO TO WS-DEPT-SUB.
006300     PERFORM 2270-MATCH-ONE-DEPT THRU 2270-EXIT
006310         VARYING WS-DEPT-SUB FROM 1 BY 1
006320         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
006330             OR WS-DEPT-FOUND.
006340 2260-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380*    2270-MATCH-ONE-DEPT                                        *
006390*****************************************************************
006400 2270-MATCH-ONE-DEPT.
006410     IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT-CODE
006420         SET WS-DEPT-FOUND TO TRUE
006430         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
006440     END-IF.
006450 2270-EXIT.
006460     EXIT.
006470*
006480*****************************************************************
006490*    2300-VALIDATE-DATE                                         *
006500*        VALIDATES THE DATE IN WS-EDIT-DATE - THE SAME YEAR,    *
006510*        MONTH AND DAY CHECKS SALES-MANAGER APPLIES TO A SALE   *
006520*        DATE.                                                  *
006530*****************************************************************
006540 2300-VALIDATE-DATE.
006550     SET WS-DATE-IS-VALID TO TRUE.
006560     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
006570         SET WS-DATE-IS-INVALID TO TRUE
006580         GO TO 2300-EXIT
006590     END-IF.
006600     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
006610         SET WS-DATE-IS-INVALID TO TRUE
006620         GO TO 2300-EXIT
006630     END-IF.
006640     PERFORM 2310-CHECK-LEAP-YEAR THRU 2310-EXIT.
006650     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
006660     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
006670         ADD 1 TO WS-MAX-DAY
006680     END-IF.
006690     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
006700         SET WS-DATE-IS-INVALID TO TRUE
006710     END-IF.
006720 2300-EXIT.
006730     EXIT.
006740*
006750*****************************************************************
006760*    2310-CHECK-LEAP-YEAR                                       *
006770*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
006780*        USUAL GREGORIAN RULE.                                  *
006790*****************************************************************
006800 2310-CHECK-LEAP-YEAR.
006810     SET WS-NOT-LEAP-YEAR TO TRUE.
006820     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
006830         REMAINDER WS-REM-4.
006840     IF WS-REM-4 NOT = 0
006850         GO TO 2310-EXIT
006860     END-IF.
006870     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
006880         REMAINDER WS-REM-100.
006890     IF WS-REM-100 NOT = 0
006900         SET WS-LEAP-YEAR TO TRUE
006910         GO TO 2310-EXIT
006920     END-IF.
006930     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
006940         REMAINDER WS-REM-400.
006950     IF WS-REM-400 = 0
006960         SET WS-LEAP-YEAR TO TRUE
006970     END-IF.
006980 2310-EXIT.
006990     EXIT.
007000*
007010*****************************************************************
007020*    2500-WRITE-EXCEPTION                                       *
007030*        LOGS ONE FAILED ITEM LINE, WITH ITS CONTENTS AND THE   *
007040*        REASON IT WAS REJECTED, TO THE EXCEPTION LISTING.      *
007050*****************************************************************
007060 2500-WRITE-EXCEPTION.
007070     ADD 1 TO WS-EXCEPTION-COUNT.
007080     MOVE SPACES TO EXCEPTION-LINE.
007090     STRING "SALE    YEAR=" ID-YEAR " MONTH=" ID-MONTH
007100         " DAY=" ID-DAY " SKU=" ID-SKU
007110         " QTY=" ID-QUANTITY
007120         " REASON: " WS-EXCEPTION-REASON
007130         DELIMITED BY SIZE INTO EXCEPTION-LINE
007140     END-STRING.
007150     WRITE EXCEPTION-LINE.
007160 2500-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200*    3000-POST-SALES-RELIEF                                     *
007210*        TAKES EACH SKU'S NET UNITS SOLD TONIGHT OFF ITS        *
007220*        ON-HAND QUANTITY - NET OF RETURNS, WHICH PUT STOCK     *
007230*        BACK.                                                  *
007240*****************************************************************
007250 3000-POST-SALES-RELIEF.
007260     MOVE SPACES TO REGISTER-LINE.
007270     WRITE REGISTER-LINE.
007280     MOVE "STOCK RELIEVED BY THE REGISTER FEED (ITEMDTL)" TO
007290         REGISTER-LINE.
007300     WRITE REGISTER-LINE.
007310     MOVE SPACES TO REGISTER-LINE.
007320     STRING "  SKU       DESCRIPTION           NET SOLD  ON HAND"
007330         DELIMITED BY SIZE INTO REGISTER-LINE
007340     END-STRING.
007350     WRITE REGISTER-LINE.
007360     PERFORM 3100-RELIEVE-ONE-SKU THRU 3100-EXIT
007370         VARYING WS-ITEM-SUB FROM 1 BY 1
007380         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
007385             OR WS-RUN-ABORTED.
007390     IF WS-SKUS-RELIEVED = 0
007400         MOVE "  ** NO ITEM MOVEMENT TO RELIEVE **" TO
007410             REGISTER-LINE
007420         WRITE REGISTER-LINE
007430     END-IF.
007440 3000-EXIT.
007450     EXIT.
007460*
007470*****************************************************************
007480*    3100-RELIEVE-ONE-SKU                                       *
007490*****************************************************************
007500 3100-RELIEVE-ONE-SKU.
007510     IF WS-ITEM-UNITS (WS-ITEM-SUB) = 0
007520         GO TO 3100-EXIT
007530     END-IF.
007540     MOVE WS-ITEM-SKU (WS-ITEM-SUB) TO WS-LOOKUP-SKU.
007550     PERFORM 3500-READ-STOCK-RECORD THRU 3500-EXIT.
007560     SUBTRACT WS-ITEM-UNITS (WS-ITEM-SUB) FROM SK-ON-HAND.
007570     MOVE WS-RUN-DATE TO SK-LAST-RELIEF-DATE.
007580     PERFORM 3600-WRITE-STOCK-RECORD THRU 3600-EXIT.
007582     IF WS-RUN-ABORTED
007584         GO TO 3100-EXIT
007586     END-IF.
007590     ADD 1 TO WS-SKUS-RELIEVED.
007600     ADD WS-ITEM-UNITS (WS-ITEM-SUB) TO WS-UNITS-RELIEVED.
007610     MOVE WS-ITEM-UNITS (WS-ITEM-SUB) TO WS-QTY-ED.
007620     MOVE SK-ON-HAND TO WS-ON-HAND-ED.
007630     MOVE SPACES TO REGISTER-LINE.
007640     STRING "  " WS-ITEM-SKU (WS-ITEM-SUB)
007650         "  " WS-ITEM-DESC (WS-ITEM-SUB)
007660         "  " WS-QTY-ED
007670         " " WS-ON-HAND-ED
007680         DELIMITED BY SIZE INTO REGISTER-LINE
007690     END-STRING.
007700     WRITE REGISTER-LINE.
007710 3100-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750*    3500-READ-STOCK-RECORD                                     *
007760*        READS THE STOCK RECORD FOR WS-LOOKUP-SKU.  A SKU WITH  *
007770*        NO RECORD YET GETS A ZERO ONE BUILT IN THE RECORD      *
007780*        AREA, AND WS-STOCK-NOT-ON-FILE TELLS 3600 TO WRITE IT  *
007790*        RATHER THAN REWRITE IT.                                *
007800*****************************************************************
007810 3500-READ-STOCK-RECORD.
007820     MOVE WS-LOOKUP-SKU TO SK-SKU.
007830     READ STOCK-FILE
007840         KEY IS SK-SKU
007850         INVALID KEY
007860             CONTINUE
007870     END-READ.
007880     IF WS-STOCK-STATUS-OK
007890         SET WS-STOCK-ON-FILE TO TRUE
007900         GO TO 3500-EXIT
007910     END-IF.
007920     SET WS-STOCK-NOT-ON-FILE TO TRUE.
007930     MOVE SPACES TO STOCK-RECORD.
007940     MOVE WS-LOOKUP-SKU TO SK-SKU.
007950     MOVE ZEROS TO SK-ON-HAND.
007960     MOVE ZEROS TO SK-REORDER-POINT.
007970     MOVE ZEROS TO SK-REORDER-QTY.
007980     MOVE ZEROS TO SK-LAST-RELIEF-DATE.
007990     MOVE ZEROS TO SK-LAST-RECEIPT-DATE.
008000     MOVE ZEROS TO SK-LAST-COUNT-DATE.
008010 3500-EXIT.
008020     EXIT.
008030*
008040*****************************************************************
008050*    3600-WRITE-STOCK-RECORD                                    *
008060*        A FAILED WRITE IS PRINTED ON THE REGISTER AND STOPS    *
008070*        THE RUN WITH RETURN CODE 8 SO THE STREAM STOPS.        *
008080*****************************************************************
008090 3600-WRITE-STOCK-RECORD.
008100     IF WS-STOCK-ON-FILE
008110         REWRITE STOCK-RECORD
008120             INVALID KEY
008130                 CONTINUE
008140         END-REWRITE
008150     ELSE
008160         WRITE STOCK-RECORD
008170             INVALID KEY
008180                 CONTINUE
008190         END-WRITE
008200         IF WS-STOCK-STATUS-OK
008210             ADD 1 TO WS-STOCK-CREATED
008220         END-IF
008230     END-IF.
008240     IF NOT WS-STOCK-STATUS-OK
008250         MOVE SPACES TO REGISTER-LINE
008260         STRING "*** STOCK FILE UPDATE FAILED FOR SKU " SK-SKU
008270             " - STATUS " WS-STOCK-STATUS " - RUN STOPPED"
008280             DELIMITED BY SIZE INTO REGISTER-LINE
008290         END-STRING
008300         WRITE REGISTER-LINE
008310         DISPLAY "INVENTORY-POST: STOCK FILE UPDATE FAILED FOR "
008320             "SKU " SK-SKU " - SEE INVRPT"
008330         MOVE 8 TO RETURN-CODE
008335         SET WS-RUN-ABORTED TO TRUE
008340     END-IF.
008350 3600-EXIT.
008360     EXIT.
008370*
008380*****************************************************************
008390*    4000-PROCESS-RECEIPTS                                      *
008400*        POSTS THE RECEIVING SLIPS.  NO RECEIVING FILE TONIGHT  *
008410*        IS NOTED ON THE REGISTER, NOT AN ERROR.                *
008420*****************************************************************
008430 4000-PROCESS-RECEIPTS.
008440     MOVE SPACES TO REGISTER-LINE.
008450     WRITE REGISTER-LINE.
008460     MOVE "RECEIPTS POSTED FROM THE RECEIVING FILE (RCVTRANS)" TO
008470         REGISTER-LINE.
008480     WRITE REGISTER-LINE.
008490     OPEN INPUT RECEIVING-FILE.
008500     IF NOT WS-RCV-FILE-OK
008510         MOVE "  ** NO RECEIVING TRANSACTIONS THIS RUN **" TO
008520             REGISTER-LINE
008530         WRITE REGISTER-LINE
008540         GO TO 4000-EXIT
008550     END-IF.
008560     MOVE SPACES TO REGISTER-LINE.
008570     STRING "  SKU       DESCRIPTION           RECEIVED  ON HAND"
008580         "  VENDOR  PACKING SLIP  BY"
008590         DELIMITED BY SIZE INTO REGISTER-LINE
008600     END-STRING.
008610     WRITE REGISTER-LINE.
008620     PERFORM 4100-POST-ONE-RECEIPT THRU 4100-EXIT
008630         UNTIL EOF-RCV-FILE
008635             OR WS-RUN-ABORTED.
008640     CLOSE RECEIVING-FILE.
008650 4000-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690*    4100-POST-ONE-RECEIPT                                      *
008700*****************************************************************
008710 4100-POST-ONE-RECEIPT.
008720     READ RECEIVING-FILE INTO RECEIVING-RECORD
008730         AT END
008740             SET EOF-RCV-FILE TO TRUE
008750             GO TO 4100-EXIT
008760     END-READ.
008770     ADD 1 TO WS-RECEIPTS-READ.
008780     PERFORM 4200-VALIDATE-RECEIPT THRU 4200-EXIT.
008790     IF RECORD-IS-INVALID
008800         PERFORM 4500-WRITE-RECEIPT-EXCEPTION THRU 4500-EXIT
008810         GO TO 4100-EXIT
008820     END-IF.
008830     MOVE RV-SKU TO WS-LOOKUP-SKU.
008840     PERFORM 3500-READ-STOCK-RECORD THRU 3500-EXIT.
008850     ADD RV-QUANTITY TO SK-ON-HAND.
008860     MOVE RV-RECEIPT-DATE TO SK-LAST-RECEIPT-DATE.
008870     PERFORM 3600-WRITE-STOCK-RECORD THRU 3600-EXIT.
008872     IF WS-RUN-ABORTED
008874         GO TO 4100-EXIT
008876     END-IF.
008880     ADD 1 TO WS-RECEIPTS-POSTED.
008890     ADD RV-QUANTITY TO WS-UNITS-RECEIVED.
008900     MOVE RV-QUANTITY TO WS-QTY-ED.
008910     MOVE SK-ON-HAND TO WS-ON-HAND-ED.
008920     MOVE SPACES TO REGISTER-LINE.
008930     STRING "  " RV-SKU
008940         "  " WS-ITEM-DESC (WS-ITEM-FOUND-SUB)
008950         "  " WS-QTY-ED
008960         " " WS-ON-HAND-ED
008970         "  " RV-VENDOR-NO
008980         "  " RV-PACKING-SLIP
008990         "  " RV-RECEIVED-BY
009000         DELIMITED BY SIZE INTO REGISTER-LINE
009010     END-STRING.
009020     WRITE REGISTER-LINE.
009030 4100-EXIT.
009040     EXIT.
009050*
009060*****************************************************************
009070*    4200-VALIDATE-RECEIPT                                      *
009080*        A RECEIPT MUST NAME AN ACTIVE SKU, CARRY A REAL DATE,  *
009090*        A QUANTITY AND THE RECEIVER'S INITIALS.  ON SUCCESS    *
009100*        WS-ITEM-FOUND-SUB POINTS AT THE SKU ENTRY.             *
009110*****************************************************************
009120 4200-VALIDATE-RECEIPT.
009130     SET RECORD-IS-VALID TO TRUE.
009140     MOVE SPACES TO WS-EXCEPTION-REASON.
009150     MOVE RV-SKU TO WS-LOOKUP-SKU.
009160     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
009170     IF WS-ITEM-NOT-FOUND
009180         SET RECORD-IS-INVALID TO TRUE
009190         MOVE "SKU NOT ON ITEM MASTER" TO WS-EXCEPTION-REASON
009200         GO TO 4200-EXIT
009210     END-IF.
009220     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-FOUND-SUB)
009230         SET RECORD-IS-INVALID TO TRUE
009240         MOVE "SKU IS INACTIVE" TO WS-EXCEPTION-REASON
009250         GO TO 4200-EXIT
009260     END-IF.
009270     IF RV-RECEIPT-DATE NOT NUMERIC
009280         SET RECORD-IS-INVALID TO TRUE
009290         MOVE "RECEIPT DATE NOT VALID" TO WS-EXCEPTION-REASON
009300         GO TO 4200-EXIT
009310     END-IF.
009320     MOVE RV-RECEIPT-DATE TO WS-EDIT-DATE.
009330     PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
009340     IF WS-DATE-IS-INVALID
009350         SET RECORD-IS-INVALID TO TRUE
009360         MOVE "RECEIPT DATE NOT VALID" TO WS-EXCEPTION-REASON
009370         GO TO 4200-EXIT
009380     END-IF.
009390     IF RV-QUANTITY NOT NUMERIC OR RV-QUANTITY = 0
009400         SET RECORD-IS-INVALID TO TRUE
009410         MOVE "RECEIVED QUANTITY IS ZERO OR NOT NUMERIC" TO
009420             WS-EXCEPTION-REASON
009430         GO TO 4200-EXIT
009440     END-IF.
009450     IF RV-RECEIVED-BY = SPACES
009460         SET RECORD-IS-INVALID TO TRUE
009470         MOVE "RECEIVER INITIALS MISSING" TO WS-EXCEPTION-REASON
009480     END-IF.
009490 4200-EXIT.
009500     EXIT.
009510*
009520*****************************************************************
009530*    4500-WRITE-RECEIPT-EXCEPTION                               *
009540*****************************************************************
009550 4500-WRITE-RECEIPT-EXCEPTION.
009560     ADD 1 TO WS-EXCEPTION-COUNT.
009570     MOVE SPACES TO EXCEPTION-LINE.
009580     STRING "RECEIPT DATE=" RV-RECEIPT-DATE " SKU=" RV-SKU
009590         " QTY=" RV-QUANTITY " SLIP=" RV-PACKING-SLIP
009600         " REASON: " WS-EXCEPTION-REASON
009610         DELIMITED BY SIZE INTO EXCEPTION-LINE
009620     END-STRING.
009630     WRITE EXCEPTION-LINE.
009640 4500-EXIT.
009650     EXIT.
009660*
009670*****************************************************************
009680*    5000-PROCESS-COUNTS                                        *
009690*        POSTS THE COUNT SHEETS - PHYSICAL COUNTS TO THE        *
009700*        VARIANCE REGISTER, REORDER SETTINGS WITH BEFORE AND    *
009710*        AFTER.                                                 *
009720*****************************************************************
009730 5000-PROCESS-COUNTS.
009740     MOVE SPACES TO REGISTER-LINE.
009750     WRITE REGISTER-LINE.
009760     MOVE "PHYSICAL COUNT VARIANCE REGISTER (CNTTRANS)" TO
009770         REGISTER-LINE.
009780     WRITE REGISTER-LINE.
009790     OPEN INPUT COUNT-FILE.
009800     IF NOT WS-CNT-FILE-OK
009810         MOVE "  ** NO COUNT TRANSACTIONS THIS RUN **" TO
009820             REGISTER-LINE
009830         WRITE REGISTER-LINE
009840         GO TO 5000-EXIT
009850     END-IF.
009860     MOVE SPACES TO REGISTER-LINE.
009870     STRING "  SKU       DESCRIPTION               BOOK  COUNTED"
009880         "  VARIANCE  COUNT DATE  BY"
009890         DELIMITED BY SIZE INTO REGISTER-LINE
009900     END-STRING.
009910     WRITE REGISTER-LINE.
009920     PERFORM 5100-POST-ONE-COUNT THRU 5100-EXIT
009930         UNTIL EOF-CNT-FILE
009935             OR WS-RUN-ABORTED.
009940     CLOSE COUNT-FILE.
009950 5000-EXIT.
009960     EXIT.
009970*
009980*****************************************************************
009990*    5100-POST-ONE-COUNT                                        *
010000*****************************************************************
010010 5100-POST-ONE-COUNT.
010020     READ COUNT-FILE INTO COUNT-RECORD
010030         AT END
010040             SET EOF-CNT-FILE TO TRUE
010050             GO TO 5100-EXIT
010060     END-READ.
010070     ADD 1 TO WS-COUNTS-READ.
010080     PERFORM 5200-VALIDATE-COUNT THRU 5200-EXIT.
010090     IF RECORD-IS-INVALID
010100         PERFORM 5500-WRITE-COUNT-EXCEPTION THRU 5500-EXIT
010110         GO TO 5100-EXIT
010120     END-IF.
010130     MOVE CT-SKU TO WS-LOOKUP-SKU.
010140     PERFORM 3500-READ-STOCK-RECORD THRU 3500-EXIT.
010150     IF CT-REORDER-SETTING
010160         PERFORM 5400-POST-REORDER-SETTING THRU 5400-EXIT
010170     ELSE
010180         PERFORM 5300-POST-PHYSICAL-COUNT THRU 5300-EXIT
010190     END-IF.
010200     PERFORM 3600-WRITE-STOCK-RECORD THRU 3600-EXIT.
010210 5100-EXIT.
010220     EXIT.
010230*
010240*****************************************************************
010250*    5200-VALIDATE-COUNT                                        *
010260*        AN INACTIVE SKU MAY STILL BE COUNTED - WHAT IS LEFT OF *
010270*        A RETIRED LINE IS STILL ON THE SHELF - BUT NOT GIVEN   *
010280*        REORDER SETTINGS.                                      *
010290*****************************************************************
010300 5200-VALIDATE-COUNT.
010310     SET RECORD-IS-VALID TO TRUE.
010320     MOVE SPACES TO WS-EXCEPTION-REASON.
010330     IF NOT CT-TRAN-TYPE-VALID
010340         SET RECORD-IS-INVALID TO TRUE
010350         MOVE "TRANSACTION TYPE NOT C/P" TO WS-EXCEPTION-REASON
010360         GO TO 5200-EXIT
010370     END-IF.
010380     MOVE CT-SKU TO WS-LOOKUP-SKU.
010390     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
010400     IF WS-ITEM-NOT-FOUND
010410         SET RECORD-IS-INVALID TO TRUE
010420         MOVE "SKU NOT ON ITEM MASTER" TO WS-EXCEPTION-REASON
010430         GO TO 5200-EXIT
010440     END-IF.
010450     IF CT-COUNT-DATE NOT NUMERIC
010460         SET RECORD-IS-INVALID TO TRUE
010470         MOVE "COUNT DATE NOT VALID" TO WS-EXCEPTION-REASON
010480         GO TO 5200-EXIT
010490     END-IF.
010500     MOVE CT-COUNT-DATE TO WS-EDIT-DATE.
010510     PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
010520     IF WS-DATE-IS-INVALID
010530         SET RECORD-IS-INVALID TO TRUE
010540         MOVE "COUNT DATE NOT VALID" TO WS-EXCEPTION-REASON
010550         GO TO 5200-EXIT
010560     END-IF.
010570     IF CT-COUNTED-BY = SPACES
010580         SET RECORD-IS-INVALID TO TRUE
010590         MOVE "COUNTER INITIALS MISSING" TO WS-EXCEPTION-REASON
010600         GO TO 5200-EXIT
010610     END-IF.
010620     IF CT-PHYSICAL-COUNT
010630         IF CT-COUNTED-QTY NOT NUMERIC
010640             SET RECORD-IS-INVALID TO TRUE
010650             MOVE "COUNTED QUANTITY NOT NUMERIC" TO
010660                 WS-EXCEPTION-REASON
010670         END-IF
010680         GO TO 5200-EXIT
010690     END-IF.
010700     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-FOUND-SUB)
010710         SET RECORD-IS-INVALID TO TRUE
010720         MOVE "SKU IS INACTIVE" TO WS-EXCEPTION-REASON
010730         GO TO 5200-EXIT
010740     END-IF.
010750     IF CT-REORDER-POINT NOT NUMERIC
010760         OR CT-REORDER-QTY NOT NUMERIC
010770         SET RECORD-IS-INVALID TO TRUE
010780         MOVE "REORDER POINT OR QTY NOT NUMERIC" TO
010790             WS-EXCEPTION-REASON
010800         GO TO 5200-EXIT
010810     END-IF.
010820     IF CT-REORDER-POINT > 0 AND CT-REORDER-QTY = 0
010830         SET RECORD-IS-INVALID TO TRUE
010840         MOVE "REORDER QUANTITY IS ZERO" TO WS-EXCEPTION-REASON
010850     END-IF.
010860 5200-EXIT.
010870     EXIT.
010880*
010890*****************************************************************
010900*    5300-POST-PHYSICAL-COUNT                                   *
010910*        THE COUNT REPLACES THE BOOK QUANTITY.  VARIANCE IS     *
010920*        COUNTED LESS BOOK - NEGATIVE IS SHRINK.                *
010930*****************************************************************
010940 5300-POST-PHYSICAL-COUNT.
010950     MOVE SK-ON-HAND TO WS-BOOK-QTY.
010960     COMPUTE WS-VARIANCE-QTY = CT-COUNTED-QTY - WS-BOOK-QTY.
010970     MOVE CT-COUNTED-QTY TO SK-ON-HAND.
010980     MOVE CT-COUNT-DATE TO SK-LAST-COUNT-DATE.
010990     ADD 1 TO WS-COUNTS-POSTED.
011000     ADD WS-VARIANCE-QTY TO WS-NET-VARIANCE-UNITS.
011010     IF WS-VARIANCE-QTY NOT = 0
011020         ADD 1 TO WS-VARIANCE-SKUS
011030     END-IF.
011040     MOVE WS-BOOK-QTY TO WS-BOOK-QTY-ED.
011050     MOVE CT-COUNTED-QTY TO WS-COUNTED-QTY-ED.
011060     MOVE WS-VARIANCE-QTY TO WS-VARIANCE-QTY-ED.
011070     MOVE SPACES TO REGISTER-LINE.
011080     STRING "  " CT-SKU
011090         "  " WS-ITEM-DESC (WS-ITEM-FOUND-SUB)
011100         "  " WS-BOOK-QTY-ED
011110         " " WS-COUNTED-QTY-ED
011120         "  " WS-VARIANCE-QTY-ED
011130         "  " CT-COUNT-DATE
011140         "    " CT-COUNTED-BY
011150         DELIMITED BY SIZE INTO REGISTER-LINE
011160     END-STRING.
011170     WRITE REGISTER-LINE.
011180 5300-EXIT.
011190     EXIT.
011200*
011210*****************************************************************
011220*    5400-POST-REORDER-SETTING                                  *
011230*****************************************************************
011240 5400-POST-REORDER-SETTING.
011250     MOVE SK-REORDER-POINT TO WS-REORDER-POINT-ED.
011260     MOVE SK-REORDER-QTY TO WS-REORDER-QTY-ED.
011270     MOVE SPACES TO REGISTER-LINE.
011280     STRING "  " CT-SKU
011290         "  REORDER SETTING  BEFORE: POINT " WS-REORDER-POINT-ED
011300         " QTY " WS-REORDER-QTY-ED
011310         DELIMITED BY SIZE INTO REGISTER-LINE
011320     END-STRING.
011330     WRITE REGISTER-LINE.
011340     MOVE CT-REORDER-POINT TO SK-REORDER-POINT.
011350     MOVE CT-REORDER-QTY TO SK-REORDER-QTY.
011360     ADD 1 TO WS-SETTINGS-POSTED.
011370     MOVE SK-REORDER-POINT TO WS-REORDER-POINT-ED.
011380     MOVE SK-REORDER-QTY TO WS-REORDER-QTY-ED.
011390     MOVE SPACES TO REGISTER-LINE.
011400     STRING "  " CT-SKU
011410         "  REORDER SETTING  AFTER:  POINT " WS-REORDER-POINT-ED
011420         " QTY " WS-REORDER-QTY-ED
011430         "  BY " CT-COUNTED-BY
011440         DELIMITED BY SIZE INTO REGISTER-LINE
011450     END-STRING.
011460     WRITE REGISTER-LINE.
011470 5400-EXIT.
011480     EXIT.
011490*
011500*****************************************************************
011510*    5500-WRITE-COUNT-EXCEPTION                                 *
011520*****************************************************************
011530 5500-WRITE-COUNT-EXCEPTION.
011540     ADD 1 TO WS-EXCEPTION-COUNT.
011550     MOVE SPACES TO EXCEPTION-LINE.
011560     STRING "COUNT   TYPE=" CT-TRAN-TYPE " DATE=" CT-COUNT-DATE
011570         " SKU=" CT-SKU " QTY=" CT-COUNTED-QTY
011580         " REASON: " WS-EXCEPTION-REASON
011590         DELIMITED BY SIZE INTO EXCEPTION-LINE
011600     END-STRING.
011610     WRITE EXCEPTION-LINE.
011620 5500-EXIT.
011630     EXIT.
011640*
011650*****************************************************************
011660*    6000-PRINT-REORDER-REPORT                                  *
011670*        RE-READS THE WHOLE STOCK FILE IN SKU ORDER, PULLS EACH *
011680*        SKU'S FIGURES INTO THE ITEM TABLE, THEN LISTS BY       *
011690*        DEPARTMENT EVERY ACTIVE SKU AT OR BELOW ITS REORDER    *
011700*        POINT.  AN ACTIVE SKU WITH NO STOCK RECORD HAS NEVER   *
011710*        BEEN RECEIVED OR COUNTED AND IS LISTED AS SUCH.  A     *
011715*        STOCK FILE THAT WILL NOT REOPEN STOPS THE RUN.         *
011720*****************************************************************
011730 6000-PRINT-REORDER-REPORT.
011740     CLOSE STOCK-FILE.
011741     SET WS-STOCK-FILE-CLOSED TO TRUE.
011742     OPEN INPUT STOCK-FILE.
011743     IF NOT WS-STOCK-STATUS-OK
011744         MOVE SPACES TO REGISTER-LINE
011745         STRING "*** STOCK FILE WILL NOT REOPEN FOR THE REORDER "
011746             "REPORT - STATUS " WS-STOCK-STATUS " - RUN STOPPED"
011747             DELIMITED BY SIZE INTO REGISTER-LINE
011748         END-STRING
011749         WRITE REGISTER-LINE
011750         DISPLAY "INVENTORY-POST: STOCK FILE (STOCKMST) WILL NOT "
011751             "REOPEN, STATUS " WS-STOCK-STATUS " - RUN STOPPED"
011752         MOVE 8 TO RETURN-CODE
011753         SET WS-RUN-ABORTED TO TRUE
011754         GO TO 6000-EXIT
011755     END-IF.
011756     SET WS-STOCK-FILE-OPEN TO TRUE.
011760     PERFORM 6100-LOAD-ONE-STOCK THRU 6100-EXIT
011770         UNTIL EOF-STOCK-FILE.
011780     PERFORM 6150-COUNT-ONE-LOW-SKU THRU 6150-EXIT
011790         VARYING WS-ITEM-SUB FROM 1 BY 1
011800         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
011810     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO REORDER-LINE.
011820     WRITE REORDER-LINE.
011830     MOVE "LOW-STOCK / REORDER REPORT BY DEPARTMENT" TO
011840         REORDER-LINE.
011850     WRITE REORDER-LINE.
011860     MOVE SPACES TO REORDER-LINE.
011870     STRING "RUN DATE: " WS-RUN-DATE-ED
011880         DELIMITED BY SIZE INTO REORDER-LINE
011890     END-STRING.
011900     WRITE REORDER-LINE.
011910     IF WS-LOW-STOCK-COUNT = 0
011920         MOVE SPACES TO REORDER-LINE
011930         WRITE REORDER-LINE
011940         MOVE "** NO ACTIVE SKU IS AT OR BELOW ITS REORDER POINT"
011950             TO REORDER-LINE
011960         WRITE REORDER-LINE
011970     END-IF.
011980     PERFORM 6200-PRINT-ONE-DEPARTMENT THRU 6200-EXIT
011990         VARYING WS-DEPT-SUB FROM 1 BY 1
012000         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
012010     MOVE SPACES TO REORDER-LINE.
012020     WRITE REORDER-LINE.
012030     MOVE "-----------------------------------------" TO
012040         REORDER-LINE.
012050     WRITE REORDER-LINE.
012060     MOVE WS-LOW-STOCK-COUNT TO WS-LOW-STOCK-COUNT-ED.
012070     MOVE SPACES TO REORDER-LINE.
012080     STRING "SKUS TO REORDER:      " WS-LOW-STOCK-COUNT-ED
012090         DELIMITED BY SIZE INTO REORDER-LINE
012100     END-STRING.
012110     WRITE REORDER-LINE.
012120 6000-EXIT.
012130     EXIT.
012140*
012150*****************************************************************
012160*    6100-LOAD-ONE-STOCK                                        *
012170*        A STOCK RECORD WHOSE SKU HAS SINCE LEFT THE ITEM       *
012180*        MASTER IS LISTED AS AN EXCEPTION AND LEFT ALONE.       *
012190*****************************************************************
012200 6100-LOAD-ONE-STOCK.
012210     READ STOCK-FILE NEXT RECORD
012220         AT END
012230             SET EOF-STOCK-FILE TO TRUE
012240             GO TO 6100-EXIT
012250     END-READ.
012260     MOVE SK-SKU TO WS-LOOKUP-SKU.
012270     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
012280     IF WS-ITEM-NOT-FOUND
012290         ADD 1 TO WS-ORPHAN-STOCK-COUNT
012300         MOVE SK-ON-HAND TO WS-ON-HAND-ED
012310         MOVE SPACES TO EXCEPTION-LINE
012320         STRING "STOCK   SKU=" SK-SKU " ON HAND=" WS-ON-HAND-ED
012330             " REASON: STOCK RECORD SKU NOT ON ITEM MASTER"
012340             DELIMITED BY SIZE INTO EXCEPTION-LINE
012350         END-STRING
012360         WRITE EXCEPTION-LINE
012370         GO TO 6100-EXIT
012380     END-IF.
012390     MOVE SK-ON-HAND TO WS-ITEM-ON-HAND (WS-ITEM-FOUND-SUB).
012400     MOVE SK-REORDER-POINT TO
012410         WS-ITEM-REORDER-POINT (WS-ITEM-FOUND-SUB).
012420     MOVE SK-REORDER-QTY TO
012430         WS-ITEM-REORDER-QTY (WS-ITEM-FOUND-SUB).
012440     MOVE 'Y' TO WS-ITEM-STOCK-FLAG (WS-ITEM-FOUND-SUB).
012450 6100-EXIT.
012460     EXIT.
012470*
012480*****************************************************************
012490*    6150-COUNT-ONE-LOW-SKU                                     *
012500*        COUNTS THE LOW SKUS PER DEPARTMENT SO A DEPARTMENT     *
012510*        WITH NOTHING TO ORDER PRINTS NO SECTION.               *
012520*****************************************************************
012530 6150-COUNT-ONE-LOW-SKU.
012540     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-SUB)
012550         GO TO 6150-EXIT
012560     END-IF.
012570     IF WS-ITEM-ON-HAND (WS-ITEM-SUB) >
012580             WS-ITEM-REORDER-POINT (WS-ITEM-SUB)
012590         GO TO 6150-EXIT
012600     END-IF.
012610     MOVE WS-ITEM-DEPT-CODE (WS-ITEM-SUB) TO WS-LOOKUP-DEPT-CODE.
012620     PERFORM 2260-FIND-DEPT-ENTRY THRU 2260-EXIT.
012630     ADD 1 TO WS-DEPT-LOW-COUNT (WS-DEPT-FOUND-SUB).
012640     ADD 1 TO WS-LOW-STOCK-COUNT.
012650 6150-EXIT.
012660     EXIT.
012670*
012680*****************************************************************
012690*    6200-PRINT-ONE-DEPARTMENT                                  *
012700*****************************************************************
012710 6200-PRINT-ONE-DEPARTMENT.
012720     IF WS-DEPT-LOW-COUNT (WS-DEPT-SUB) = 0
012730         GO TO 6200-EXIT
012740     END-IF.
012750     MOVE SPACES TO REORDER-LINE.
012760     WRITE REORDER-LINE.
012770     MOVE SPACES TO REORDER-LINE.
012780     STRING "DEPARTMENT " WS-DEPT-CODE (WS-DEPT-SUB)
012790         "  " WS-DEPT-NAME (WS-DEPT-SUB)
012800         DELIMITED BY SIZE INTO REORDER-LINE
012810     END-STRING.
012820     WRITE REORDER-LINE.
012830     MOVE SPACES TO REORDER-LINE.
012840     STRING "  SKU       DESCRIPTION            ON HAND"
012850         "  REORDER PT  ORDER QTY"
012860         DELIMITED BY SIZE INTO REORDER-LINE
012870     END-STRING.
012880     WRITE REORDER-LINE.
012890     PERFORM 6300-PRINT-ONE-LOW-SKU THRU 6300-EXIT
012900         VARYING WS-ITEM-SUB FROM 1 BY 1
012910         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
012920 6200-EXIT.
012930     EXIT.
012940*
012950*****************************************************************
012960*    6300-PRINT-ONE-LOW-SKU                                     *
012970*****************************************************************
012980 6300-PRINT-ONE-LOW-SKU.
012990     IF WS-ITEM-DEPT-CODE (WS-ITEM-SUB) NOT =
013000             WS-DEPT-CODE (WS-DEPT-SUB)
013010         GO TO 6300-EXIT
013020     END-IF.
013030     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-SUB)
013040         GO TO 6300-EXIT
013050     END-IF.
013060     IF WS-ITEM-ON-HAND (WS-ITEM-SUB) >
013070             WS-ITEM-REORDER-POINT (WS-ITEM-SUB)
013080         GO TO 6300-EXIT
013090     END-IF.
013100     MOVE WS-ITEM-ON-HAND (WS-ITEM-SUB) TO WS-ON-HAND-ED.
013110     MOVE WS-ITEM-REORDER-POINT (WS-ITEM-SUB) TO
013120         WS-REORDER-POINT-ED.
013130     MOVE WS-ITEM-REORDER-QTY (WS-ITEM-SUB) TO WS-REORDER-QTY-ED.
013140     MOVE SPACES TO REORDER-LINE.
013150     IF WS-ITEM-HAS-STOCK (WS-ITEM-SUB)
013160         STRING "  " WS-ITEM-SKU (WS-ITEM-SUB)
013170             "  " WS-ITEM-DESC (WS-ITEM-SUB)
013180             " " WS-ON-HAND-ED
013190             "     " WS-REORDER-POINT-ED
013200             "    " WS-REORDER-QTY-ED
013210             DELIMITED BY SIZE INTO REORDER-LINE
013220         END-STRING
013230     ELSE
013240         STRING "  " WS-ITEM-SKU (WS-ITEM-SUB)
013250             "  " WS-ITEM-DESC (WS-ITEM-SUB)
013260             " " WS-ON-HAND-ED
013270             "  *** NO STOCK RECORD - NEVER RECEIVED OR COUNTED"
013280             DELIMITED BY SIZE INTO REORDER-LINE
013290         END-STRING
013300     END-IF.
013310     WRITE REORDER-LINE.
013320 6300-EXIT.
013330     EXIT.
013340*
013350*****************************************************************
013360*    7000-PRINT-REGISTER-TRAILER                                *
013370*****************************************************************
013380 7000-PRINT-REGISTER-TRAILER.
013390     MOVE SPACES TO REGISTER-LINE.
013400     WRITE REGISTER-LINE.
013410     MOVE "-----------------------------------------" TO
013420         REGISTER-LINE.
013430     WRITE REGISTER-LINE.
013440     MOVE WS-RECORDS-READ TO WS-RECORDS-READ-ED.
013450     MOVE SPACES TO REGISTER-LINE.
013460     STRING "ITEM LINES READ:        " WS-RECORDS-READ-ED
013470         DELIMITED BY SIZE INTO REGISTER-LINE
013480     END-STRING.
013490     WRITE REGISTER-LINE.
013500     MOVE WS-SKUS-RELIEVED TO WS-SKUS-RELIEVED-ED.
013510     MOVE WS-UNITS-RELIEVED TO WS-TOTAL-UNITS-ED.
013520     MOVE SPACES TO REGISTER-LINE.
013530     STRING "SKUS RELIEVED:          " WS-SKUS-RELIEVED-ED
013540         "   NET UNITS: " WS-TOTAL-UNITS-ED
013550         DELIMITED BY SIZE INTO REGISTER-LINE
013560     END-STRING.
013570     WRITE REGISTER-LINE.
013580     MOVE WS-RECEIPTS-READ TO WS-RECEIPTS-READ-ED.
013590     MOVE SPACES TO REGISTER-LINE.
013600     STRING "RECEIPTS READ:          " WS-RECEIPTS-READ-ED
013610         DELIMITED BY SIZE INTO REGISTER-LINE
013620     END-STRING.
013630     WRITE REGISTER-LINE.
013640     MOVE WS-RECEIPTS-POSTED TO WS-RECEIPTS-POSTED-ED.
013650     MOVE WS-UNITS-RECEIVED TO WS-TOTAL-UNITS-ED.
013660     MOVE SPACES TO REGISTER-LINE.
013670     STRING "RECEIPTS POSTED:        " WS-RECEIPTS-POSTED-ED
013680         "   UNITS:     " WS-TOTAL-UNITS-ED
013690         DELIMITED BY SIZE INTO REGISTER-LINE
013700     END-STRING.
013710     WRITE REGISTER-LINE.
013720     MOVE WS-COUNTS-READ TO WS-COUNTS-READ-ED.
013730     MOVE SPACES TO REGISTER-LINE.
013740     STRING "COUNT SHEET LINES READ: " WS-COUNTS-READ-ED
013750         DELIMITED BY SIZE INTO REGISTER-LINE
013760     END-STRING.
013770     WRITE REGISTER-LINE.
013780     MOVE WS-COUNTS-POSTED TO WS-COUNTS-POSTED-ED.
013790     MOVE WS-NET-VARIANCE-UNITS TO WS-TOTAL-UNITS-ED.
013800     MOVE SPACES TO REGISTER-LINE.
013810     STRING "COUNTS POSTED:          " WS-COUNTS-POSTED-ED
013820         "   NET VARIANCE UNITS: " WS-TOTAL-UNITS-ED
013830         DELIMITED BY SIZE INTO REGISTER-LINE
013840     END-STRING.
013850     WRITE REGISTER-LINE.
013860     MOVE WS-VARIANCE-SKUS TO WS-VARIANCE-SKUS-ED.
013870     MOVE SPACES TO REGISTER-LINE.
013880     STRING "SKUS WITH A VARIANCE:   " WS-VARIANCE-SKUS-ED
013890         DELIMITED BY SIZE INTO REGISTER-LINE
013900     END-STRING.
013910     WRITE REGISTER-LINE.
013920     MOVE WS-SETTINGS-POSTED TO WS-SETTINGS-POSTED-ED.
013930     MOVE SPACES TO REGISTER-LINE.
013940     STRING "REORDER SETTINGS POSTED:" WS-SETTINGS-POSTED-ED
013950         DELIMITED BY SIZE INTO REGISTER-LINE
013960     END-STRING.
013970     WRITE REGISTER-LINE.
013980     MOVE WS-STOCK-CREATED TO WS-STOCK-CREATED-ED.
013990     MOVE SPACES TO REGISTER-LINE.
014000     STRING "STOCK RECORDS CREATED:  " WS-STOCK-CREATED-ED
014010         DELIMITED BY SIZE INTO REGISTER-LINE
014020     END-STRING.
014030     WRITE REGISTER-LINE.
014040     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-ED.
014050     MOVE SPACES TO REGISTER-LINE.
014060     STRING "LINES REJECTED:         " WS-EXCEPTION-COUNT-ED
014070         DELIMITED BY SIZE INTO REGISTER-LINE
014080     END-STRING.
014090     WRITE REGISTER-LINE.
014100     IF WS-EXCEPTION-COUNT > 0
014110         MOVE "*** REVIEW THE EXCEPTION LISTING (INVEXCP)" TO
014120             REGISTER-LINE
014130         WRITE REGISTER-LINE
014140     END-IF.
014150     MOVE SPACES TO EXCEPTION-LINE.
014160     WRITE EXCEPTION-LINE.
014170     MOVE WS-ORPHAN-STOCK-COUNT TO WS-ORPHAN-STOCK-COUNT-ED.
014180     MOVE SPACES TO EXCEPTION-LINE.
014190     STRING "STOCK RECORDS NOT ON ITEM MASTER: "
014200         WS-ORPHAN-STOCK-COUNT-ED
014210         DELIMITED BY SIZE INTO EXCEPTION-LINE
014220     END-STRING.
014230     WRITE EXCEPTION-LINE.
014240     MOVE SPACES TO EXCEPTION-LINE.
014250     STRING "TOTAL EXCEPTIONS: " WS-EXCEPTION-COUNT-ED
014260         DELIMITED BY SIZE INTO EXCEPTION-LINE
014270     END-STRING.
014280     WRITE EXCEPTION-LINE.
014290 7000-EXIT.
014300     EXIT.
014310*
014320*****************************************************************
014330*    9000-TERMINATE                                             *
014340*****************************************************************
014350 9000-TERMINATE.
014360     CLOSE REGISTER-FILE
014370           EXCEPTION-FILE
014380           REORDER-REPORT-FILE.
014390     IF WS-ITEMDTL-FILE-OPEN
014400         CLOSE ITEM-DETAIL-FILE
014405     END-IF.
014410     IF WS-STOCK-FILE-OPEN
014415         CLOSE STOCK-FILE
014420     END-IF.
014430 9000-EXIT.
014440     EXIT.
