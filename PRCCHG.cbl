000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     PRICE-CHANGE.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    PRICE-CHANGE                                               *
000180*                                                                *
000190*    BATCH PRICE CHANGE RUN.  APPLIES THE KEYED PRICE CHANGE    *
000200*    TRANSACTIONS (PRCTRANS.DAT) TO THE EFFECTIVE-DATED PRICE   *
000210*    MASTER (PRICEMST.DAT) - REGULAR PRICE, SALE PRICE AND UNIT *
000220*    COST PER SKU - AND PRINTS THE SHELF TAGS TO BE CHANGED, BY *
000230*    DEPARTMENT, FOR EVERY CHANGE THAT MOVES A SHELF PRICE.     *
000240*                                                                *
000250*    A PRICE LEFT BLANK ON THE TRANSACTION KEEPS THE VALUE IN   *
000260*    EFFECT ON THE CHANGE'S EFFECTIVE DATE.  A CHANGE FOR A SKU *
000270*    AND DATE ALREADY ON FILE REPLACES THAT RECORD.  A SALE     *
000280*    WITH AN END DATE ALSO GETS ITS RETURN TO REGULAR PRICE ON  *
000290*    THE FOLLOWING DAY, UNLESS A CHANGE IS ALREADY ON FILE FOR  *
000300*    THAT DAY.                                                  *
000301*                                                               *
000302*    A KEYED REGULAR PRICE OR UNIT COST IS CARRIED INTO THE     *
000303*    SKU'S LATER PRICE RECORDS (SALES, RETURNS TO REGULAR) THAT *
000304*    STILL HOLD THE OLD VALUE, UP TO THE NEXT LATER RECORD THAT *
000305*    CHANGES IT ITSELF.  A CHANGE THAT WOULD LEAVE A LATER SALE *
000306*    PRICE NOT BELOW THE NEW REGULAR PRICE IS REJECTED.         *
000310*                                                                *
000320*    THE SKU MUST BE ACTIVE ON THE ITEM MASTER (ITEMMST.DAT),   *
000330*    AND ITS DEPARTMENT ON THE DEPARTMENT MASTER (DEPTMST.DAT)  *
000340*    SO THE TAG LIST CAN BE GROUPED.  A REJECTED TRANSACTION IS *
000350*    LISTED WITH ITS REASON ON THE CHANGE REGISTER (PRCRPT) AND *
000360*    ENDS THE RUN WITH RETURN CODE 4; NO USABLE ITEM OR         *
000370*    DEPARTMENT MASTER, OR A PRICE FILE THAT CANNOT BE OPENED   *
000380*    OR UPDATED, ENDS IT WITH RETURN CODE 8.  THE SHELF TAG     *
000390*    LIST IS PRCTAGS.                                           *
000400*****************************************************************
000410*
000420* MODIFICATION HISTORY
000430*    DATE       INIT  DESCRIPTION
000440*    ---------  ----  -----------------------------------------
000450*    2026-10-15 WJF   ORIGINAL PROGRAM.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PRICE-CHANGE-FILE
000510         ASSIGN TO PRCTRANS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PRCTRANS-STATUS.
000540*
000550     SELECT ITEM-MASTER-FILE
000560         ASSIGN TO ITEMMST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ITEMMST-STATUS.
000590*
000600     SELECT DEPT-MASTER-FILE
000610         ASSIGN TO DEPTMST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DEPTMST-STATUS.
000640*
000650     SELECT PRICE-FILE
000660         ASSIGN TO PRICEMST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PR-KEY
000700         FILE STATUS IS WS-PRICE-STATUS.
000710*
000720     SELECT CHANGE-REPORT-FILE
000730         ASSIGN TO PRCRPT
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750*
000760     SELECT TAG-REPORT-FILE
000770         ASSIGN TO PRCTAGS
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PRICE-CHANGE-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY PRCTRAN.
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
000980 FD  CHANGE-REPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  CHANGE-LINE                    PIC X(132).
001010*
001020 FD  TAG-REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  TAG-LINE                       PIC X(132).
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080*--------------------------------------------------------------*
001090*    SWITCHES                                                   *
001100*--------------------------------------------------------------*
001110 01  WS-SWITCHES.
001120     05  WS-PRCTRANS-STATUS      PIC X(02)   VALUE SPACES.
001130         88  WS-PRCTRANS-FILE-OK              VALUE '00'.
001140     05  WS-PRCTRANS-EOF-SW      PIC X(01)   VALUE 'N'.
001150         88  EOF-PRCTRANS-FILE                VALUE 'Y'.
001160     05  WS-PRCTRANS-OPEN-SW     PIC X(01)   VALUE 'N'.
001170         88  WS-PRCTRANS-FILE-OPEN            VALUE 'Y'.
001180     05  WS-ITEMMST-STATUS       PIC X(02)   VALUE SPACES.
001190         88  WS-ITEMMST-FILE-OK               VALUE '00'.
001200     05  WS-ITEMMST-EOF-SW       PIC X(01)   VALUE 'N'.
001210         88  EOF-ITEMMST-FILE                 VALUE 'Y'.
001220     05  WS-DEPTMST-STATUS       PIC X(02)   VALUE SPACES.
001230         88  WS-DEPTMST-FILE-OK               VALUE '00'.
001240     05  WS-DEPTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001250         88  EOF-DEPTMST-FILE                 VALUE 'Y'.
001260     05  WS-PRICE-STATUS         PIC X(02)   VALUE SPACES.
001270         88  WS-PRICE-STATUS-OK               VALUE '00'.
001280         88  WS-PRICE-FILE-MISSING            VALUE '35'.
001290     05  WS-PRICE-EOF-SW         PIC X(01)   VALUE 'N'.
001300         88  EOF-PRICE-FILE                   VALUE 'Y'.
001310     05  WS-PRICE-OPEN-SW        PIC X(01)   VALUE 'N'.
001320         88  WS-PRICE-FILE-OPEN               VALUE 'Y'.
001330     05  WS-ITEM-FOUND-SW        PIC X(01)   VALUE 'N'.
001340         88  WS-ITEM-FOUND                    VALUE 'Y'.
001350         88  WS-ITEM-NOT-FOUND                VALUE 'N'.
001360     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE 'N'.
001370         88  WS-DEPT-FOUND                    VALUE 'Y'.
001380         88  WS-DEPT-NOT-FOUND                VALUE 'N'.
001390     05  WS-VALID-SW             PIC X(01)   VALUE 'Y'.
001400         88  RECORD-IS-VALID                  VALUE 'Y'.
001410         88  RECORD-IS-INVALID                VALUE 'N'.
001420     05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'Y'.
001430         88  WS-DATE-IS-VALID                 VALUE 'Y'.
001440         88  WS-DATE-IS-INVALID               VALUE 'N'.
001450     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001460         88  WS-LEAP-YEAR                     VALUE 'Y'.
001470         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001480     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001490         88  WS-RUN-ABORTED                   VALUE 'Y'.
001500*
001510*--------------------------------------------------------------*
001520*    ITEM TABLE, LOADED FROM THE ITEM MASTER FILE (ITEMMST.DAT) *
001530*--------------------------------------------------------------*
001540 01  WS-ITEM-TABLE.
001550     05  WS-ITEM-COUNT           PIC 9(03)   COMP VALUE ZERO.
001560     05  WS-ITEM-ENTRY           OCCURS 300 TIMES.
001570         10  WS-ITEM-SKU             PIC X(08).
001580         10  WS-ITEM-DESC            PIC X(20).
001590         10  WS-ITEM-DEPT-CODE       PIC X(04).
001600         10  WS-ITEM-ACTIVE-FLAG     PIC X(01).
001610             88  WS-ITEM-ENTRY-ACTIVE        VALUE 'A'.
001620*
001630 77  WS-ITEM-SUB                 PIC 9(03)   COMP.
001640 77  WS-ITEM-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001650*
001660*--------------------------------------------------------------*
001670*    DEPARTMENT TABLE, LOADED FROM THE DEPARTMENT MASTER FILE   *
001680*    (DEPTMST.DAT) - THE GROUPING FOR THE SHELF TAG LIST.       *
001690*--------------------------------------------------------------*
001700 01  WS-DEPT-TABLE.
001710     05  WS-DEPT-COUNT           PIC 9(02)   COMP VALUE ZERO.
001720     05  WS-DEPT-ENTRY           OCCURS 20 TIMES.
001730         10  WS-DEPT-CODE            PIC X(04).
001740         10  WS-DEPT-NAME            PIC X(20).
001750*
001760 77  WS-DEPT-SUB                 PIC 9(02)   COMP.
001770 77  WS-DEPT-FOUND-SUB           PIC 9(02)   COMP VALUE ZERO.
001780 77  WS-LOOKUP-DEPT-CODE         PIC X(04).
001790*
001800*--------------------------------------------------------------*
001810*    PRICE TABLE - EVERY PRICE MASTER RECORD, LOADED AT START   *
001820*    OF RUN AND KEPT CURRENT AS CHANGES ARE APPLIED, SO A       *
001830*    LATER TRANSACTION FOR THE SAME SKU SEES AN EARLIER ONE.    *
001840*--------------------------------------------------------------*
001850 01  WS-PRICE-TABLE.
001860     05  WS-PRICE-COUNT          PIC 9(04)   COMP VALUE ZERO.
001870     05  WS-PRICE-ENTRY          OCCURS 3000 TIMES.
001880         10  WS-PT-SKU               PIC X(08).
001890         10  WS-PT-EFFECTIVE-DATE    PIC 9(08).
001900         10  WS-PT-REGULAR-PRICE     PIC 9(05)V99.
001910         10  WS-PT-SALE-PRICE        PIC 9(05)V99.
001920         10  WS-PT-UNIT-COST         PIC 9(05)V99.
001930*
001940 77  WS-PRICE-SUB                PIC 9(04)   COMP.
001950 77  WS-PRICE-FOUND-SUB          PIC 9(04)   COMP VALUE ZERO.
001960 77  WS-LOOKUP-SKU               PIC X(08).
001970 77  WS-LOOKUP-DATE              PIC 9(08).
001980 77  WS-BEST-DATE                PIC 9(08).
001990*
002000*--------------------------------------------------------------*
002010*    SHELF TAG TABLE - ONE ENTRY PER SHELF PRICE THAT MOVES,    *
002020*    PRINTED BY DEPARTMENT AT END OF RUN.                       *
002030*--------------------------------------------------------------*
002040 01  WS-TAG-TABLE.
002050     05  WS-TAG-COUNT            PIC 9(03)   COMP VALUE ZERO.
002060     05  WS-TAG-ENTRY            OCCURS 500 TIMES.
002070         10  WS-TAG-DEPT-CODE        PIC X(04).
002080         10  WS-TAG-SKU              PIC X(08).
002090         10  WS-TAG-DESC             PIC X(20).
002100         10  WS-TAG-EFFECTIVE-DATE   PIC 9(08).
002110         10  WS-TAG-OLD-PRICE        PIC 9(05)V99.
002120         10  WS-TAG-NEW-PRICE        PIC 9(05)V99.
002130         10  WS-TAG-NOTE             PIC X(30).
002140*
002150 77  WS-TAG-SUB                  PIC 9(03)   COMP.
002160 77  WS-DEPT-TAGS                PIC 9(03)   COMP.
002170*
002180*--------------------------------------------------------------*
002190*    THE CHANGE BEING APPLIED - THE VALUES IN EFFECT BEFORE IT *
002200*    AND THE NEW VALUES AFTER THE TRANSACTION IS MERGED IN.    *
002203*    A KEYED REGULAR PRICE OR COST IS CARRIED INTO LATER       *
002206*    RECORDS DATED BEFORE ITS CARRY-END DATE (ZERO - NONE).    *
002210*--------------------------------------------------------------*
002220 01  WS-CHANGE-VALUES.
002230     05  WS-OLD-REGULAR-PRICE    PIC 9(05)V99.
002240     05  WS-OLD-SALE-PRICE       PIC 9(05)V99.
002250     05  WS-OLD-UNIT-COST        PIC 9(05)V99.
002260     05  WS-OLD-SHELF-PRICE      PIC 9(05)V99.
002270     05  WS-NEW-REGULAR-PRICE    PIC 9(05)V99.
002280     05  WS-NEW-SALE-PRICE       PIC 9(05)V99.
002290     05  WS-NEW-UNIT-COST        PIC 9(05)V99.
002300     05  WS-NEW-SHELF-PRICE      PIC 9(05)V99.
002310     05  WS-SALE-END-DATE        PIC 9(08).
002320     05  WS-RETURN-DATE          PIC 9(08).
002321     05  WS-REGULAR-CARRY-END    PIC 9(08).
002322     05  WS-COST-CARRY-END       PIC 9(08).
002323*
002324 77  WS-CARRY-SUB                PIC 9(04)   COMP.
002325 77  WS-CARRY-SALE-SUB           PIC 9(04)   COMP.
002330*
002340 77  WS-PUT-EFFECTIVE-DATE       PIC 9(08).
002350 77  WS-PUT-REGULAR-PRICE        PIC 9(05)V99.
002360 77  WS-PUT-SALE-PRICE           PIC 9(05)V99.
002370 77  WS-PUT-UNIT-COST            PIC 9(05)V99.
002380 77  WS-TAG-OLD-PRICE-WORK       PIC 9(05)V99.
002390 01  WS-TAG-NOTE-WORK            PIC X(30).
002400 01  WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
002410 01  WS-RESULT-TEXT              PIC X(49)   VALUE SPACES.
002420*
002430*--------------------------------------------------------------*
002440*    COUNTERS                                                   *
002450*--------------------------------------------------------------*
002460 77  WS-RECORDS-READ             PIC 9(05)   COMP VALUE ZERO.
002470 77  WS-CHANGES-APPLIED          PIC 9(05)   COMP VALUE ZERO.
002480 77  WS-CHANGES-REJECTED         PIC 9(05)   COMP VALUE ZERO.
002490 77  WS-RECORDS-ADDED            PIC 9(05)   COMP VALUE ZERO.
002500 77  WS-RECORDS-REPLACED         PIC 9(05)   COMP VALUE ZERO.
002510 77  WS-COUNT-ED                 PIC ZZZZ9.
002520*
002530*--------------------------------------------------------------*
002540*    DATE VALIDATION WORK AREAS                                 *
002550*--------------------------------------------------------------*
002560 01  WS-EDIT-DATE                PIC 9(08).
002570 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
002580     05  WS-EDIT-YEAR            PIC 9(04).
002590     05  WS-EDIT-MONTH           PIC 9(02).
002600     05  WS-EDIT-DAY             PIC 9(02).
002610*
002620 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
002630 77  WS-REM-4                    PIC 9(02)   COMP.
002640 77  WS-REM-100                  PIC 9(02)   COMP.
002650 77  WS-REM-400                  PIC 9(03)   COMP.
002660 77  WS-MAX-DAY                  PIC 9(02).
002670*
002680 01  WS-DIM-VALUES-AREA.
002690     05  FILLER                  PIC 9(02)   VALUE 31.
002700     05  FILLER                  PIC 9(02)   VALUE 28.
002710     05  FILLER                  PIC 9(02)   VALUE 31.
002720     05  FILLER                  PIC 9(02)   VALUE 30.
002730     05  FILLER                  PIC 9(02)   VALUE 31.
002740     05  FILLER                  PIC 9(02)   VALUE 30.
002750     05  FILLER                  PIC 9(02)   VALUE 31.
002760     05  FILLER                  PIC 9(02)   VALUE 31.
002770     05  FILLER                  PIC 9(02)   VALUE 30.
002780     05  FILLER                  PIC 9(02)   VALUE 31.
002790     05  FILLER                  PIC 9(02)   VALUE 30.
002800     05  FILLER                  PIC 9(02)   VALUE 31.
002810 01  WS-DAYS-IN-MONTH REDEFINES WS-DIM-VALUES-AREA.
002820     05  WS-DIM-ENTRY            PIC 9(02)   OCCURS 12 TIMES.
002830*
002840 01  WS-RUN-DATE                 PIC 9(08).
002850 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002860*
002870*--------------------------------------------------------------*
002880*    EDITED DISPLAY FIELDS                                      *
002890*--------------------------------------------------------------*
002900 01  WS-EDIT-FIELDS.
002910     05  WS-DATE-ED              PIC 9999/99/99.
002920     05  WS-END-DATE-ED          PIC 9999/99/99.
002930     05  WS-REGULAR-ED           PIC ZZ,ZZ9.99.
002940     05  WS-SALE-ED              PIC ZZ,ZZ9.99.
002950     05  WS-COST-ED              PIC ZZ,ZZ9.99.
002960     05  WS-OLD-PRICE-ED         PIC ZZ,ZZ9.99.
002970     05  WS-NEW-PRICE-ED         PIC ZZ,ZZ9.99.
002980*
002990 PROCEDURE DIVISION.
003000*****************************************************************
003010*    0000-MAINLINE                                              *
003020*****************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     IF WS-RUN-ABORTED
003060         PERFORM 9000-TERMINATE THRU 9000-EXIT
003070         STOP RUN
003080     END-IF.
003090     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
003100         UNTIL EOF-PRCTRANS-FILE
003110             OR WS-RUN-ABORTED.
003120     PERFORM 4000-PRINT-SHELF-TAGS THRU 4000-EXIT.
003130     PERFORM 5000-PRINT-RUN-SUMMARY THRU 5000-EXIT.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     STOP RUN.
003160 0000-MAINLINE-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200*    1000-INITIALIZE                                            *
003210*****************************************************************
003220 1000-INITIALIZE.
003230     OPEN OUTPUT CHANGE-REPORT-FILE.
003240     OPEN OUTPUT TAG-REPORT-FILE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
003270     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
003280     PERFORM 1500-LOAD-DEPT-MASTER THRU 1500-EXIT.
003290     IF WS-RUN-ABORTED
003300         GO TO 1000-EXIT
003310     END-IF.
003320     PERFORM 1600-LOAD-ITEM-MASTER THRU 1600-EXIT.
003330     IF WS-RUN-ABORTED
003340         GO TO 1000-EXIT
003350     END-IF.
003360     PERFORM 1700-LOAD-PRICE-FILE THRU 1700-EXIT.
003370     IF WS-RUN-ABORTED
003380         GO TO 1000-EXIT
003390     END-IF.
003400     OPEN INPUT PRICE-CHANGE-FILE.
003410     IF NOT WS-PRCTRANS-FILE-OK
003420         MOVE "NO PRICE CHANGE TRANSACTIONS (PRCTRANS) THIS RUN"
003430             TO CHANGE-LINE
003440         WRITE CHANGE-LINE
003450         SET EOF-PRCTRANS-FILE TO TRUE
003460     ELSE
003470         SET WS-PRCTRANS-FILE-OPEN TO TRUE
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510*
003520*****************************************************************
003530*    1100-WRITE-REPORT-HEADING                                  *
003540*****************************************************************
003550 1100-WRITE-REPORT-HEADING.
003560     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO CHANGE-LINE.
003570     WRITE CHANGE-LINE.
003580     MOVE "PRICE CHANGE REGISTER" TO CHANGE-LINE.
003590     WRITE CHANGE-LINE.
003600     MOVE SPACES TO CHANGE-LINE.
003610     STRING "RUN DATE: " WS-RUN-DATE-ED
003620         DELIMITED BY SIZE INTO CHANGE-LINE
003630     END-STRING.
003640     WRITE CHANGE-LINE.
003650     MOVE SPACES TO CHANGE-LINE.
003660     WRITE CHANGE-LINE.
003670     MOVE SPACES TO CHANGE-LINE.
003680     STRING "SKU       DESCRIPTION           EFFECTIVE    "
003690         "  REGULAR       SALE       COST  BY   RESULT"
003700         DELIMITED BY SIZE INTO CHANGE-LINE
003710     END-STRING.
003720     WRITE CHANGE-LINE.
003730     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO TAG-LINE.
003740     WRITE TAG-LINE.
003750     MOVE "SHELF TAG LIST BY DEPARTMENT" TO TAG-LINE.
003760     WRITE TAG-LINE.
003770     MOVE SPACES TO TAG-LINE.
003780     STRING "RUN DATE: " WS-RUN-DATE-ED
003790         DELIMITED BY SIZE INTO TAG-LINE
003800     END-STRING.
003810     WRITE TAG-LINE.
003820 1100-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*    1500-LOAD-DEPT-MASTER                                      *
003870*        LOADS THE DEPARTMENT MASTER INTO WS-DEPT-TABLE - NO    *
003880*        USABLE MASTER, NO RUN.                                 *
003890*****************************************************************
003900 1500-LOAD-DEPT-MASTER.
003910     OPEN INPUT DEPT-MASTER-FILE.
003920     IF NOT WS-DEPTMST-FILE-OK
003930         DISPLAY "PRICE-CHANGE: DEPARTMENT MASTER FILE "
003940             "(DEPTMST) IS MISSING - RUN STOPPED"
003950         MOVE 8 TO RETURN-CODE
003960         SET WS-RUN-ABORTED TO TRUE
003970         GO TO 1500-EXIT
003980     END-IF.
003990     PERFORM 1550-LOAD-ONE-DEPT THRU 1550-EXIT
004000         UNTIL EOF-DEPTMST-FILE.
004010     CLOSE DEPT-MASTER-FILE.
004020     IF WS-DEPT-COUNT = 0 AND NOT WS-RUN-ABORTED
004030         DISPLAY "PRICE-CHANGE: DEPARTMENT MASTER FILE "
004040             "(DEPTMST) IS EMPTY - RUN STOPPED"
004050         MOVE 8 TO RETURN-CODE
004060         SET WS-RUN-ABORTED TO TRUE
004070     END-IF.
004080 1500-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    1550-LOAD-ONE-DEPT                                         *
004130*****************************************************************
004140 1550-LOAD-ONE-DEPT.
004150     READ DEPT-MASTER-FILE INTO DEPARTMENT-MASTER-RECORD
004160         AT END
004170             SET EOF-DEPTMST-FILE TO TRUE
004180             GO TO 1550-EXIT
004190     END-READ.
004200     IF WS-DEPT-COUNT >= 20
004210         DISPLAY "PRICE-CHANGE: DEPARTMENT MASTER EXCEEDS 20 "
004220             "DEPARTMENTS - RUN STOPPED"
004230         MOVE 8 TO RETURN-CODE
004240         SET WS-RUN-ABORTED TO TRUE
004250         SET EOF-DEPTMST-FILE TO TRUE
004260         GO TO 1550-EXIT
004270     END-IF.
004280     ADD 1 TO WS-DEPT-COUNT.
004290     MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
004300     MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
004310 1550-EXIT.
004320     EXIT.
004330*
004340*****************************************************************
004350*    1600-LOAD-ITEM-MASTER                                      *
004360*****************************************************************
004370 1600-LOAD-ITEM-MASTER.
004380     OPEN INPUT ITEM-MASTER-FILE.
004390     IF NOT WS-ITEMMST-FILE-OK
004400         DISPLAY "PRICE-CHANGE: ITEM MASTER FILE (ITEMMST) IS "
004410             "MISSING - RUN STOPPED"
004420         MOVE 8 TO RETURN-CODE
004430         SET WS-RUN-ABORTED TO TRUE
004440         GO TO 1600-EXIT
004450     END-IF.
004460     PERFORM 1650-LOAD-ONE-ITEM THRU 1650-EXIT
004470         UNTIL EOF-ITEMMST-FILE.
004480     CLOSE ITEM-MASTER-FILE.
004490     IF WS-ITEM-COUNT = 0 AND NOT WS-RUN-ABORTED
004500         DISPLAY "PRICE-CHANGE: ITEM MASTER FILE (ITEMMST) IS "
004510             "EMPTY - RUN STOPPED"
004520         MOVE 8 TO RETURN-CODE
004530         SET WS-RUN-ABORTED TO TRUE
004540     END-IF.
004550 1600-EXIT.
004560     EXIT.
004570*
004580*****************************************************************
004590*    1650-LOAD-ONE-ITEM                                         *
004600*****************************************************************
004610 1650-LOAD-ONE-ITEM.
004620     READ ITEM-MASTER-FILE INTO ITEM-MASTER-RECORD
004630         AT END
004640             SET EOF-ITEMMST-FILE TO TRUE
004650             GO TO 1650-EXIT
004660     END-READ.
004670     IF WS-ITEM-COUNT >= 300
004680         DISPLAY "PRICE-CHANGE: ITEM MASTER EXCEEDS 300 SKUS - "
004690             "RUN STOPPED"
004700         MOVE 8 TO RETURN-CODE
004710         SET WS-RUN-ABORTED TO TRUE
004720         SET EOF-ITEMMST-FILE TO TRUE
004730         GO TO 1650-EXIT
004740     END-IF.
004750     ADD 1 TO WS-ITEM-COUNT.
004760     MOVE IM-SKU TO WS-ITEM-SKU (WS-ITEM-COUNT).
004770     MOVE IM-DESCRIPTION TO WS-ITEM-DESC (WS-ITEM-COUNT).
004780     MOVE IM-DEPT-CODE TO WS-ITEM-DEPT-CODE (WS-ITEM-COUNT).
004790     MOVE IM-ACTIVE-FLAG TO WS-ITEM-ACTIVE-FLAG (WS-ITEM-COUNT).
004800 1650-EXIT.
004810     EXIT.
004820*
004830*****************************************************************
004840*    1700-LOAD-PRICE-FILE                                       *
004850*        OPENS THE PRICE MASTER FOR UPDATE - CREATING IT ON THE *
004860*        FIRST RUN - AND LOADS EVERY RECORD INTO                *
004870*        WS-PRICE-TABLE.                                        *
004880*****************************************************************
004890 1700-LOAD-PRICE-FILE.
004900     OPEN I-O PRICE-FILE.
004910     IF WS-PRICE-FILE-MISSING
004920         OPEN OUTPUT PRICE-FILE
004930         CLOSE PRICE-FILE
004940         OPEN I-O PRICE-FILE
004950     END-IF.
004960     IF NOT WS-PRICE-STATUS-OK
004970         DISPLAY "PRICE-CHANGE: PRICE FILE (PRICEMST) WILL NOT "
004980             "OPEN - STATUS " WS-PRICE-STATUS " - RUN STOPPED"
004990         MOVE 8 TO RETURN-CODE
005000         SET WS-RUN-ABORTED TO TRUE
005010         GO TO 1700-EXIT
005020     END-IF.
005030     SET WS-PRICE-FILE-OPEN TO TRUE.
005040     PERFORM 1750-LOAD-ONE-PRICE THRU 1750-EXIT
005050         UNTIL EOF-PRICE-FILE.
005060 1700-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100*    1750-LOAD-ONE-PRICE                                        *
005110*****************************************************************
005120 1750-LOAD-ONE-PRICE.
005130     READ PRICE-FILE NEXT RECORD
005140         AT END
005150             SET EOF-PRICE-FILE TO TRUE
005160             GO TO 1750-EXIT
005170     END-READ.
005180     IF WS-PRICE-COUNT >= 3000
005190         DISPLAY "PRICE-CHANGE: PRICE FILE EXCEEDS 3000 "
005200             "RECORDS - RUN STOPPED"
005210         MOVE 8 TO RETURN-CODE
005220         SET WS-RUN-ABORTED TO TRUE
005230         SET EOF-PRICE-FILE TO TRUE
005240         GO TO 1750-EXIT
005250     END-IF.
005260     ADD 1 TO WS-PRICE-COUNT.
005270     MOVE PR-SKU TO WS-PT-SKU (WS-PRICE-COUNT).
005280     MOVE PR-EFFECTIVE-DATE TO
005290         WS-PT-EFFECTIVE-DATE (WS-PRICE-COUNT).
005300     MOVE PR-REGULAR-PRICE TO
005310         WS-PT-REGULAR-PRICE (WS-PRICE-COUNT).
005320     MOVE PR-SALE-PRICE TO WS-PT-SALE-PRICE (WS-PRICE-COUNT).
005330     MOVE PR-UNIT-COST TO WS-PT-UNIT-COST (WS-PRICE-COUNT).
005340 1750-EXIT.
005350     EXIT.
005360*
005370*****************************************************************
005380*    1800-VALIDATE-DATE                                         *
005390*        SETS WS-DATE-VALID-SW FOR THE DATE IN WS-EDIT-DATE.    *
005400*****************************************************************
005410 1800-VALIDATE-DATE.
005420     SET WS-DATE-IS-VALID TO TRUE.
005430     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
005440         SET WS-DATE-IS-INVALID TO TRUE
005450         GO TO 1800-EXIT
005460     END-IF.
005470     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
005480         SET WS-DATE-IS-INVALID TO TRUE
005490         GO TO 1800-EXIT
005500     END-IF.
005510     PERFORM 1810-CHECK-LEAP-YEAR THRU 1810-EXIT.
005520     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
005530     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
005540         ADD 1 TO WS-MAX-DAY
005550     END-IF.
005560     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
005570         SET WS-DATE-IS-INVALID TO TRUE
005580     END-IF.
005590 1800-EXIT.
005600     EXIT.
005610*
005620*****************************************************************
005630*    1810-CHECK-LEAP-YEAR                                       *
005640*        SETS WS-LEAP-SW FOR WS-EDIT-YEAR ACCORDING TO THE      *
005650*        USUAL GREGORIAN RULE.                                  *
005660*****************************************************************
005670 1810-CHECK-LEAP-YEAR.
005680     SET WS-NOT-LEAP-YEAR TO TRUE.
005690     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
005700         REMAINDER WS-REM-4.
005710     IF WS-REM-4 NOT = 0
005720         GO TO 1810-EXIT
005730     END-IF.
005740     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
005750         REMAINDER WS-REM-100.
005760     IF WS-REM-100 NOT = 0
005770         SET WS-LEAP-YEAR TO TRUE
005780         GO TO 1810-EXIT
005790     END-IF.
005800     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
005810         REMAINDER WS-REM-400.
005820     IF WS-REM-400 = 0
005830         SET WS-LEAP-YEAR TO TRUE
005840     END-IF.
005850 1810-EXIT.
005860     EXIT.
005870*
005880*****************************************************************
005890*    1850-ADVANCE-ONE-DAY                                       *
005900*        MOVES THE VALID DATE IN WS-EDIT-DATE FORWARD ONE DAY.  *
005910*****************************************************************
005920 1850-ADVANCE-ONE-DAY.
005930     PERFORM 1810-CHECK-LEAP-YEAR THRU 1810-EXIT.
005940     MOVE WS-DIM-ENTRY (WS-EDIT-MONTH) TO WS-MAX-DAY.
005950     IF WS-EDIT-MONTH = 02 AND WS-LEAP-YEAR
005960         ADD 1 TO WS-MAX-DAY
005970     END-IF.
005980     IF WS-EDIT-DAY < WS-MAX-DAY
005990         ADD 1 TO WS-EDIT-DAY
006000         GO TO 1850-EXIT
006010     END-IF.
006020     MOVE 1 TO WS-EDIT-DAY.
006030     IF WS-EDIT-MONTH < 12
006040         ADD 1 TO WS-EDIT-MONTH
006050     ELSE
006060         MOVE 1 TO WS-EDIT-MONTH
006070         ADD 1 TO WS-EDIT-YEAR
006080     END-IF.
006090 1850-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    2000-PROCESS-CHANGE                                        *
006140*        VALIDATES ONE PRICE CHANGE AGAINST THE PRICES IN       *
006150*        EFFECT ON ITS DATE AND, IF IT PASSES, APPLIES IT.      *
006160*****************************************************************
006170 2000-PROCESS-CHANGE.
006180     READ PRICE-CHANGE-FILE INTO PRICE-CHANGE-TRANSACTION
006190         AT END
006200             SET EOF-PRCTRANS-FILE TO TRUE
006210             GO TO 2000-EXIT
006220     END-READ.
006230     ADD 1 TO WS-RECORDS-READ.
006240     PERFORM 2200-VALIDATE-CHANGE THRU 2200-EXIT.
006250     IF RECORD-IS-INVALID
006260         ADD 1 TO WS-CHANGES-REJECTED
006270         MOVE 4 TO RETURN-CODE
006280         MOVE SPACES TO WS-RESULT-TEXT
006290         STRING "REJECTED: " WS-REJECT-REASON
006300             DELIMITED BY SIZE INTO WS-RESULT-TEXT
006310         END-STRING
006320         PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006330         GO TO 2000-EXIT
006340     END-IF.
006350     PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT.
006360 2000-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*    2200-VALIDATE-CHANGE                                       *
006410*        ON SUCCESS WS-ITEM-FOUND-SUB POINTS AT THE SKU, AND    *
006420*        THE OLD AND NEW VALUES ARE SET IN WS-CHANGE-VALUES.    *
006430*****************************************************************
006440 2200-VALIDATE-CHANGE.
006450     SET RECORD-IS-VALID TO TRUE.
006460     MOVE SPACES TO WS-REJECT-REASON.
006470     MOVE ZEROS TO WS-CHANGE-VALUES.
006480*
006490     PERFORM 2250-FIND-ITEM-ENTRY THRU 2250-EXIT.
006500     IF WS-ITEM-NOT-FOUND
006510         SET RECORD-IS-INVALID TO TRUE
006520         MOVE "SKU NOT ON ITEM MASTER" TO WS-REJECT-REASON
006530         GO TO 2200-EXIT
006540     END-IF.
006550     IF NOT WS-ITEM-ENTRY-ACTIVE (WS-ITEM-FOUND-SUB)
006560         SET RECORD-IS-INVALID TO TRUE
006570         MOVE "SKU IS INACTIVE" TO WS-REJECT-REASON
006580         GO TO 2200-EXIT
006590     END-IF.
006600     MOVE WS-ITEM-DEPT-CODE (WS-ITEM-FOUND-SUB) TO
006610         WS-LOOKUP-DEPT-CODE.
006620     PERFORM 2260-FIND-DEPT-ENTRY THRU 2260-EXIT.
006630     IF WS-DEPT-NOT-FOUND
006640         SET RECORD-IS-INVALID TO TRUE
006650         MOVE "SKU DEPARTMENT NOT ON DEPT MASTER" TO
006660             WS-REJECT-REASON
006670         GO TO 2200-EXIT
006680     END-IF.
006690*
006700     SET WS-DATE-IS-INVALID TO TRUE.
006710     IF PC-EFFECTIVE-DATE NUMERIC
006720         MOVE PC-EFFECTIVE-DATE TO WS-EDIT-DATE
006730         PERFORM 1800-VALIDATE-DATE THRU 1800-EXIT
006740     END-IF.
006750     IF WS-DATE-IS-INVALID
006760         SET RECORD-IS-INVALID TO TRUE
006770         MOVE "EFFECTIVE DATE NOT VALID" TO WS-REJECT-REASON
006780         GO TO 2200-EXIT
006790     END-IF.
006800*
006810     IF PC-CHANGED-BY = SPACES
006820         SET RECORD-IS-INVALID TO TRUE
006830         MOVE "CHANGED-BY INITIALS MISSING" TO WS-REJECT-REASON
006840         GO TO 2200-EXIT
006850     END-IF.
006860*
006870     IF PC-REGULAR-PRICE-X = SPACES
006880         AND PC-SALE-PRICE-X = SPACES
006890         AND PC-UNIT-COST-X = SPACES
006900         AND PC-SALE-END-DATE-X = SPACES
006910         SET RECORD-IS-INVALID TO TRUE
006920         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
006930         GO TO 2200-EXIT
006940     END-IF.
006950     IF (PC-REGULAR-PRICE-X NOT = SPACES
006960             AND PC-REGULAR-PRICE NOT NUMERIC)
006970         OR (PC-SALE-PRICE-X NOT = SPACES
006980             AND PC-SALE-PRICE NOT NUMERIC)
006990         OR (PC-UNIT-COST-X NOT = SPACES
007000             AND PC-UNIT-COST NOT NUMERIC)
007010         SET RECORD-IS-INVALID TO TRUE
007020         MOVE "PRICE OR COST NOT NUMERIC" TO WS-REJECT-REASON
007030         GO TO 2200-EXIT
007040     END-IF.
007050*
007060     MOVE PC-SKU TO WS-LOOKUP-SKU.
007070     MOVE PC-EFFECTIVE-DATE TO WS-LOOKUP-DATE.
007080     PERFORM 2700-FIND-PRICE-IN-EFFECT THRU 2700-EXIT.
007090     IF WS-PRICE-FOUND-SUB > 0
007100         MOVE WS-PT-REGULAR-PRICE (WS-PRICE-FOUND-SUB) TO
007110             WS-OLD-REGULAR-PRICE
007120         MOVE WS-PT-SALE-PRICE (WS-PRICE-FOUND-SUB) TO
007130             WS-OLD-SALE-PRICE
007140         MOVE WS-PT-UNIT-COST (WS-PRICE-FOUND-SUB) TO
007150             WS-OLD-UNIT-COST
007160     END-IF.
007170     MOVE WS-OLD-REGULAR-PRICE TO WS-OLD-SHELF-PRICE.
007180     IF WS-OLD-SALE-PRICE > 0
007190         MOVE WS-OLD-SALE-PRICE TO WS-OLD-SHELF-PRICE
007200     END-IF.
007210     MOVE WS-OLD-REGULAR-PRICE TO WS-NEW-REGULAR-PRICE.
007220     MOVE WS-OLD-SALE-PRICE TO WS-NEW-SALE-PRICE.
007230     MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST.
007240     IF PC-REGULAR-PRICE-X NOT = SPACES
007250         MOVE PC-REGULAR-PRICE TO WS-NEW-REGULAR-PRICE
007260     END-IF.
007270     IF PC-SALE-PRICE-X NOT = SPACES
007280         MOVE PC-SALE-PRICE TO WS-NEW-SALE-PRICE
007290     END-IF.
007300     IF PC-UNIT-COST-X NOT = SPACES
007310         MOVE PC-UNIT-COST TO WS-NEW-UNIT-COST
007320     END-IF.
007330     MOVE WS-NEW-REGULAR-PRICE TO WS-NEW-SHELF-PRICE.
007340     IF WS-NEW-SALE-PRICE > 0
007350         MOVE WS-NEW-SALE-PRICE TO WS-NEW-SHELF-PRICE
007360     END-IF.
007370*
007380     IF WS-NEW-REGULAR-PRICE = 0
007390         SET RECORD-IS-INVALID TO TRUE
007400         MOVE "NO REGULAR PRICE KEYED OR ON FILE" TO
007410             WS-REJECT-REASON
007420         GO TO 2200-EXIT
007430     END-IF.
007440     IF WS-NEW-SALE-PRICE NOT < WS-NEW-REGULAR-PRICE
007450         SET RECORD-IS-INVALID TO TRUE
007460         MOVE "SALE PRICE NOT BELOW REGULAR PRICE" TO
007470             WS-REJECT-REASON
007480         GO TO 2200-EXIT
007481     END-IF.
007482*
007483     IF PC-REGULAR-PRICE-X NOT = SPACES
007484         AND WS-NEW-REGULAR-PRICE NOT = WS-OLD-REGULAR-PRICE
007485         MOVE 99999999 TO WS-REGULAR-CARRY-END
007486     END-IF.
007487     IF PC-UNIT-COST-X NOT = SPACES
007488         AND WS-NEW-UNIT-COST NOT = WS-OLD-UNIT-COST
007489         MOVE 99999999 TO WS-COST-CARRY-END
007490     END-IF.
007491     PERFORM 2280-FIND-CARRY-END THRU 2280-EXIT
007492         VARYING WS-CARRY-SUB FROM 1 BY 1
007493         UNTIL WS-CARRY-SUB > WS-PRICE-COUNT.
007494     MOVE ZERO TO WS-CARRY-SALE-SUB.
007495     PERFORM 2285-CHECK-LATER-SALE THRU 2285-EXIT
007496         VARYING WS-CARRY-SUB FROM 1 BY 1
007497         UNTIL WS-CARRY-SUB > WS-PRICE-COUNT
007498             OR WS-CARRY-SALE-SUB > 0.
007499     IF WS-CARRY-SALE-SUB > 0
007500         SET RECORD-IS-INVALID TO TRUE
007501         MOVE "LATER SALE PRICE NOT BELOW NEW REGULAR" TO
007502             WS-REJECT-REASON
007503         GO TO 2200-EXIT
007504     END-IF.
007505*
007510     IF PC-SALE-END-DATE-X = SPACES
007520         OR PC-SALE-END-DATE-X = ZEROS
007530         GO TO 2200-EXIT
007540     END-IF.
007550     SET WS-DATE-IS-INVALID TO TRUE.
007560     IF PC-SALE-END-DATE NUMERIC
007570         MOVE PC-SALE-END-DATE TO WS-EDIT-DATE
007580         PERFORM 1800-VALIDATE-DATE THRU 1800-EXIT
007590     END-IF.
007600     IF WS-DATE-IS-INVALID
007610         OR PC-SALE-END-DATE < PC-EFFECTIVE-DATE
007620         SET RECORD-IS-INVALID TO TRUE
007630         MOVE "SALE END DATE NOT VALID" TO WS-REJECT-REASON
007640         GO TO 2200-EXIT
007650     END-IF.
007660     IF WS-NEW-SALE-PRICE = 0
007670         SET RECORD-IS-INVALID TO TRUE
007680         MOVE "SALE END DATE BUT NO SALE PRICE" TO
007690             WS-REJECT-REASON
007700         GO TO 2200-EXIT
007710     END-IF.
007720     MOVE PC-SALE-END-DATE TO WS-SALE-END-DATE.
007730     PERFORM 1850-ADVANCE-ONE-DAY THRU 1850-EXIT.
007740     MOVE WS-EDIT-DATE TO WS-RETURN-DATE.
007750 2200-EXIT.
007760     EXIT.
007770*
007780*****************************************************************
007790*    2250-FIND-ITEM-ENTRY                                       *
007800*        SEARCHES THE ITEM TABLE FOR PC-SKU.  ON A FIND,        *
007810*        WS-ITEM-FOUND-SUB POINTS AT THE MATCHING ENTRY.        *
007820*****************************************************************
007830 2250-FIND-ITEM-ENTRY.
007840     SET WS-ITEM-NOT-FOUND TO TRUE.
007850     MOVE ZERO TO WS-ITEM-FOUND-SUB.
007860     PERFORM 2255-MATCH-ONE-ITEM THRU 2255-EXIT
007870         VARYING WS-ITEM-SUB FROM 1 BY 1
007880         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
007890             OR WS-ITEM-FOUND.
007900 2250-EXIT.
007910     EXIT.
007920*
007930*****************************************************************
007940*    2255-MATCH-ONE-ITEM                                        *
007950*****************************************************************
007960 2255-MATCH-ONE-ITEM.
007970     IF WS-ITEM-SKU (WS-ITEM-SUB) = PC-SKU
007980         SET WS-ITEM-FOUND TO TRUE
007990         MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
008000     END-IF.
008010 2255-EXIT.
008020     EXIT.
008030*
008040*****************************************************************
008050*    2260-FIND-DEPT-ENTRY                                       *
008060*        SEARCHES THE DEPARTMENT TABLE FOR THE CODE IN          *
008070*        WS-LOOKUP-DEPT-CODE.  ON A FIND, WS-DEPT-FOUND-SUB     *
008080*        POINTS AT THE MATCHING ENTRY.                          *
008090*****************************************************************
008100 2260-FIND-DEPT-ENTRY.
008110     SET WS-DEPT-NOT-FOUND TO TRUE.
008120     MOVE ZERO TO WS-DEPT-FOUND-SUB.
008130     PERFORM 2270-MATCH-ONE-DEPT THRU 2270-EXIT
008140         VARYING WS-DEPT-SUB FROM 1 BY 1
008150         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
008160             OR WS-DEPT-FOUND.
008170 2260-EXIT.
008180     EXIT.
008190*
008200*****************************************************************
008210*    2270-MATCH-ONE-DEPT                                        *
008220*****************************************************************
008230 2270-MATCH-ONE-DEPT.
008240     IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT-CODE
008250         SET WS-DEPT-FOUND TO TRUE
008260         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
008270     END-IF.
008280 2270-EXIT.
008290     EXIT.
008291*
008292*****************************************************************
008293*    2280-FIND-CARRY-END                                        *
008294*        A LATER RECORD FOR THE SKU THAT NO LONGER HOLDS THE    *
008295*        OLD REGULAR PRICE (OR COST) IS A CHANGE OF ITS OWN -   *
008296*        THE CARRY STOPS AT THE EARLIEST SUCH RECORD.           *
008297*****************************************************************
008298 2280-FIND-CARRY-END.
008299     IF WS-PT-SKU (WS-CARRY-SUB) = PC-SKU
008300         AND WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) >
008301             PC-EFFECTIVE-DATE
008302         IF WS-PT-REGULAR-PRICE (WS-CARRY-SUB) NOT =
008303                 WS-OLD-REGULAR-PRICE
008304             AND WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) <
008305                 WS-REGULAR-CARRY-END
008306             MOVE WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) TO
008307                 WS-REGULAR-CARRY-END
008308         END-IF
008309         IF WS-PT-UNIT-COST (WS-CARRY-SUB) NOT = WS-OLD-UNIT-COST
008310             AND WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) <
008311                 WS-COST-CARRY-END
008312             MOVE WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) TO
008313                 WS-COST-CARRY-END
008314         END-IF
008315     END-IF.
008316 2280-EXIT.
008317     EXIT.
008318*
008319*****************************************************************
008320*    2285-CHECK-LATER-SALE                                      *
008321*        A LATER SALE THAT WOULD TAKE THE NEW REGULAR PRICE     *
008322*        MUST STILL BE BELOW IT.  WS-CARRY-SALE-SUB POINTS AT   *
008323*        THE FIRST ONE THAT IS NOT.                             *
008324*****************************************************************
008325 2285-CHECK-LATER-SALE.
008326     IF WS-PT-SKU (WS-CARRY-SUB) = PC-SKU
008327         AND WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) >
008328             PC-EFFECTIVE-DATE
008329         AND WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) <
008330             WS-REGULAR-CARRY-END
008331         AND WS-PT-SALE-PRICE (WS-CARRY-SUB) > 0
008332         AND WS-PT-SALE-PRICE (WS-CARRY-SUB) NOT <
008333             WS-NEW-REGULAR-PRICE
008334         MOVE WS-CARRY-SUB TO WS-CARRY-SALE-SUB
008335     END-IF.
008336 2285-EXIT.
008337     EXIT.
008338*
008339*****************************************************************
008340*    2500-APPLY-CHANGE                                          *
008341*        PUTS THE NEW PRICE RECORD ON FILE, QUEUES A SHELF TAG  *
008342*        WHEN THE SHELF PRICE MOVES, CARRIES A KEYED REGULAR    *
008343*        PRICE OR COST INTO THE LATER RECORDS, AND SETS UP THE  *
008350*        RETURN TO REGULAR PRICE AFTER A SALE WITH AN END DATE. *
008360*****************************************************************
008370 2500-APPLY-CHANGE.
008380     MOVE PC-EFFECTIVE-DATE TO WS-PUT-EFFECTIVE-DATE.
008390     MOVE WS-NEW-REGULAR-PRICE TO WS-PUT-REGULAR-PRICE.
008400     MOVE WS-NEW-SALE-PRICE TO WS-PUT-SALE-PRICE.
008410     MOVE WS-NEW-UNIT-COST TO WS-PUT-UNIT-COST.
008420     PERFORM 2600-PUT-PRICE-RECORD THRU 2600-EXIT.
008430     IF WS-RUN-ABORTED
008440         GO TO 2500-EXIT
008450     END-IF.
008460     ADD 1 TO WS-CHANGES-APPLIED.
008470     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
008480     IF WS-NEW-SHELF-PRICE NOT = WS-OLD-SHELF-PRICE
008490         MOVE SPACES TO WS-TAG-NOTE-WORK
008500         IF WS-NEW-SALE-PRICE = 0
008510             MOVE "REGULAR PRICE" TO WS-TAG-NOTE-WORK
008520         ELSE
008530             IF WS-SALE-END-DATE = 0
008540                 MOVE "SALE PRICE" TO WS-TAG-NOTE-WORK
008550             ELSE
008560                 MOVE WS-SALE-END-DATE TO WS-END-DATE-ED
008570                 STRING "SALE PRICE THRU " WS-END-DATE-ED
008580                     DELIMITED BY SIZE INTO WS-TAG-NOTE-WORK
008590                 END-STRING
008600             END-IF
008610         END-IF
008620         MOVE WS-OLD-SHELF-PRICE TO WS-TAG-OLD-PRICE-WORK
008630         PERFORM 2800-QUEUE-SHELF-TAG THRU 2800-EXIT
008631     END-IF.
008632     IF WS-REGULAR-CARRY-END > 0
008633         OR WS-COST-CARRY-END > 0
008634         PERFORM 2550-CARRY-FORWARD THRU 2550-EXIT
008635         IF WS-RUN-ABORTED
008636             GO TO 2500-EXIT
008637         END-IF
008640     END-IF.
008650     IF WS-RETURN-DATE = 0
008660         GO TO 2500-EXIT
008670     END-IF.
008680*
008690*    A SALE WITH AN END DATE - THE DAY AFTER, THE SKU GOES BACK
008700*    TO ITS REGULAR PRICE, UNLESS A CHANGE IS ALREADY ON FILE.
008710*
008720     MOVE PC-SKU TO WS-LOOKUP-SKU.
008730     MOVE WS-RETURN-DATE TO WS-LOOKUP-DATE.
008740     PERFORM 2700-FIND-PRICE-IN-EFFECT THRU 2700-EXIT.
008750     MOVE WS-RETURN-DATE TO WS-DATE-ED.
008760     IF WS-PRICE-FOUND-SUB > 0
008770         AND WS-BEST-DATE = WS-RETURN-DATE
008780         MOVE SPACES TO CHANGE-LINE
008790         STRING "          RETURN TO REGULAR PRICE ON " WS-DATE-ED
008800             " NOT SET UP - A CHANGE IS ALREADY ON FILE"
008810             " FOR THAT DAY"
008820             DELIMITED BY SIZE INTO CHANGE-LINE
008830         END-STRING
008840         WRITE CHANGE-LINE
008850         GO TO 2500-EXIT
008860     END-IF.
008870     MOVE WS-RETURN-DATE TO WS-PUT-EFFECTIVE-DATE.
008880     MOVE WS-NEW-REGULAR-PRICE TO WS-PUT-REGULAR-PRICE.
008890     MOVE ZEROS TO WS-PUT-SALE-PRICE.
008900     MOVE WS-NEW-UNIT-COST TO WS-PUT-UNIT-COST.
008910     PERFORM 2600-PUT-PRICE-RECORD THRU 2600-EXIT.
008920     IF WS-RUN-ABORTED
008930         GO TO 2500-EXIT
008940     END-IF.
008950     MOVE SPACES TO CHANGE-LINE.
008960     STRING "          RETURN TO REGULAR PRICE SET UP FOR "
008970         WS-DATE-ED
008980         DELIMITED BY SIZE INTO CHANGE-LINE
008990     END-STRING.
009000     WRITE CHANGE-LINE.
009010     MOVE WS-RETURN-DATE TO WS-PUT-EFFECTIVE-DATE.
009020     MOVE WS-NEW-SALE-PRICE TO WS-TAG-OLD-PRICE-WORK.
009030     MOVE WS-NEW-REGULAR-PRICE TO WS-NEW-SHELF-PRICE.
009040     MOVE "SALE ENDS - BACK TO REGULAR" TO WS-TAG-NOTE-WORK.
009050     PERFORM 2800-QUEUE-SHELF-TAG THRU 2800-EXIT.
009060 2500-EXIT.
009061     EXIT.
009062*
009063*****************************************************************
009064*    2550-CARRY-FORWARD                                         *
009065*        BRINGS THE SKU'S LATER PRICE RECORDS UP TO THE KEYED   *
009066*        REGULAR PRICE AND COST - EACH RECORD DATED BEFORE THE  *
009067*        CARRY-END DATE FOUND IN 2280 - SO A SALE OR RETURN TO  *
009068*        REGULAR ALREADY ON FILE DOES NOT PUT THE OLD VALUE     *
009069*        BACK.  A SHELF TAG IS QUEUED WHERE A LATER REGULAR     *
009070*        SHELF PRICE MOVES.                                     *
009071*****************************************************************
009072 2550-CARRY-FORWARD.
009073     PERFORM 2560-CARRY-ONE-PRICE THRU 2560-EXIT
009074         VARYING WS-CARRY-SUB FROM 1 BY 1
009075         UNTIL WS-CARRY-SUB > WS-PRICE-COUNT
009076             OR WS-RUN-ABORTED.
009077 2550-EXIT.
009078     EXIT.
009079*
009080*****************************************************************
009081*    2560-CARRY-ONE-PRICE                                       *
009082*****************************************************************
009083 2560-CARRY-ONE-PRICE.
009084     IF WS-PT-SKU (WS-CARRY-SUB) NOT = PC-SKU
009085         OR WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) NOT >
009086             PC-EFFECTIVE-DATE
009087         GO TO 2560-EXIT
009088     END-IF.
009089     MOVE WS-PT-EFFECTIVE-DATE (WS-CARRY-SUB) TO
009090         WS-PUT-EFFECTIVE-DATE.
009091     MOVE WS-PT-REGULAR-PRICE (WS-CARRY-SUB) TO
009092         WS-PUT-REGULAR-PRICE.
009093     MOVE WS-PT-SALE-PRICE (WS-CARRY-SUB) TO WS-PUT-SALE-PRICE.
009094     MOVE WS-PT-UNIT-COST (WS-CARRY-SUB) TO WS-PUT-UNIT-COST.
009095     IF WS-PUT-EFFECTIVE-DATE < WS-REGULAR-CARRY-END
009096         MOVE WS-NEW-REGULAR-PRICE TO WS-PUT-REGULAR-PRICE
009097     END-IF.
009098     IF WS-PUT-EFFECTIVE-DATE < WS-COST-CARRY-END
009099         MOVE WS-NEW-UNIT-COST TO WS-PUT-UNIT-COST
009100     END-IF.
009101     IF WS-PUT-REGULAR-PRICE = WS-PT-REGULAR-PRICE (WS-CARRY-SUB)
009102         AND WS-PUT-UNIT-COST = WS-PT-UNIT-COST (WS-CARRY-SUB)
009103         GO TO 2560-EXIT
009104     END-IF.
009105     MOVE WS-PT-REGULAR-PRICE (WS-CARRY-SUB) TO
009106         WS-TAG-OLD-PRICE-WORK.
009107     PERFORM 2600-PUT-PRICE-RECORD THRU 2600-EXIT.
009108     IF WS-RUN-ABORTED
009109         GO TO 2560-EXIT
009110     END-IF.
009111     MOVE WS-PUT-EFFECTIVE-DATE TO WS-DATE-ED.
009112     MOVE SPACES TO CHANGE-LINE.
009113     STRING "          REGULAR PRICE/COST CARRIED INTO THE PRICE "
009114         "RECORD EFFECTIVE " WS-DATE-ED
009115         DELIMITED BY SIZE INTO CHANGE-LINE
009116     END-STRING.
009117     WRITE CHANGE-LINE.
009118     IF WS-PUT-SALE-PRICE = 0
009119         AND WS-PUT-REGULAR-PRICE NOT = WS-TAG-OLD-PRICE-WORK
009120         MOVE WS-PUT-REGULAR-PRICE TO WS-NEW-SHELF-PRICE
009121         MOVE "REGULAR PRICE" TO WS-TAG-NOTE-WORK
009122         PERFORM 2800-QUEUE-SHELF-TAG THRU 2800-EXIT
009123     END-IF.
009124 2560-EXIT.
009125     EXIT.
009126*
009127*****************************************************************
009128*    2600-PUT-PRICE-RECORD                                      *
009129*        WRITES THE WS-PUT VALUES AS THE PRICE RECORD FOR       *
009130*        PC-SKU AND WS-PUT-EFFECTIVE-DATE - REPLACING ANY       *
009131*        RECORD ALREADY ON FILE FOR THAT KEY - AND BRINGS THE   *
009140*        PRICE TABLE INTO LINE.  A FAILED WRITE STOPS THE RUN   *
009150*        SO THE STREAM DOES NOT CARRY ON WITH A HALF-UPDATED    *
009160*        FILE.                                                  *
009170*****************************************************************
009180 2600-PUT-PRICE-RECORD.
009190     MOVE SPACES TO PRICE-RECORD.
009200     MOVE PC-SKU TO PR-SKU.
009210     MOVE WS-PUT-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE.
009220     MOVE WS-PUT-REGULAR-PRICE TO PR-REGULAR-PRICE.
009230     MOVE WS-PUT-SALE-PRICE TO PR-SALE-PRICE.
009240     MOVE WS-PUT-UNIT-COST TO PR-UNIT-COST.
009250     MOVE WS-RUN-DATE TO PR-CHANGE-DATE.
009260     MOVE PC-CHANGED-BY TO PR-CHANGED-BY.
009270*
009280     MOVE ZERO TO WS-PRICE-FOUND-SUB.
009290     PERFORM 2650-MATCH-EXACT-PRICE THRU 2650-EXIT
009300         VARYING WS-PRICE-SUB FROM 1 BY 1
009310         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
009320             OR WS-PRICE-FOUND-SUB > 0.
009330     IF WS-PRICE-FOUND-SUB > 0
009340         REWRITE PRICE-RECORD
009350             INVALID KEY
009360                 CONTINUE
009370         END-REWRITE
009380         IF WS-PRICE-STATUS-OK
009390             ADD 1 TO WS-RECORDS-REPLACED
009400         END-IF
009410     ELSE
009420         IF WS-PRICE-COUNT >= 3000
009430             DISPLAY "PRICE-CHANGE: PRICE FILE EXCEEDS 3000 "
009440                 "RECORDS - RUN STOPPED"
009450             MOVE "*** PRICE FILE FULL - RUN STOPPED"
009460                 TO CHANGE-LINE
009470             WRITE CHANGE-LINE
009480             MOVE 8 TO RETURN-CODE
009490             SET WS-RUN-ABORTED TO TRUE
009500             GO TO 2600-EXIT
009510         END-IF
009520         WRITE PRICE-RECORD
009530             INVALID KEY
009540                 CONTINUE
009550         END-WRITE
009560         IF WS-PRICE-STATUS-OK
009570             ADD 1 TO WS-RECORDS-ADDED
009580             ADD 1 TO WS-PRICE-COUNT
009590             MOVE WS-PRICE-COUNT TO WS-PRICE-FOUND-SUB
009600         END-IF
009610     END-IF.
009620     IF NOT WS-PRICE-STATUS-OK
009630         MOVE SPACES TO CHANGE-LINE
009640         STRING "*** PRICE FILE UPDATE FAILED FOR SKU " PR-SKU
009650             " - STATUS " WS-PRICE-STATUS " - RUN STOPPED"
009660             DELIMITED BY SIZE INTO CHANGE-LINE
009670         END-STRING
009680         WRITE CHANGE-LINE
009690         DISPLAY "PRICE-CHANGE: PRICE FILE UPDATE FAILED FOR "
009700             "SKU " PR-SKU " - SEE PRCRPT"
009710         MOVE 8 TO RETURN-CODE
009720         SET WS-RUN-ABORTED TO TRUE
009730         GO TO 2600-EXIT
009740     END-IF.
009750     MOVE PR-SKU TO WS-PT-SKU (WS-PRICE-FOUND-SUB).
009760     MOVE PR-EFFECTIVE-DATE TO
009770         WS-PT-EFFECTIVE-DATE (WS-PRICE-FOUND-SUB).
009780     MOVE PR-REGULAR-PRICE TO
009790         WS-PT-REGULAR-PRICE (WS-PRICE-FOUND-SUB).
009800     MOVE PR-SALE-PRICE TO WS-PT-SALE-PRICE (WS-PRICE-FOUND-SUB).
009810     MOVE PR-UNIT-COST TO WS-PT-UNIT-COST (WS-PRICE-FOUND-SUB).
009820 2600-EXIT.
009830     EXIT.
009840*
009850*****************************************************************
009860*    2650-MATCH-EXACT-PRICE                                     *
009870*****************************************************************
009880 2650-MATCH-EXACT-PRICE.
009890     IF WS-PT-SKU (WS-PRICE-SUB) = PR-SKU
009900         AND WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) =
009910             PR-EFFECTIVE-DATE
009920         MOVE WS-PRICE-SUB TO WS-PRICE-FOUND-SUB
009930     END-IF.
009940 2650-EXIT.
009950     EXIT.
009960*
009970*****************************************************************
009980*    2700-FIND-PRICE-IN-EFFECT                                  *
009990*        FINDS THE PRICE RECORD IN EFFECT FOR WS-LOOKUP-SKU ON  *
010000*        WS-LOOKUP-DATE - THE ONE WITH THE LATEST EFFECTIVE     *
010010*        DATE NOT AFTER IT.  WS-PRICE-FOUND-SUB IS ZERO WHEN    *
010020*        THE SKU HAD NO PRICE YET, OTHERWISE IT POINTS AT THE   *
010030*        ENTRY AND WS-BEST-DATE HOLDS ITS EFFECTIVE DATE.       *
010040*****************************************************************
010050 2700-FIND-PRICE-IN-EFFECT.
010060     MOVE ZERO TO WS-PRICE-FOUND-SUB.
010070     MOVE ZEROS TO WS-BEST-DATE.
010080     PERFORM 2750-CHECK-ONE-PRICE THRU 2750-EXIT
010090         VARYING WS-PRICE-SUB FROM 1 BY 1
010100         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT.
010110 2700-EXIT.
010120     EXIT.
010130*
010140*****************************************************************
010150*    2750-CHECK-ONE-PRICE                                       *
010160*****************************************************************
010170 2750-CHECK-ONE-PRICE.
010180     IF WS-PT-SKU (WS-PRICE-SUB) = WS-LOOKUP-SKU
010190         AND WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) NOT >
010200             WS-LOOKUP-DATE
010210         AND WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) NOT <
010220             WS-BEST-DATE
010230         MOVE WS-PRICE-SUB TO WS-PRICE-FOUND-SUB
010240         MOVE WS-PT-EFFECTIVE-DATE (WS-PRICE-SUB) TO WS-BEST-DATE
010250     END-IF.
010260 2750-EXIT.
010270     EXIT.
010280*
010290*****************************************************************
010300*    2800-QUEUE-SHELF-TAG                                       *
010310*        QUEUES ONE SHELF TAG FOR THE DEPARTMENT LISTING -      *
010320*        WS-TAG-OLD-PRICE-WORK TO WS-NEW-SHELF-PRICE, EFFECTIVE *
010330*        WS-PUT-EFFECTIVE-DATE.                                 *
010340*****************************************************************
010350 2800-QUEUE-SHELF-TAG.
010360     IF WS-TAG-COUNT >= 500
010370         MOVE SPACES TO CHANGE-LINE
010380         STRING "*** SHELF TAG LIST FULL - TAG FOR SKU " PC-SKU
010390             " NOT LISTED"
010400             DELIMITED BY SIZE INTO CHANGE-LINE
010410         END-STRING
010420         WRITE CHANGE-LINE
010430         MOVE 4 TO RETURN-CODE
010440         GO TO 2800-EXIT
010450     END-IF.
010460     ADD 1 TO WS-TAG-COUNT.
010470     MOVE WS-ITEM-DEPT-CODE (WS-ITEM-FOUND-SUB) TO
010480         WS-TAG-DEPT-CODE (WS-TAG-COUNT).
010490     MOVE PC-SKU TO WS-TAG-SKU (WS-TAG-COUNT).
010500     MOVE WS-ITEM-DESC (WS-ITEM-FOUND-SUB) TO
010510         WS-TAG-DESC (WS-TAG-COUNT).
010520     MOVE WS-PUT-EFFECTIVE-DATE TO
010530         WS-TAG-EFFECTIVE-DATE (WS-TAG-COUNT).
010540     MOVE WS-TAG-OLD-PRICE-WORK TO
010550         WS-TAG-OLD-PRICE (WS-TAG-COUNT).
010560     MOVE WS-NEW-SHELF-PRICE TO WS-TAG-NEW-PRICE (WS-TAG-COUNT).
010570     MOVE WS-TAG-NOTE-WORK TO WS-TAG-NOTE (WS-TAG-COUNT).
010580 2800-EXIT.
010590     EXIT.
010600*
010610*****************************************************************
010620*    2900-WRITE-REGISTER-LINE                                   *
010630*        ONE LINE ON THE CHANGE REGISTER FOR THE CURRENT        *
010640*        TRANSACTION - AS KEYED WHEN REJECTED, AS APPLIED WHEN  *
010650*        ACCEPTED.                                              *
010660*****************************************************************
010670 2900-WRITE-REGISTER-LINE.
010680     MOVE SPACES TO CHANGE-LINE.
010690     MOVE PC-SKU TO CHANGE-LINE (1:8).
010700     IF WS-ITEM-FOUND
010710         MOVE WS-ITEM-DESC (WS-ITEM-FOUND-SUB) TO
010720             CHANGE-LINE (11:20)
010730     END-IF.
010740     IF RECORD-IS-INVALID
010750         MOVE PC-EFFECTIVE-DATE TO CHANGE-LINE (33:8)
010760         MOVE PC-REGULAR-PRICE-X TO CHANGE-LINE (49:7)
010770         MOVE PC-SALE-PRICE-X TO CHANGE-LINE (60:7)
010780         MOVE PC-UNIT-COST-X TO CHANGE-LINE (71:7)
010790     ELSE
010800         MOVE PC-EFFECTIVE-DATE TO WS-DATE-ED
010810         MOVE WS-DATE-ED TO CHANGE-LINE (33:10)
010820         MOVE WS-NEW-REGULAR-PRICE TO WS-REGULAR-ED
010830         MOVE WS-REGULAR-ED TO CHANGE-LINE (46:9)
010840         MOVE WS-NEW-SALE-PRICE TO WS-SALE-ED
010850         MOVE WS-SALE-ED TO CHANGE-LINE (57:9)
010860         MOVE WS-NEW-UNIT-COST TO WS-COST-ED
010870         MOVE WS-COST-ED TO CHANGE-LINE (68:9)
010880         MOVE "APPLIED" TO WS-RESULT-TEXT
010890     END-IF.
010900     MOVE PC-CHANGED-BY TO CHANGE-LINE (79:3).
010910     MOVE WS-RESULT-TEXT TO CHANGE-LINE (84:49).
010920     WRITE CHANGE-LINE.
010930 2900-EXIT.
010940     EXIT.
010950*
010960*****************************************************************
010970*    4000-PRINT-SHELF-TAGS                                      *
010980*        ONE SECTION PER DEPARTMENT WITH TAGS TO CHANGE, IN     *
010990*        DEPARTMENT MASTER ORDER, TAGS IN THE ORDER THE CHANGES *
011000*        WERE KEYED.                                            *
011010*****************************************************************
011020 4000-PRINT-SHELF-TAGS.
011030     IF WS-TAG-COUNT = 0
011040         MOVE SPACES TO TAG-LINE
011050         WRITE TAG-LINE
011060         MOVE "** NO SHELF PRICES CHANGED THIS RUN **" TO TAG-LINE
011070         WRITE TAG-LINE
011080         GO TO 4000-EXIT
011090     END-IF.
011100     PERFORM 4100-PRINT-ONE-DEPARTMENT THRU 4100-EXIT
011110         VARYING WS-DEPT-SUB FROM 1 BY 1
011120         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
011130 4000-EXIT.
011140     EXIT.
011150*
011160*****************************************************************
011170*    4100-PRINT-ONE-DEPARTMENT                                  *
011180*****************************************************************
011190 4100-PRINT-ONE-DEPARTMENT.
011200     MOVE ZERO TO WS-DEPT-TAGS.
011210     PERFORM 4150-COUNT-ONE-TAG THRU 4150-EXIT
011220         VARYING WS-TAG-SUB FROM 1 BY 1
011230         UNTIL WS-TAG-SUB > WS-TAG-COUNT.
011240     IF WS-DEPT-TAGS = 0
011250         GO TO 4100-EXIT
011260     END-IF.
011270     MOVE SPACES TO TAG-LINE.
011280     WRITE TAG-LINE.
011290     MOVE SPACES TO TAG-LINE.
011300     STRING "DEPARTMENT " WS-DEPT-CODE (WS-DEPT-SUB)
011310         "  " WS-DEPT-NAME (WS-DEPT-SUB)
011320         DELIMITED BY SIZE INTO TAG-LINE
011330     END-STRING.
011340     WRITE TAG-LINE.
011350     MOVE SPACES TO TAG-LINE.
011360     STRING "  SKU       DESCRIPTION           EFFECTIVE   "
011370         "  OLD PRICE  NEW PRICE  TAG"
011380         DELIMITED BY SIZE INTO TAG-LINE
011390     END-STRING.
011400     WRITE TAG-LINE.
011410     PERFORM 4200-PRINT-ONE-TAG THRU 4200-EXIT
011420         VARYING WS-TAG-SUB FROM 1 BY 1
011430         UNTIL WS-TAG-SUB > WS-TAG-COUNT.
011440     MOVE WS-DEPT-TAGS TO WS-COUNT-ED.
011450     MOVE SPACES TO TAG-LINE.
011460     STRING "  TAGS FOR DEPARTMENT: " WS-COUNT-ED
011470         DELIMITED BY SIZE INTO TAG-LINE
011480     END-STRING.
011490     WRITE TAG-LINE.
011500 4100-EXIT.
011510     EXIT.
011520*
011530*****************************************************************
011540*    4150-COUNT-ONE-TAG                                         *
011550*****************************************************************
011560 4150-COUNT-ONE-TAG.
011570     IF WS-TAG-DEPT-CODE (WS-TAG-SUB) = WS-DEPT-CODE (WS-DEPT-SUB)
011580         ADD 1 TO WS-DEPT-TAGS
011590     END-IF.
011600 4150-EXIT.
011610     EXIT.
011620*
011630*****************************************************************
011640*    4200-PRINT-ONE-TAG                                         *
011650*****************************************************************
011660 4200-PRINT-ONE-TAG.
011670     IF WS-TAG-DEPT-CODE (WS-TAG-SUB) NOT =
011680             WS-DEPT-CODE (WS-DEPT-SUB)
011690         GO TO 4200-EXIT
011700     END-IF.
011710     MOVE WS-TAG-EFFECTIVE-DATE (WS-TAG-SUB) TO WS-DATE-ED.
011720     MOVE WS-TAG-OLD-PRICE (WS-TAG-SUB) TO WS-OLD-PRICE-ED.
011730     MOVE WS-TAG-NEW-PRICE (WS-TAG-SUB) TO WS-NEW-PRICE-ED.
011740     MOVE SPACES TO TAG-LINE.
011750     STRING "  " WS-TAG-SKU (WS-TAG-SUB)
011760         "  " WS-TAG-DESC (WS-TAG-SUB)
011770         "  " WS-DATE-ED
011780         "  " WS-OLD-PRICE-ED
011790         "  " WS-NEW-PRICE-ED
011800         "  " WS-TAG-NOTE (WS-TAG-SUB)
011810         DELIMITED BY SIZE INTO TAG-LINE
011820     END-STRING.
011830     WRITE TAG-LINE.
011840 4200-EXIT.
011850     EXIT.
011860*
011870*****************************************************************
011880*    5000-PRINT-RUN-SUMMARY                                     *
011890*****************************************************************
011900 5000-PRINT-RUN-SUMMARY.
011910     MOVE SPACES TO CHANGE-LINE.
011920     WRITE CHANGE-LINE.
011930     MOVE "-----------------------------------------" TO
011940         CHANGE-LINE.
011950     WRITE CHANGE-LINE.
011960     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
011970     MOVE SPACES TO CHANGE-LINE.
011980     STRING "CHANGES READ:            " WS-COUNT-ED
011990         DELIMITED BY SIZE INTO CHANGE-LINE
012000     END-STRING.
012010     WRITE CHANGE-LINE.
012020     MOVE WS-CHANGES-APPLIED TO WS-COUNT-ED.
012030     MOVE SPACES TO CHANGE-LINE.
012040     STRING "CHANGES APPLIED:         " WS-COUNT-ED
012050         DELIMITED BY SIZE INTO CHANGE-LINE
012060     END-STRING.
012070     WRITE CHANGE-LINE.
012080     MOVE WS-CHANGES-REJECTED TO WS-COUNT-ED.
012090     MOVE SPACES TO CHANGE-LINE.
012100     STRING "CHANGES REJECTED:        " WS-COUNT-ED
012110         DELIMITED BY SIZE INTO CHANGE-LINE
012120     END-STRING.
012130     WRITE CHANGE-LINE.
012140     MOVE WS-RECORDS-ADDED TO WS-COUNT-ED.
012150     MOVE SPACES TO CHANGE-LINE.
012160     STRING "PRICE RECORDS ADDED:     " WS-COUNT-ED
012170         DELIMITED BY SIZE INTO CHANGE-LINE
012180     END-STRING.
012190     WRITE CHANGE-LINE.
012200     MOVE WS-RECORDS-REPLACED TO WS-COUNT-ED.
012210     MOVE SPACES TO CHANGE-LINE.
012220     STRING "PRICE RECORDS REPLACED:  " WS-COUNT-ED
012230         DELIMITED BY SIZE INTO CHANGE-LINE
012240     END-STRING.
012250     WRITE CHANGE-LINE.
012260     MOVE WS-TAG-COUNT TO WS-COUNT-ED.
012270     MOVE SPACES TO CHANGE-LINE.
012280     STRING "SHELF TAGS LISTED:       " WS-COUNT-ED
012290         DELIMITED BY SIZE INTO CHANGE-LINE
012300     END-STRING.
012310     WRITE CHANGE-LINE.
012320 5000-EXIT.
012330     EXIT.
012340*
012350*****************************************************************
012360*    9000-TERMINATE                                             *
012370*****************************************************************
012380 9000-TERMINATE.
012390     IF WS-RUN-ABORTED
012400         MOVE SPACES TO CHANGE-LINE
012410         WRITE CHANGE-LINE
012420         MOVE "*** PRICE CHANGE RUN STOPPED - SEE CONSOLE."
012430             TO CHANGE-LINE
012440         WRITE CHANGE-LINE
012450     END-IF.
012460     IF WS-PRICE-FILE-OPEN
012470         CLOSE PRICE-FILE
012480     END-IF.
012490     IF WS-PRCTRANS-FILE-OPEN
012500         CLOSE PRICE-CHANGE-FILE
012510     END-IF.
012520     CLOSE CHANGE-REPORT-FILE
012530           TAG-REPORT-FILE.
012540 9000-EXIT.
012550     EXIT.
