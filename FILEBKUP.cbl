000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FILE-BACKUP.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    FILE-BACKUP                                                *
000180*                                                                *
000190*    NIGHTLY BACKUP OF THE FILES THE NIGHT STREAM REWRITES IN   *
000200*    PLACE OR THAT OPERATIONS RENAMES A NEW COPY OVER - SALES   *
000210*    HISTORY (SALESHST), GL BALANCES (GLBALS), A/R OPEN ITEMS   *
000220*    (ARITEMS), THE DEPARTMENT AND ACCOUNT MASTERS (DEPTMST     *
000230*    AND ACCTMST, FROM MASTER-MAINT'S DEPTNEW/ACCTNEW), THE     *
000240*    UNMATCHED DEPOSIT CARRY FILE (DEPOPEN, FROM DEPOSIT-       *
000250*    MATCH'S DEPNEW) AND THE SALES FILE (SALESDAT, FROM YEAR-   *
000260*    END-CLOSE'S SALESNEW).  IT IS STEP 1 OF THE NIGHT STREAM,  *
000270*    SO EVERY GENERATION HOLDS THE FILE AS IT STOOD BEFORE      *
000280*    THAT BUSINESS DAY'S RUN.                                   *
000290*                                                                *
000300*    EACH FILE IS COPIED RECORD FOR RECORD TO A DATED           *
000310*    GENERATION DATASET (<FILE ID>.G<YYYYMMDD>, WHICH THE       *
000320*    RUN SCRIPT POINTS THE BK... NAMES AT, AS IT DOES           *
000330*    SALESARC FOR YEAR-END-CLOSE).  THE KEYED FILES ARE         *
000335*    UNLOADED IN KEY ORDER.  EACH COPY'S RECORD COUNT AND       *
000340*    HASH TOTAL ARE RECORDED ON THE BACKUP CATALOG              *
000350*    (BKUPCAT.DAT), WHICH FILE-RESTORE CHECKS A GENERATION      *
000360*    AGAINST BEFORE PUTTING IT BACK.  ONLY THE LAST             *
000370*    BK-KEEP-GENERATIONS OF EACH FILE ARE KEPT: OLDER ONES      *
000380*    ARE MARKED SCRATCHED AND THEIR DATASETS LISTED ON          *
000390*    BKSCRTCH FOR THE RUN SCRIPT TO DELETE.                     *
000400*                                                                *
000410*    A FILE THAT IS NOT THERE IS CATALOGED AS NOT PRESENT AND   *
000420*    THE RUN GOES ON.  NO CONTROL CARD, A FILE THAT CANNOT BE   *
000430*    READ, OR A GENERATION OR CATALOG RECORD THAT CANNOT BE     *
000440*    WRITTEN ENDS THE RUN WITH RETURN CODE 8, WHICH HOLDS THE   *
000450*    REST OF THE NIGHT STREAM.                                  *
000460*****************************************************************
000470*
000480* MODIFICATION HISTORY
000490*    DATE       INIT  DESCRIPTION
000500*    ---------  ----  -----------------------------------------
000510*    2026-10-15 WJF   ORIGINAL PROGRAM.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BACKUP-CONTROL-FILE
000570         ASSIGN TO BKUPCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CARD-STATUS.
000600*
000610     SELECT BACKUP-CATALOG-FILE
000620         ASSIGN TO BKUPCAT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BG-KEY
000660         FILE STATUS IS WS-CATALOG-STATUS.
000670*
000680     SELECT SALES-HISTORY-FILE
000690         ASSIGN TO SALESHST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS SH-KEY
000730         FILE STATUS IS WS-SOURCE-STATUS.
000740*
000750     SELECT GL-BALANCE-FILE
000760         ASSIGN TO GLBALS
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS GB-KEY
000800         FILE STATUS IS WS-SOURCE-STATUS.
000810*
000820     SELECT AR-OPEN-ITEM-FILE
000830         ASSIGN TO ARITEMS
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SOURCE-STATUS.
000860*
000870     SELECT DEPT-MASTER-FILE
000880         ASSIGN TO DEPTMST
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SOURCE-STATUS.
000910*
000920     SELECT ACCOUNT-MASTER-FILE
000930         ASSIGN TO ACCTMST
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-SOURCE-STATUS.
000960*
000970     SELECT DEPOSIT-CARRY-FILE
000980         ASSIGN TO DEPOPEN
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-SOURCE-STATUS.
001010*
001020     SELECT SALES-FILE
001030         ASSIGN TO SALESDAT
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-SOURCE-STATUS.
001060*
001070     SELECT GEN-HISTORY-FILE
001080         ASSIGN TO BKSALHST
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-GENERATION-STATUS.
001110*
001120     SELECT GEN-BALANCE-FILE
001130         ASSIGN TO BKGLBALS
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-GENERATION-STATUS.
001160*
001170     SELECT GEN-AR-ITEM-FILE
001180         ASSIGN TO BKARITEM
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-GENERATION-STATUS.
001210*
001220     SELECT GEN-DEPT-FILE
001230         ASSIGN TO BKDEPTMS
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-GENERATION-STATUS.
001260*
001270     SELECT GEN-ACCT-FILE
001280         ASSIGN TO BKACCTMS
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-GENERATION-STATUS.
001310*
001320     SELECT GEN-DEPOSIT-FILE
001330         ASSIGN TO BKDEPOPN
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-GENERATION-STATUS.
001360*
001370     SELECT GEN-SALES-FILE
001380         ASSIGN TO BKSALDAT
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-GENERATION-STATUS.
001410*
001420     SELECT SCRATCH-LIST-FILE
001430         ASSIGN TO BKSCRTCH
001440         ORGANIZATION IS LINE SEQUENTIAL.
001450*
001460     SELECT BACKUP-REPORT-FILE
001470         ASSIGN TO BKUPRPT
001480         ORGANIZATION IS LINE SEQUENTIAL.
001490*
001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  BACKUP-CONTROL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY BKCARD.
001550*
001560 FD  BACKUP-CATALOG-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 COPY BKUPCAT.
001590*
001600 FD  SALES-HISTORY-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 COPY SHSTREC.
001630*
001640 FD  GL-BALANCE-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 COPY GLBAL.
001670*
001680 FD  AR-OPEN-ITEM-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 COPY ARITEM.
001710*
001720 FD  DEPT-MASTER-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 COPY DEPTMST.
001750*
001760 FD  ACCOUNT-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 COPY ACCTMST.
001790*
001800 FD  DEPOSIT-CARRY-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY DEPITEM.
001830*
001840 FD  SALES-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 COPY SALESREC.
001870*
001880 FD  GEN-HISTORY-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  GEN-HISTORY-RECORD             PIC X(45).
001910*
001920 FD  GEN-BALANCE-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 01  GEN-BALANCE-RECORD             PIC X(64).
001950*
001960 FD  GEN-AR-ITEM-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  GEN-AR-ITEM-RECORD             PIC X(39).
001990*
002000 FD  GEN-DEPT-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  GEN-DEPT-RECORD                PIC X(41).
002030*
002040 FD  GEN-ACCT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  GEN-ACCT-RECORD                PIC X(49).
002070*
002080 FD  GEN-DEPOSIT-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 01  GEN-DEPOSIT-RECORD             PIC X(31).
002110*
002120 FD  GEN-SALES-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  GEN-SALES-RECORD               PIC X(41).
002150*
002160 FD  SCRATCH-LIST-FILE
002170     LABEL RECORDS ARE STANDARD.
002180 01  SCRATCH-LIST-RECORD            PIC X(80).
002190*
002200 FD  BACKUP-REPORT-FILE
002210     LABEL RECORDS ARE STANDARD.
002220 01  BACKUP-LINE                    PIC X(120).
002230*
002240 WORKING-STORAGE SECTION.
002250*
002260*--------------------------------------------------------------*
002270*    SWITCHES                                                  *
002280*--------------------------------------------------------------*
002290 01  WS-SWITCHES.
002300     05  WS-CARD-STATUS          PIC X(02)   VALUE SPACES.
002310         88  WS-CARD-FILE-OK                  VALUE '00'.
002320     05  WS-CATALOG-STATUS       PIC X(02)   VALUE SPACES.
002330         88  WS-CATALOG-STATUS-OK             VALUE '00'.
002340         88  WS-CATALOG-FILE-MISSING          VALUE '35'.
002350     05  WS-SOURCE-STATUS        PIC X(02)   VALUE SPACES.
002360         88  WS-SOURCE-FILE-OK                VALUE '00'.
002370         88  WS-SOURCE-FILE-MISSING           VALUE '35'.
002380     05  WS-SOURCE-EOF-SW        PIC X(01)   VALUE 'N'.
002390         88  EOF-SOURCE-FILE                  VALUE 'Y'.
002400     05  WS-GENERATION-STATUS    PIC X(02)   VALUE SPACES.
002410         88  WS-GENERATION-FILE-OK            VALUE '00'.
002420     05  WS-CATALOG-EOF-SW       PIC X(01)   VALUE 'N'.
002430         88  EOF-CATALOG-SCAN                 VALUE 'Y'.
002440     05  WS-FILE-PRESENT-SW      PIC X(01)   VALUE 'Y'.
002450         88  WS-FILE-PRESENT                  VALUE 'Y'.
002460         88  WS-FILE-NOT-PRESENT              VALUE 'N'.
002470     05  WS-CATALOG-OPEN-SW      PIC X(01)   VALUE 'N'.
002480         88  WS-CATALOG-OPEN                  VALUE 'Y'.
002490     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
002500         88  WS-RUN-ABORTED                   VALUE 'Y'.
002510*
002520*--------------------------------------------------------------*
002530*    THE FILE BEING BACKED UP AND ITS GENERATION'S TOTALS      *
002540*--------------------------------------------------------------*
002550 77  WS-CURR-FILE-ID             PIC X(08)   VALUE SPACES.
002560 77  WS-DATASET-NAME             PIC X(20)   VALUE SPACES.
002570 77  WS-FILE-RECORD-COUNT        PIC 9(09)   COMP VALUE ZERO.
002580 77  WS-FILE-HASH-TOTAL          PIC S9(13)V99 VALUE ZEROS.
002590*
002600*--------------------------------------------------------------*
002610*    GENERATIONS OF ONE FILE STILL KEPT ON THE CATALOG, OLDEST *
002620*    FIRST (THE CATALOG KEY IS FILE ID + DATE).  THE CARD      *
002630*    ALLOWS AT MOST 99 KEPT, AND EVERY RUN SCRATCHES BACK TO   *
002640*    THAT, SO 100 ENTRIES ALWAYS HOLD THE NIGHT'S NEW ONE.     *
002650*--------------------------------------------------------------*
002660 01  WS-GENERATION-TABLE.
002670     05  WS-GEN-COUNT            PIC 9(03)   COMP VALUE ZERO.
002680     05  WS-GEN-DATE             PIC 9(08)   OCCURS 100 TIMES.
002690*
002700 77  WS-GEN-SUB                  PIC 9(03)   COMP.
002710 77  WS-SCRATCH-COUNT            PIC 9(03)   COMP VALUE ZERO.
002720*
002730*--------------------------------------------------------------*
002740*    RUN COUNTERS                                              *
002750*--------------------------------------------------------------*
002760 77  WS-FILES-COPIED             PIC 9(03)   COMP VALUE ZERO.
002770 77  WS-FILES-NOT-PRESENT        PIC 9(03)   COMP VALUE ZERO.
002780 77  WS-GENERATIONS-SCRATCHED    PIC 9(05)   COMP VALUE ZERO.
002790*
002800*--------------------------------------------------------------*
002810*    DATE AND TIME WORK AREAS                                  *
002820*--------------------------------------------------------------*
002830 01  WS-RUN-DATE                 PIC 9(08).
002840 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002850 01  WS-BUSINESS-DATE-ED         PIC 9999/99/99.
002860 01  WS-RUN-TIME-RAW             PIC 9(08)   VALUE ZEROS.
002870 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
002880     05  WS-RUN-TIME             PIC 9(06).
002890     05  FILLER                  PIC 9(02).
002900*
002910*--------------------------------------------------------------*
002920*    EDITED DISPLAY FIELDS                                     *
002930*--------------------------------------------------------------*
002940 01  WS-EDIT-FIELDS.
002950     05  WS-RECORDS-ED           PIC ZZZ,ZZZ,ZZ9.
002960     05  WS-HASH-ED              PIC --,---,---,---,--9.99.
002970     05  WS-COUNT-ED             PIC ZZZZ9.
002980     05  WS-KEEP-ED              PIC Z9.
002990*
003000 PROCEDURE DIVISION.
003010*****************************************************************
003020*    0000-MAINLINE                                              *
003030*****************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     IF WS-RUN-ABORTED
003070         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
003080         PERFORM 9000-TERMINATE THRU 9000-EXIT
003090         STOP RUN
003100     END-IF.
003110     PERFORM 2000-BACKUP-SALES-HISTORY THRU 2000-EXIT.
003120     PERFORM 2100-BACKUP-GL-BALANCES THRU 2100-EXIT.
003130     PERFORM 2200-BACKUP-AR-ITEMS THRU 2200-EXIT.
003140     PERFORM 2300-BACKUP-DEPT-MASTER THRU 2300-EXIT.
003150     PERFORM 2400-BACKUP-ACCOUNT-MASTER THRU 2400-EXIT.
003160     PERFORM 2500-BACKUP-DEPOSIT-CARRY THRU 2500-EXIT.
003170     PERFORM 2600-BACKUP-SALES-FILE THRU 2600-EXIT.
003180     IF WS-RUN-ABORTED
003190         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
003200     ELSE
003210         PERFORM 5000-PRINT-REPORT-TRAILER THRU 5000-EXIT
003220     END-IF.
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003240     STOP RUN.
003250 0000-MAINLINE-EXIT.
003260     EXIT.
003270*
003280*****************************************************************
003290*    1000-INITIALIZE                                            *
003300*        THE CONTROL CARD IS REQUIRED.  A FIRST-EVER RUN        *
003310*        CREATES THE CATALOG.                                   *
003320*****************************************************************
003330 1000-INITIALIZE.
003340     OPEN OUTPUT BACKUP-REPORT-FILE.
003350     OPEN OUTPUT SCRATCH-LIST-FILE.
003360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003370     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003380     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
003390     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
003400     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
003410     IF WS-RUN-ABORTED
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN I-O BACKUP-CATALOG-FILE.
003450     IF WS-CATALOG-FILE-MISSING
003460         OPEN OUTPUT BACKUP-CATALOG-FILE
003470         CLOSE BACKUP-CATALOG-FILE
003480         OPEN I-O BACKUP-CATALOG-FILE
003490     END-IF.
003500     IF NOT WS-CATALOG-STATUS-OK
003510         MOVE SPACES TO BACKUP-LINE
003520         STRING "*** BACKUP CATALOG (BKUPCAT) CANNOT BE OPENED - "
003530             "STATUS " WS-CATALOG-STATUS
003540             DELIMITED BY SIZE INTO BACKUP-LINE
003550         END-STRING
003560         WRITE BACKUP-LINE
003570         DISPLAY "FILE-BACKUP: BACKUP CATALOG CANNOT BE OPENED - "
003580             "RUN STOPPED"
003590         SET WS-RUN-ABORTED TO TRUE
003600         GO TO 1000-EXIT
003610     END-IF.
003620     SET WS-CATALOG-OPEN TO TRUE.
003630     MOVE SPACES TO BACKUP-LINE.
003640     STRING "FILE      GENERATION DATASET        RECORDS  "
003650         "           HASH TOTAL  STATUS"
003660         DELIMITED BY SIZE INTO BACKUP-LINE
003670     END-STRING.
003680     WRITE BACKUP-LINE.
003690     MOVE SPACES TO BACKUP-LINE.
003700     STRING "--------  --------------------  -----------  "
003710         "---------------------  ------------"
003720         DELIMITED BY SIZE INTO BACKUP-LINE
003730     END-STRING.
003740     WRITE BACKUP-LINE.
003750 1000-EXIT.
003760     EXIT.
003770*
003780*****************************************************************
003790*    1100-WRITE-REPORT-HEADING                                  *
003800*****************************************************************
003810 1100-WRITE-REPORT-HEADING.
003820     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO BACKUP-LINE.
003830     WRITE BACKUP-LINE.
003840     MOVE "NIGHTLY FILE BACKUP REPORT" TO BACKUP-LINE.
003850     WRITE BACKUP-LINE.
003860     MOVE SPACES TO BACKUP-LINE.
003870     STRING "RUN DATE: " WS-RUN-DATE-ED
003880         DELIMITED BY SIZE INTO BACKUP-LINE
003890     END-STRING.
003900     WRITE BACKUP-LINE.
003910 1100-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950*    1200-READ-CONTROL-CARD                                     *
003960*        READS AND EDITS THE ONE CONTROL CARD - A NUMERIC,      *
003970*        NONZERO BUSINESS DAY AND A KEEP COUNT OF 01-99.        *
003980*****************************************************************
003990 1200-READ-CONTROL-CARD.
004000     OPEN INPUT BACKUP-CONTROL-FILE.
004010     IF NOT WS-CARD-FILE-OK
004020         MOVE "*** BACKUP CONTROL CARD (BKUPCTL) MISSING" TO
004030             BACKUP-LINE
004040         WRITE BACKUP-LINE
004050         DISPLAY "FILE-BACKUP: NO CONTROL CARD - RUN STOPPED"
004060         SET WS-RUN-ABORTED TO TRUE
004070         GO TO 1200-EXIT
004080     END-IF.
004090     READ BACKUP-CONTROL-FILE INTO BACKUP-CONTROL-CARD
004100         AT END
004110             MOVE ZEROS TO BK-BUSINESS-DATE
004120                           BK-KEEP-GENERATIONS
004130     END-READ.
004140     CLOSE BACKUP-CONTROL-FILE.
004150     IF BK-BUSINESS-DATE NOT NUMERIC
004160         OR BK-BUSINESS-DATE = 0
004170         OR BK-KEEP-GENERATIONS NOT NUMERIC
004180         OR BK-KEEP-GENERATIONS = 0
004190         MOVE "*** CONTROL CARD DAY OR KEEP COUNT NOT VALID"
004200             TO BACKUP-LINE
004210         WRITE BACKUP-LINE
004220         DISPLAY "FILE-BACKUP: BAD CONTROL CARD - RUN STOPPED"
004230         SET WS-RUN-ABORTED TO TRUE
004240         GO TO 1200-EXIT
004250     END-IF.
004260     MOVE BK-BUSINESS-DATE TO WS-BUSINESS-DATE-ED.
004270     MOVE BK-KEEP-GENERATIONS TO WS-KEEP-ED.
004280     MOVE SPACES TO BACKUP-LINE.
004290     STRING "BUSINESS DAY: " WS-BUSINESS-DATE-ED
004300         "   GENERATIONS KEPT: " WS-KEEP-ED
004310         DELIMITED BY SIZE INTO BACKUP-LINE
004320     END-STRING.
004330     WRITE BACKUP-LINE.
004340     MOVE SPACES TO BACKUP-LINE.
004350     WRITE BACKUP-LINE.
004360 1200-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*    2000-BACKUP-SALES-HISTORY                                  *
004410*        UNLOADS THE KEYED SALES HISTORY FILE IN KEY ORDER.     *
004420*        HASH: MONTHLY TOTAL PLUS ADJUSTMENT TOTAL.             *
004430*****************************************************************
004440 2000-BACKUP-SALES-HISTORY.
004450     MOVE "SALESHST" TO WS-CURR-FILE-ID.
004460     PERFORM 2900-START-FILE THRU 2900-EXIT.
004470     OPEN INPUT SALES-HISTORY-FILE.
004480     IF WS-SOURCE-FILE-MISSING
004490         SET WS-FILE-NOT-PRESENT TO TRUE
004500         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
004510         GO TO 2000-EXIT
004520     END-IF.
004530     IF NOT WS-SOURCE-FILE-OK
004540         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
004550         GO TO 2000-EXIT
004560     END-IF.
004570     OPEN OUTPUT GEN-HISTORY-FILE.
004580     IF NOT WS-GENERATION-FILE-OK
004590         CLOSE SALES-HISTORY-FILE
004600         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
004610         GO TO 2000-EXIT
004620     END-IF.
004630     PERFORM 2050-COPY-ONE-HISTORY THRU 2050-EXIT
004640         UNTIL EOF-SOURCE-FILE.
004650     CLOSE SALES-HISTORY-FILE.
004660     CLOSE GEN-HISTORY-FILE.
004670     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    2050-COPY-ONE-HISTORY                                      *
004730*****************************************************************
004740 2050-COPY-ONE-HISTORY.
004750     READ SALES-HISTORY-FILE
004760         AT END
004770             SET EOF-SOURCE-FILE TO TRUE
004780             GO TO 2050-EXIT
004790     END-READ.
004800     IF NOT WS-SOURCE-FILE-OK
004810         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
004820         GO TO 2050-EXIT
004830     END-IF.
004840     WRITE GEN-HISTORY-RECORD FROM SALES-HISTORY-RECORD.
004850     IF NOT WS-GENERATION-FILE-OK
004860         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
004870         GO TO 2050-EXIT
004880     END-IF.
004890     ADD 1 TO WS-FILE-RECORD-COUNT.
004900     ADD SH-MONTHLY-TOTAL SH-ADJUSTMENT-TOTAL TO
004910         WS-FILE-HASH-TOTAL.
004920 2050-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*    2100-BACKUP-GL-BALANCES                                    *
004970*        UNLOADS THE KEYED GL BALANCE FILE IN KEY ORDER.        *
004980*        HASH: BEGINNING BALANCE PLUS DEBIT AND CREDIT TOTALS.  *
004990*****************************************************************
005000 2100-BACKUP-GL-BALANCES.
005010     IF WS-RUN-ABORTED
005020         GO TO 2100-EXIT
005030     END-IF.
005040     MOVE "GLBALS" TO WS-CURR-FILE-ID.
005050     PERFORM 2900-START-FILE THRU 2900-EXIT.
005060     OPEN INPUT GL-BALANCE-FILE.
005070     IF WS-SOURCE-FILE-MISSING
005080         SET WS-FILE-NOT-PRESENT TO TRUE
005090         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
005100         GO TO 2100-EXIT
005110     END-IF.
005120     IF NOT WS-SOURCE-FILE-OK
005130         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
005140         GO TO 2100-EXIT
005150     END-IF.
005160     OPEN OUTPUT GEN-BALANCE-FILE.
005170     IF NOT WS-GENERATION-FILE-OK
005180         CLOSE GL-BALANCE-FILE
005190         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
005200         GO TO 2100-EXIT
005210     END-IF.
005220     PERFORM 2150-COPY-ONE-BALANCE THRU 2150-EXIT
005230         UNTIL EOF-SOURCE-FILE.
005240     CLOSE GL-BALANCE-FILE.
005250     CLOSE GEN-BALANCE-FILE.
005260     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
005270 2100-EXIT.
005280     EXIT.
005290*
005300*****************************************************************
005310*    2150-COPY-ONE-BALANCE                                      *
005320*****************************************************************
005330 2150-COPY-ONE-BALANCE.
005340     READ GL-BALANCE-FILE
005350         AT END
005360             SET EOF-SOURCE-FILE TO TRUE
005370             GO TO 2150-EXIT
005380     END-READ.
005390     IF NOT WS-SOURCE-FILE-OK
005400         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
005410         GO TO 2150-EXIT
005420     END-IF.
005430     WRITE GEN-BALANCE-RECORD FROM GL-BALANCE-RECORD.
005440     IF NOT WS-GENERATION-FILE-OK
005450         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
005460         GO TO 2150-EXIT
005470     END-IF.
005480     ADD 1 TO WS-FILE-RECORD-COUNT.
005490     ADD GB-BEGIN-BALANCE GB-DEBIT-TOTAL GB-CREDIT-TOTAL TO
005500         WS-FILE-HASH-TOTAL.
005510 2150-EXIT.
005520     EXIT.
005530*
005540*****************************************************************
005550*    2200-BACKUP-AR-ITEMS                                       *
005560*        HASH: ITEM AMOUNT.                                     *
005570*****************************************************************
005580 2200-BACKUP-AR-ITEMS.
005590     IF WS-RUN-ABORTED
005600         GO TO 2200-EXIT
005610     END-IF.
005620     MOVE "ARITEMS" TO WS-CURR-FILE-ID.
005630     PERFORM 2900-START-FILE THRU 2900-EXIT.
005640     OPEN INPUT AR-OPEN-ITEM-FILE.
005650     IF WS-SOURCE-FILE-MISSING
005660         SET WS-FILE-NOT-PRESENT TO TRUE
005670         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
005680         GO TO 2200-EXIT
005690     END-IF.
005700     IF NOT WS-SOURCE-FILE-OK
005710         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
005720         GO TO 2200-EXIT
005730     END-IF.
005740     OPEN OUTPUT GEN-AR-ITEM-FILE.
005750     IF NOT WS-GENERATION-FILE-OK
005760         CLOSE AR-OPEN-ITEM-FILE
005770         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
005780         GO TO 2200-EXIT
005790     END-IF.
005800     PERFORM 2250-COPY-ONE-AR-ITEM THRU 2250-EXIT
005810         UNTIL EOF-SOURCE-FILE.
005820     CLOSE AR-OPEN-ITEM-FILE.
005830     CLOSE GEN-AR-ITEM-FILE.
005840     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
005850 2200-EXIT.
005860     EXIT.
005870*
005880*****************************************************************
005890*    2250-COPY-ONE-AR-ITEM                                      *
005900*****************************************************************
005910 2250-COPY-ONE-AR-ITEM.
005920     READ AR-OPEN-ITEM-FILE
005930         AT END
005940             SET EOF-SOURCE-FILE TO TRUE
005950             GO TO 2250-EXIT
005960     END-READ.
005970     IF NOT WS-SOURCE-FILE-OK
005980         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
005990         GO TO 2250-EXIT
006000     END-IF.
006010     WRITE GEN-AR-ITEM-RECORD FROM AR-ITEM-RECORD.
006020     IF NOT WS-GENERATION-FILE-OK
006030         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
006040         GO TO 2250-EXIT
006050     END-IF.
006060     ADD 1 TO WS-FILE-RECORD-COUNT.
006070     ADD AI-AMOUNT TO WS-FILE-HASH-TOTAL.
006080 2250-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    2300-BACKUP-DEPT-MASTER                                    *
006130*        HASH: EFFECTIVE DATE PLUS EXPIRY DATE.                 *
006140*****************************************************************
006150 2300-BACKUP-DEPT-MASTER.
006160     IF WS-RUN-ABORTED
006170         GO TO 2300-EXIT
006180     END-IF.
006190     MOVE "DEPTMST" TO WS-CURR-FILE-ID.
006200     PERFORM 2900-START-FILE THRU 2900-EXIT.
006210     OPEN INPUT DEPT-MASTER-FILE.
006220     IF WS-SOURCE-FILE-MISSING
006230         SET WS-FILE-NOT-PRESENT TO TRUE
006240         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
006250         GO TO 2300-EXIT
006260     END-IF.
006270     IF NOT WS-SOURCE-FILE-OK
006280         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
006290         GO TO 2300-EXIT
006300     END-IF.
006310     OPEN OUTPUT GEN-DEPT-FILE.
006320     IF NOT WS-GENERATION-FILE-OK
006330         CLOSE DEPT-MASTER-FILE
006340         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
006350         GO TO 2300-EXIT
006360     END-IF.
006370     PERFORM 2350-COPY-ONE-DEPT THRU 2350-EXIT
006380         UNTIL EOF-SOURCE-FILE.
006390     CLOSE DEPT-MASTER-FILE.
006400     CLOSE GEN-DEPT-FILE.
006410     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
006420 2300-EXIT.
006430     EXIT.
006440*
006450*****************************************************************
006460*    2350-COPY-ONE-DEPT                                         *
006470*****************************************************************
006480 2350-COPY-ONE-DEPT.
006490     READ DEPT-MASTER-FILE
006500         AT END
006510             SET EOF-SOURCE-FILE TO TRUE
006520             GO TO 2350-EXIT
006530     END-READ.
006540     IF NOT WS-SOURCE-FILE-OK
006550         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
006560         GO TO 2350-EXIT
006570     END-IF.
006580     WRITE GEN-DEPT-RECORD FROM DEPARTMENT-MASTER-RECORD.
006590     IF NOT WS-GENERATION-FILE-OK
006600         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
006610         GO TO 2350-EXIT
006620     END-IF.
006630     ADD 1 TO WS-FILE-RECORD-COUNT.
006640     IF DM-EFFECTIVE-DATE NUMERIC
006650         ADD DM-EFFECTIVE-DATE TO WS-FILE-HASH-TOTAL
006660     END-IF.
006670     IF DM-EXPIRY-DATE NUMERIC
006680         ADD DM-EXPIRY-DATE TO WS-FILE-HASH-TOTAL
006690     END-IF.
006700 2350-EXIT.
006710     EXIT.
006720*
006730*****************************************************************
006740*    2400-BACKUP-ACCOUNT-MASTER                                 *
006750*        HASH: THE ACCOUNT NUMBERS ON EACH RECORD - THE SALES   *
006760*        ACCOUNT ON A DEPARTMENT RECORD, ALL SIX ON THE CONTROL *
006770*        RECORD.                                                *
006780*****************************************************************
006790 2400-BACKUP-ACCOUNT-MASTER.
006800     IF WS-RUN-ABORTED
006810         GO TO 2400-EXIT
006820     END-IF.
006830     MOVE "ACCTMST" TO WS-CURR-FILE-ID.
006840     PERFORM 2900-START-FILE THRU 2900-EXIT.
006850     OPEN INPUT ACCOUNT-MASTER-FILE.
006860     IF WS-SOURCE-FILE-MISSING
006870         SET WS-FILE-NOT-PRESENT TO TRUE
006880         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
006890         GO TO 2400-EXIT
006900     END-IF.
006910     IF NOT WS-SOURCE-FILE-OK
006920         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
006930         GO TO 2400-EXIT
006940     END-IF.
006950     OPEN OUTPUT GEN-ACCT-FILE.
006960     IF NOT WS-GENERATION-FILE-OK
006970         CLOSE ACCOUNT-MASTER-FILE
006980         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
006990         GO TO 2400-EXIT
007000     END-IF.
007010     PERFORM 2450-COPY-ONE-ACCOUNT THRU 2450-EXIT
007020         UNTIL EOF-SOURCE-FILE.
007030     CLOSE ACCOUNT-MASTER-FILE.
007040     CLOSE GEN-ACCT-FILE.
007050     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
007060 2400-EXIT.
007070     EXIT.
007080*
007090*****************************************************************
007100*    2450-COPY-ONE-ACCOUNT                                      *
007110*****************************************************************
007120 2450-COPY-ONE-ACCOUNT.
007130     READ ACCOUNT-MASTER-FILE
007140         AT END
007150             SET EOF-SOURCE-FILE TO TRUE
007160             GO TO 2450-EXIT
007170     END-READ.
007180     IF NOT WS-SOURCE-FILE-OK
007190         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
007200         GO TO 2450-EXIT
007210     END-IF.
007220     WRITE GEN-ACCT-RECORD FROM ACCOUNT-MASTER-RECORD.
007230     IF NOT WS-GENERATION-FILE-OK
007240         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
007250         GO TO 2450-EXIT
007260     END-IF.
007270     ADD 1 TO WS-FILE-RECORD-COUNT.
007280     IF AM-CONTROL-RECORD
007290         IF AM-CASH-ACCOUNT NUMERIC
007300             ADD AM-CASH-ACCOUNT TO WS-FILE-HASH-TOTAL
007310         END-IF
007320         IF AM-TAX-ACCOUNT NUMERIC
007330             ADD AM-TAX-ACCOUNT TO WS-FILE-HASH-TOTAL
007340         END-IF
007350         IF AM-AP-ACCOUNT NUMERIC
007360             ADD AM-AP-ACCOUNT TO WS-FILE-HASH-TOTAL
007370         END-IF
007380         IF AM-AR-ACCOUNT NUMERIC
007390             ADD AM-AR-ACCOUNT TO WS-FILE-HASH-TOTAL
007400         END-IF
007410         IF AM-ALLOWANCE-ACCOUNT NUMERIC
007420             ADD AM-ALLOWANCE-ACCOUNT TO WS-FILE-HASH-TOTAL
007430         END-IF
007440         IF AM-FINCHG-ACCOUNT NUMERIC
007450             ADD AM-FINCHG-ACCOUNT TO WS-FILE-HASH-TOTAL
007460         END-IF
007470     ELSE
007480         IF AM-SALES-ACCOUNT NUMERIC
007490             ADD AM-SALES-ACCOUNT TO WS-FILE-HASH-TOTAL
007500         END-IF
007510     END-IF.
007520 2450-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560*    2500-BACKUP-DEPOSIT-CARRY                                  *
007570*        HASH: EXPECTED DEPOSIT AMOUNT.                         *
007580*****************************************************************
007590 2500-BACKUP-DEPOSIT-CARRY.
007600     IF WS-RUN-ABORTED
007610         GO TO 2500-EXIT
007620     END-IF.
007630     MOVE "DEPOPEN" TO WS-CURR-FILE-ID.
007640     PERFORM 2900-START-FILE THRU 2900-EXIT.
007650     OPEN INPUT DEPOSIT-CARRY-FILE.
007660     IF WS-SOURCE-FILE-MISSING
007670         SET WS-FILE-NOT-PRESENT TO TRUE
007680         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
007690         GO TO 2500-EXIT
007700     END-IF.
007710     IF NOT WS-SOURCE-FILE-OK
007720         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
007730         GO TO 2500-EXIT
007740     END-IF.
007750     OPEN OUTPUT GEN-DEPOSIT-FILE.
007760     IF NOT WS-GENERATION-FILE-OK
007770         CLOSE DEPOSIT-CARRY-FILE
007780         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
007790         GO TO 2500-EXIT
007800     END-IF.
007810     PERFORM 2550-COPY-ONE-DEPOSIT THRU 2550-EXIT
007820         UNTIL EOF-SOURCE-FILE.
007830     CLOSE DEPOSIT-CARRY-FILE.
007840     CLOSE GEN-DEPOSIT-FILE.
007850     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
007860 2500-EXIT.
007870     EXIT.
007880*
007890*****************************************************************
007900*    2550-COPY-ONE-DEPOSIT                                      *
007910*****************************************************************
007920 2550-COPY-ONE-DEPOSIT.
007930     READ DEPOSIT-CARRY-FILE
007940         AT END
007950             SET EOF-SOURCE-FILE TO TRUE
007960             GO TO 2550-EXIT
007970     END-READ.
007980     IF NOT WS-SOURCE-FILE-OK
007990         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
008000         GO TO 2550-EXIT
008010     END-IF.
008020     WRITE GEN-DEPOSIT-RECORD FROM DEPOSIT-ITEM-RECORD.
008030     IF NOT WS-GENERATION-FILE-OK
008040         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
008050         GO TO 2550-EXIT
008060     END-IF.
008070     ADD 1 TO WS-FILE-RECORD-COUNT.
008080     ADD DI-EXPECTED-AMOUNT TO WS-FILE-HASH-TOTAL.
008090 2550-EXIT.
008100     EXIT.
008110*
008120*****************************************************************
008130*    2600-BACKUP-SALES-FILE                                     *
008140*        HASH: SALE AMOUNT.                                     *
008150*****************************************************************
008160 2600-BACKUP-SALES-FILE.
008170     IF WS-RUN-ABORTED
008180         GO TO 2600-EXIT
008190     END-IF.
008200     MOVE "SALESDAT" TO WS-CURR-FILE-ID.
008210     PERFORM 2900-START-FILE THRU 2900-EXIT.
008220     OPEN INPUT SALES-FILE.
008230     IF WS-SOURCE-FILE-MISSING
008240         SET WS-FILE-NOT-PRESENT TO TRUE
008250         PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT
008260         GO TO 2600-EXIT
008270     END-IF.
008280     IF NOT WS-SOURCE-FILE-OK
008290         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
008300         GO TO 2600-EXIT
008310     END-IF.
008320     OPEN OUTPUT GEN-SALES-FILE.
008330     IF NOT WS-GENERATION-FILE-OK
008340         CLOSE SALES-FILE
008350         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
008360         GO TO 2600-EXIT
008370     END-IF.
008380     PERFORM 2650-COPY-ONE-SALE THRU 2650-EXIT
008390         UNTIL EOF-SOURCE-FILE.
008400     CLOSE SALES-FILE.
008410     CLOSE GEN-SALES-FILE.
008420     PERFORM 3000-CATALOG-GENERATION THRU 3000-EXIT.
008430 2600-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470*    2650-COPY-ONE-SALE                                         *
008480*****************************************************************
008490 2650-COPY-ONE-SALE.
008500     READ SALES-FILE
008510         AT END
008520             SET EOF-SOURCE-FILE TO TRUE
008530             GO TO 2650-EXIT
008540     END-READ.
008550     IF NOT WS-SOURCE-FILE-OK
008560         PERFORM 2950-SOURCE-FAILED THRU 2950-EXIT
008570         GO TO 2650-EXIT
008580     END-IF.
008590     WRITE GEN-SALES-RECORD FROM SALES-RECORD.
008600     IF NOT WS-GENERATION-FILE-OK
008610         PERFORM 2960-GENERATION-FAILED THRU 2960-EXIT
008620         GO TO 2650-EXIT
008630     END-IF.
008640     ADD 1 TO WS-FILE-RECORD-COUNT.
008650     IF SR-AMOUNT NUMERIC
008660         ADD SR-AMOUNT TO WS-FILE-HASH-TOTAL
008670     END-IF.
008680 2650-EXIT.
008690     EXIT.
008700*
008710*****************************************************************
008720*    2900-START-FILE                                            *
008730*        CLEARS THE TOTALS AND NAMES THE GENERATION DATASET.    *
008740*****************************************************************
008750 2900-START-FILE.
008760     MOVE ZERO TO WS-FILE-RECORD-COUNT.
008770     MOVE ZEROS TO WS-FILE-HASH-TOTAL.
008780     MOVE 'N' TO WS-SOURCE-EOF-SW.
008790     SET WS-FILE-PRESENT TO TRUE.
008800     MOVE SPACES TO WS-DATASET-NAME.
008810     STRING WS-CURR-FILE-ID DELIMITED BY SPACE
008820         ".G" BK-BUSINESS-DATE DELIMITED BY SIZE
008830         INTO WS-DATASET-NAME
008840     END-STRING.
008850 2900-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*    2950-SOURCE-FAILED                                         *
008900*        THE LIVE FILE IS THERE BUT CANNOT BE READ.  THE        *
008910*        STREAM MUST NOT RUN ON A FILE WITH NO GOOD BACKUP.     *
008920*****************************************************************
008930 2950-SOURCE-FAILED.
008940     MOVE SPACES TO BACKUP-LINE.
008950     STRING "*** " WS-CURR-FILE-ID " CANNOT BE READ - STATUS "
008960         WS-SOURCE-STATUS " - NO GENERATION TAKEN"
008970         DELIMITED BY SIZE INTO BACKUP-LINE
008980     END-STRING.
008990     WRITE BACKUP-LINE.
009000     DISPLAY "FILE-BACKUP: " WS-CURR-FILE-ID
009010         " CANNOT BE READ - RUN STOPPED".
009020     SET WS-RUN-ABORTED TO TRUE.
009030     SET EOF-SOURCE-FILE TO TRUE.
009040 2950-EXIT.
009050     EXIT.
009060*
009070*****************************************************************
009080*    2960-GENERATION-FAILED                                     *
009090*****************************************************************
009100 2960-GENERATION-FAILED.
009110     MOVE SPACES TO BACKUP-LINE.
009120     STRING "*** GENERATION " WS-DATASET-NAME
009130         " CANNOT BE WRITTEN - STATUS " WS-GENERATION-STATUS
009140         DELIMITED BY SIZE INTO BACKUP-LINE
009150     END-STRING.
009160     WRITE BACKUP-LINE.
009170     DISPLAY "FILE-BACKUP: GENERATION " WS-DATASET-NAME
009180         " CANNOT BE WRITTEN - RUN STOPPED".
009190     SET WS-RUN-ABORTED TO TRUE.
009200     SET EOF-SOURCE-FILE TO TRUE.
009210 2960-EXIT.
009220     EXIT.
009230*
009240*****************************************************************
009250*    3000-CATALOG-GENERATION                                    *
009260*        RECORDS THE NIGHT'S GENERATION OF THE CURRENT FILE ON  *
009270*        THE CATALOG.  A DELIBERATE RE-RUN OF THE SAME BUSINESS *
009280*        DAY REPLACES THAT DAY'S ENTRY.  THEN PRINTS THE LINE   *
009290*        AND SCRATCHES ANY GENERATIONS PAST THE KEEP COUNT.     *
009300*****************************************************************
009310 3000-CATALOG-GENERATION.
009320     IF WS-RUN-ABORTED
009330         GO TO 3000-EXIT
009340     END-IF.
009350     MOVE SPACES TO BACKUP-CATALOG-RECORD.
009360     MOVE WS-CURR-FILE-ID TO BG-FILE-ID.
009370     MOVE BK-BUSINESS-DATE TO BG-GENERATION-DATE.
009380     MOVE WS-RUN-DATE TO BG-BACKUP-DATE.
009390     MOVE WS-RUN-TIME TO BG-BACKUP-TIME.
009400     MOVE WS-FILE-RECORD-COUNT TO BG-RECORD-COUNT.
009410     MOVE WS-FILE-HASH-TOTAL TO BG-HASH-TOTAL.
009420     MOVE ZEROS TO BG-LAST-RESTORED-DATE.
009430     IF WS-FILE-PRESENT
009440         MOVE WS-DATASET-NAME TO BG-DATASET-NAME
009450         SET BG-GENERATION-KEPT TO TRUE
009460         ADD 1 TO WS-FILES-COPIED
009470     ELSE
009480         SET BG-FILE-NOT-PRESENT TO TRUE
009490         ADD 1 TO WS-FILES-NOT-PRESENT
009500     END-IF.
009510     WRITE BACKUP-CATALOG-RECORD
009520         INVALID KEY
009530             REWRITE BACKUP-CATALOG-RECORD
009540     END-WRITE.
009550     IF NOT WS-CATALOG-STATUS-OK
009560         MOVE SPACES TO BACKUP-LINE
009570         STRING "*** CATALOG ENTRY FOR " WS-CURR-FILE-ID
009580             " CANNOT BE WRITTEN - STATUS " WS-CATALOG-STATUS
009590             DELIMITED BY SIZE INTO BACKUP-LINE
009600         END-STRING
009610         WRITE BACKUP-LINE
009620         DISPLAY "FILE-BACKUP: CATALOG CANNOT BE WRITTEN - "
009630             "RUN STOPPED"
009640         SET WS-RUN-ABORTED TO TRUE
009650         GO TO 3000-EXIT
009660     END-IF.
009670     PERFORM 3100-PRINT-GENERATION-LINE THRU 3100-EXIT.
009680     PERFORM 3500-ROTATE-GENERATIONS THRU 3500-EXIT.
009690 3000-EXIT.
009700     EXIT.
009710*
009720*****************************************************************
009730*    3100-PRINT-GENERATION-LINE                                 *
009740*****************************************************************
009750 3100-PRINT-GENERATION-LINE.
009760     MOVE WS-FILE-RECORD-COUNT TO WS-RECORDS-ED.
009770     MOVE WS-FILE-HASH-TOTAL TO WS-HASH-ED.
009780     MOVE SPACES TO BACKUP-LINE.
009790     IF WS-FILE-PRESENT
009800         STRING WS-CURR-FILE-ID "  " WS-DATASET-NAME
009810             "  " WS-RECORDS-ED "  " WS-HASH-ED "  COPIED"
009820             DELIMITED BY SIZE INTO BACKUP-LINE
009830         END-STRING
009840     ELSE
009850         STRING WS-CURR-FILE-ID "  (NONE)                "
009860             "                                   "
009870             "  NOT PRESENT"
009880             DELIMITED BY SIZE INTO BACKUP-LINE
009890         END-STRING
009900     END-IF.
009910     WRITE BACKUP-LINE.
009920 3100-EXIT.
009930     EXIT.
009940*
009950*****************************************************************
009960*    3500-ROTATE-GENERATIONS                                    *
009970*        COLLECTS THE CURRENT FILE'S UNSCRATCHED CATALOG        *
009980*        ENTRIES, OLDEST FIRST, AND SCRATCHES AS MANY OF THE    *
009990*        OLDEST AS TAKE IT OVER THE KEEP COUNT.                 *
010000*****************************************************************
010010 3500-ROTATE-GENERATIONS.
010020     MOVE ZERO TO WS-GEN-COUNT.
010030     MOVE 'N' TO WS-CATALOG-EOF-SW.
010040     MOVE WS-CURR-FILE-ID TO BG-FILE-ID.
010050     MOVE ZEROS TO BG-GENERATION-DATE.
010060     START BACKUP-CATALOG-FILE
010070         KEY IS NOT LESS THAN BG-KEY
010080         INVALID KEY
010090             GO TO 3500-EXIT
010100     END-START.
010110     PERFORM 3550-COLLECT-ONE-GENERATION THRU 3550-EXIT
010120         UNTIL EOF-CATALOG-SCAN.
010130     IF WS-GEN-COUNT NOT > BK-KEEP-GENERATIONS
010140         GO TO 3500-EXIT
010150     END-IF.
010160     SUBTRACT BK-KEEP-GENERATIONS FROM WS-GEN-COUNT
010170         GIVING WS-SCRATCH-COUNT.
010180     PERFORM 3600-SCRATCH-ONE-GENERATION THRU 3600-EXIT
010190         VARYING WS-GEN-SUB FROM 1 BY 1
010200         UNTIL WS-GEN-SUB > WS-SCRATCH-COUNT
010210             OR WS-RUN-ABORTED.
010220 3500-EXIT.
010230     EXIT.
010240*
010250*****************************************************************
010260*    3550-COLLECT-ONE-GENERATION                                *
010270*****************************************************************
010280 3550-COLLECT-ONE-GENERATION.
010290     READ BACKUP-CATALOG-FILE NEXT RECORD
010300         AT END
010310             SET EOF-CATALOG-SCAN TO TRUE
010320             GO TO 3550-EXIT
010330     END-READ.
010340     IF BG-FILE-ID NOT = WS-CURR-FILE-ID
010350         SET EOF-CATALOG-SCAN TO TRUE
010360         GO TO 3550-EXIT
010370     END-IF.
010380     IF BG-GENERATION-SCRATCHED
010390         OR WS-GEN-COUNT >= 100
010400         GO TO 3550-EXIT
010410     END-IF.
010420     ADD 1 TO WS-GEN-COUNT.
010430     MOVE BG-GENERATION-DATE TO WS-GEN-DATE (WS-GEN-COUNT).
010440 3550-EXIT.
010450     EXIT.
010460*
010470*****************************************************************
010480*    3600-SCRATCH-ONE-GENERATION                                *
010490*        MARKS ONE OLD GENERATION SCRATCHED AND, IF A DATASET   *
010500*        WAS WRITTEN FOR IT, LISTS THE DATASET FOR DELETION.    *
010510*****************************************************************
010520 3600-SCRATCH-ONE-GENERATION.
010530     MOVE WS-CURR-FILE-ID TO BG-FILE-ID.
010540     MOVE WS-GEN-DATE (WS-GEN-SUB) TO BG-GENERATION-DATE.
010550     READ BACKUP-CATALOG-FILE
010560         KEY IS BG-KEY
010570         INVALID KEY
010580             GO TO 3600-EXIT
010590     END-READ.
010600     IF BG-GENERATION-KEPT
010610         MOVE BG-DATASET-NAME TO SCRATCH-LIST-RECORD
010620         WRITE SCRATCH-LIST-RECORD
010630         ADD 1 TO WS-GENERATIONS-SCRATCHED
010640         MOVE SPACES TO BACKUP-LINE
010650         STRING "          " BG-DATASET-NAME
010660             "  SCRATCHED - OLDER THAN THE LAST " WS-KEEP-ED
010670             " GENERATIONS"
010680             DELIMITED BY SIZE INTO BACKUP-LINE
010690         END-STRING
010700         WRITE BACKUP-LINE
010710     END-IF.
010720     SET BG-GENERATION-SCRATCHED TO TRUE.
010730     REWRITE BACKUP-CATALOG-RECORD.
010740     IF NOT WS-CATALOG-STATUS-OK
010750         DISPLAY "FILE-BACKUP: CATALOG CANNOT BE WRITTEN - "
010760             "RUN STOPPED"
010770         SET WS-RUN-ABORTED TO TRUE
010780     END-IF.
010790 3600-EXIT.
010800     EXIT.
010810*
010820*****************************************************************
010830*    5000-PRINT-REPORT-TRAILER                                  *
010840*****************************************************************
010850 5000-PRINT-REPORT-TRAILER.
010860     MOVE SPACES TO BACKUP-LINE.
010870     WRITE BACKUP-LINE.
010880     MOVE WS-FILES-COPIED TO WS-COUNT-ED.
010890     MOVE SPACES TO BACKUP-LINE.
010900     STRING "FILES COPIED:           " WS-COUNT-ED
010910         DELIMITED BY SIZE INTO BACKUP-LINE
010920     END-STRING.
010930     WRITE BACKUP-LINE.
010940     MOVE WS-FILES-NOT-PRESENT TO WS-COUNT-ED.
010950     MOVE SPACES TO BACKUP-LINE.
010960     STRING "FILES NOT PRESENT:      " WS-COUNT-ED
010970         DELIMITED BY SIZE INTO BACKUP-LINE
010980     END-STRING.
010990     WRITE BACKUP-LINE.
011000     MOVE WS-GENERATIONS-SCRATCHED TO WS-COUNT-ED.
011010     MOVE SPACES TO BACKUP-LINE.
011020     STRING "GENERATIONS SCRATCHED:  " WS-COUNT-ED
011030         DELIMITED BY SIZE INTO BACKUP-LINE
011040     END-STRING.
011050     WRITE BACKUP-LINE.
011060     MOVE SPACES TO BACKUP-LINE.
011070     WRITE BACKUP-LINE.
011080     MOVE "BACKUP COMPLETE - THE NIGHT STREAM MAY PROCEED." TO
011090         BACKUP-LINE.
011100     WRITE BACKUP-LINE.
011110 5000-EXIT.
011120     EXIT.
011130*
011140*****************************************************************
011150*    8000-ABORT-RUN                                             *
011160*****************************************************************
011170 8000-ABORT-RUN.
011180     MOVE SPACES TO BACKUP-LINE.
011190     WRITE BACKUP-LINE.
011200     MOVE "*** BACKUP STOPPED - THE NIGHT STREAM WAITS UNTIL THE"
011210         TO BACKUP-LINE.
011220     WRITE BACKUP-LINE.
011230     MOVE "*** PROBLEM ABOVE IS FIXED AND THIS STEP RERUN."
011240         TO BACKUP-LINE.
011250     WRITE BACKUP-LINE.
011260     MOVE 8 TO RETURN-CODE.
011270 8000-EXIT.
011280     EXIT.
011290*
011300*****************************************************************
011310*    9000-TERMINATE                                             *
011320*****************************************************************
011330 9000-TERMINATE.
011340     IF WS-CATALOG-OPEN
011350         CLOSE BACKUP-CATALOG-FILE
011360     END-IF.
011370     CLOSE SCRATCH-LIST-FILE.
011380     CLOSE BACKUP-REPORT-FILE.
011390 9000-EXIT.
011400     EXIT.
