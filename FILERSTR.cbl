000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FILE-RESTORE.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    FILE-RESTORE                                               *
000180*                                                                *
000190*    PUTS ONE FILE BACK FROM A GENERATION TAKEN BY              *
000200*    FILE-BACKUP.  THE CONTROL CARD NAMES THE FILE (BY ITS      *
000210*    CATALOG FILE ID) AND THE BUSINESS DAY OF THE GENERATION;   *
000220*    THE RUN SCRIPT POINTS BKUPGEN AT THAT GENERATION'S         *
000230*    DATASET.                                                   *
000240*                                                                *
000250*    THE GENERATION IS READ TWICE.  THE FIRST PASS COUNTS AND   *
000260*    HASHES IT EXACTLY AS FILE-BACKUP DID WHEN IT WROTE IT,     *
000270*    AND THE LIVE FILE IS NOT TOUCHED UNLESS BOTH TOTALS        *
000280*    AGREE WITH THE BACKUP CATALOG.  THE SECOND PASS REWRITES   *
000290*    THE LIVE FILE FROM THE GENERATION AND THE CATALOG ENTRY    *
000300*    IS STAMPED WITH THE RESTORE DATE.                          *
000310*                                                                *
000320*    THE RECOVERY REPORT THEN SAYS WHAT HAS TO HAPPEN NEXT -    *
000330*    ANY OTHER FILES THE RE-RUN STEPS UPDATE, WHICH MUST GO     *
000340*    BACK TO THE SAME GENERATION FIRST, AND FOR EVERY           *
000350*    BUSINESS DAY THE NIGHT STREAM HAS RUN SINCE, THE STEPS     *
000360*    TO RE-RUN AND WHAT STREAM-CONTROL LAST RECORDED FOR        *
000370*    EACH.                                                      *
000380*                                                                *
000390*    NO CONTROL CARD, AN UNKNOWN FILE, A GENERATION THAT IS     *
000400*    NOT ON THE CATALOG OR HAS BEEN SCRATCHED, OR TOTALS THAT   *
000410*    DO NOT AGREE END THE RUN WITH RETURN CODE 8 AND THE LIVE   *
000420*    FILE AS IT WAS.                                            *
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
000530     SELECT RESTORE-CONTROL-FILE
000540         ASSIGN TO RSTRCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CARD-STATUS.
000570*
000580     SELECT BACKUP-CATALOG-FILE
000590         ASSIGN TO BKUPCAT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS BG-KEY
000630         FILE STATUS IS WS-CATALOG-STATUS.
000640*
000650     SELECT STREAM-FILE
000660         ASSIGN TO STREAM
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SS-KEY
000700         FILE STATUS IS WS-STREAM-STATUS.
000710*
000720     SELECT GEN-HISTORY-FILE
000730         ASSIGN TO BKUPGEN
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-GENERATION-STATUS.
000760*
000770     SELECT GEN-BALANCE-FILE
000780         ASSIGN TO BKUPGEN
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-GENERATION-STATUS.
000810*
000820     SELECT GEN-AR-ITEM-FILE
000830         ASSIGN TO BKUPGEN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-GENERATION-STATUS.
000860*
000870     SELECT GEN-DEPT-FILE
000880         ASSIGN TO BKUPGEN
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-GENERATION-STATUS.
000910*
000920     SELECT GEN-ACCT-FILE
000930         ASSIGN TO BKUPGEN
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-GENERATION-STATUS.
000960*
000970     SELECT GEN-DEPOSIT-FILE
000980         ASSIGN TO BKUPGEN
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-GENERATION-STATUS.
001010*
001020     SELECT GEN-SALES-FILE
001030         ASSIGN TO BKUPGEN
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-GENERATION-STATUS.
001060*
001070     SELECT RESTORE-HISTORY-FILE
001080         ASSIGN TO SALESHST
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS SEQUENTIAL
001110         RECORD KEY IS RH-KEY
001120         FILE STATUS IS WS-TARGET-STATUS.
001130*
001140     SELECT RESTORE-BALANCE-FILE
001150         ASSIGN TO GLBALS
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS SEQUENTIAL
001180         RECORD KEY IS RB-KEY
001190         FILE STATUS IS WS-TARGET-STATUS.
001200*
001210     SELECT RESTORE-AR-ITEM-FILE
001220         ASSIGN TO ARITEMS
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-TARGET-STATUS.
001250*
001260     SELECT RESTORE-DEPT-FILE
001270         ASSIGN TO DEPTMST
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-TARGET-STATUS.
001300*
001310     SELECT RESTORE-ACCT-FILE
001320         ASSIGN TO ACCTMST
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-TARGET-STATUS.
001350*
001360     SELECT RESTORE-DEPOSIT-FILE
001370         ASSIGN TO DEPOPEN
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-TARGET-STATUS.
001400*
001410     SELECT RESTORE-SALES-FILE
001420         ASSIGN TO SALESDAT
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-TARGET-STATUS.
001450*
001460     SELECT RESTORE-REPORT-FILE
001470         ASSIGN TO RSTRRPT
001480         ORGANIZATION IS LINE SEQUENTIAL.
001490*
001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  RESTORE-CONTROL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY RSCARD.
001550*
001560 FD  BACKUP-CATALOG-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 COPY BKUPCAT.
001590*
001600 FD  STREAM-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 COPY STRMSTEP.
001630*
001640 FD  GEN-HISTORY-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 COPY SHSTREC.
001670*
001680 FD  GEN-BALANCE-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 COPY GLBAL.
001710*
001720 FD  GEN-AR-ITEM-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 COPY ARITEM.
001750*
001760 FD  GEN-DEPT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 COPY DEPTMST.
001790*
001800 FD  GEN-ACCT-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY ACCTMST.
001830*
001840 FD  GEN-DEPOSIT-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 COPY DEPITEM.
001870*
001880 FD  GEN-SALES-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 COPY SALESREC.
001910*
001920 FD  RESTORE-HISTORY-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 01  RESTORE-HISTORY-RECORD.
001950     05  RH-KEY                     PIC X(06).
001960     05  FILLER                     PIC X(39).
001970*
001980 FD  RESTORE-BALANCE-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 01  RESTORE-BALANCE-RECORD.
002010     05  RB-KEY                     PIC X(14).
002020     05  FILLER                     PIC X(50).
002030*
002040 FD  RESTORE-AR-ITEM-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  RESTORE-AR-ITEM-RECORD         PIC X(39).
002070*
002080 FD  RESTORE-DEPT-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 01  RESTORE-DEPT-RECORD            PIC X(41).
002110*
002120 FD  RESTORE-ACCT-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  RESTORE-ACCT-RECORD            PIC X(49).
002150*
002160 FD  RESTORE-DEPOSIT-FILE
002170     LABEL RECORDS ARE STANDARD.
002180 01  RESTORE-DEPOSIT-RECORD         PIC X(31).
002190*
002200 FD  RESTORE-SALES-FILE
002210     LABEL RECORDS ARE STANDARD.
002220 01  RESTORE-SALES-RECORD           PIC X(41).
002230*
002240 FD  RESTORE-REPORT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  RESTORE-LINE                   PIC X(120).
002270*
002280 WORKING-STORAGE SECTION.
002290*
002300*--------------------------------------------------------------*
002310*    SWITCHES                                                  *
002320*--------------------------------------------------------------*
002330 01  WS-SWITCHES.
002340     05  WS-CARD-STATUS          PIC X(02)   VALUE SPACES.
002350         88  WS-CARD-FILE-OK                  VALUE '00'.
002360     05  WS-CATALOG-STATUS       PIC X(02)   VALUE SPACES.
002370         88  WS-CATALOG-STATUS-OK             VALUE '00'.
002380         88  WS-CATALOG-RECORD-MISSING        VALUE '23'.
002390         88  WS-CATALOG-FILE-MISSING          VALUE '35'.
002400     05  WS-STREAM-STATUS        PIC X(02)   VALUE SPACES.
002410         88  WS-STREAM-STATUS-OK              VALUE '00'.
002420     05  WS-GENERATION-STATUS    PIC X(02)   VALUE SPACES.
002430         88  WS-GENERATION-FILE-OK            VALUE '00'.
002440     05  WS-TARGET-STATUS        PIC X(02)   VALUE SPACES.
002450         88  WS-TARGET-FILE-OK                VALUE '00'.
002460     05  WS-GENERATION-EOF-SW    PIC X(01)   VALUE 'N'.
002470         88  EOF-GENERATION-FILE              VALUE 'Y'.
002480     05  WS-CATALOG-EOF-SW       PIC X(01)   VALUE 'N'.
002490         88  EOF-CATALOG-SCAN                 VALUE 'Y'.
002500     05  WS-STREAM-EOF-SW        PIC X(01)   VALUE 'N'.
002510         88  EOF-STREAM-SCAN                  VALUE 'Y'.
002520     05  WS-FILE-FOUND-SW        PIC X(01)   VALUE 'N'.
002530         88  WS-FILE-FOUND                    VALUE 'Y'.
002540     05  WS-CATALOG-OPEN-SW      PIC X(01)   VALUE 'N'.
002550         88  WS-CATALOG-OPEN                  VALUE 'Y'.
002560     05  WS-RESTORE-STARTED-SW   PIC X(01)   VALUE 'N'.
002570         88  WS-RESTORE-STARTED               VALUE 'Y'.
002580     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
002590         88  WS-RUN-ABORTED                   VALUE 'Y'.
002600*
002610*--------------------------------------------------------------*
002620*    THE FILES FILE-BACKUP TAKES, IN ITS ORDER, WITH THE       *
002630*    FIRST NIGHT-STREAM STEP THAT READS OR UPDATES EACH AND    *
002640*    THE STEP THAT UPDATES IT (00 - THE STREAM ONLY READS      *
002650*    IT).  DEPOPEN COUNTS AS UPDATED BY DEPOSIT-MATCH, WHOSE   *
002660*    DEPNEW IS RENAMED OVER IT.                                *
002670*--------------------------------------------------------------*
002680 01  WS-FILE-AREA.
002690     05  FILLER                  PIC X(12)   VALUE 'SALESHST0505'.
002700     05  FILLER                  PIC X(12)   VALUE 'GLBALS  1313'.
002710     05  FILLER                  PIC X(12)   VALUE 'ARITEMS 0303'.
002720     05  FILLER                  PIC X(12)   VALUE 'DEPTMST 0400'.
002730     05  FILLER                  PIC X(12)   VALUE 'ACCTMST 0300'.
002740     05  FILLER                  PIC X(12)   VALUE 'DEPOPEN 1111'.
002750     05  FILLER                  PIC X(12)   VALUE 'SALESDAT0200'.
002760 01  WS-FILE-TABLE REDEFINES WS-FILE-AREA.
002770     05  WS-FILE-ENTRY                       OCCURS 7 TIMES.
002780         10  WS-TBL-FILE-ID      PIC X(08).
002790         10  WS-TBL-FIRST-STEP   PIC 9(02).
002800         10  WS-TBL-UPDATE-STEP  PIC 9(02).
002810*
002820 77  WS-FILE-COUNT               PIC 9(02)   COMP VALUE 7.
002830 77  WS-FILE-SUB                 PIC 9(02)   COMP VALUE ZERO.
002840 77  WS-TBL-SUB                  PIC 9(02)   COMP.
002850 77  WS-FIRST-STEP               PIC 9(02)   VALUE ZERO.
002860 77  WS-UPDATE-STEP              PIC 9(02)   VALUE ZERO.
002870 77  WS-OTHER-FILE-COUNT         PIC 9(02)   COMP VALUE ZERO.
002880*
002890*--------------------------------------------------------------*
002900*    THE NIGHT STREAM'S STEPS, IN RUN ORDER.  KEEP IN STEP     *
002910*    WITH THE TABLE IN STREAM-CONTROL.  INVENTORY-POST         *
002920*    UPDATES STOCKMST, WHICH IS NOT IN THE BACKUP SET.         *
002930*--------------------------------------------------------------*
002940 01  WS-STEP-NAME-AREA.
002950     05  FILLER                  PIC X(14)   VALUE 'FILE-BACKUP'.
002960     05  FILLER                  PIC X(14)   VALUE 'EDIT-SORT'.
002970     05  FILLER                  PIC X(14)   VALUE 'AR-POST'.
002980     05  FILLER                  PIC X(14)   VALUE
002990         'SALES-MANAGER'.
003000     05  FILLER                  PIC X(14)   VALUE
003010         'SALES-HISTORY'.
003020     05  FILLER                  PIC X(14)   VALUE 'POS-RECON'.
003030     05  FILLER                  PIC X(14)   VALUE 'ITEM-SALES'.
003040     05  FILLER                  PIC X(14)   VALUE
003050         'INVENTORY-POST'.
003060     05  FILLER                  PIC X(14)   VALUE 'PRICE-AUDIT'.
003070     05  FILLER                  PIC X(14)   VALUE
003080         'TENDER-SETTLE'.
003090     05  FILLER                  PIC X(14)   VALUE
003100         'DEPOSIT-MATCH'.
003110     05  FILLER                  PIC X(14)   VALUE 'GL-JOURNAL'.
003120     05  FILLER                  PIC X(14)   VALUE 'GL-POST'.
003130     05  FILLER                  PIC X(14)   VALUE
003140         'DAILY-BALANCE'.
003150 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-AREA.
003160     05  WS-STEP-NAME            PIC X(14)   OCCURS 14 TIMES.
003170*
003180 77  WS-STEP-COUNT               PIC 9(02)   COMP VALUE 14.
003190 77  WS-INVENTORY-POST-STEP      PIC 9(02)   VALUE 8.
003200 77  WS-STEP-SUB                 PIC 9(02)   COMP.
003210*
003220*--------------------------------------------------------------*
003230*    THE GENERATION'S TOTALS AS READ BACK, AND THE COUNT       *
003240*    WRITTEN TO THE LIVE FILE                                  *
003250*--------------------------------------------------------------*
003260 77  WS-GEN-RECORD-COUNT         PIC 9(09)   COMP VALUE ZERO.
003270 77  WS-GEN-HASH-TOTAL           PIC S9(13)V99 VALUE ZEROS.
003280 77  WS-RECORD-HASH              PIC S9(13)V99 VALUE ZEROS.
003290 77  WS-RESTORED-COUNT           PIC 9(09)   COMP VALUE ZERO.
003300*
003310*--------------------------------------------------------------*
003320*    BUSINESS DAYS THE NIGHT STREAM HAS RUN SINCE THE          *
003330*    GENERATION, OLDEST FIRST (THE STREAM FILE KEY IS DAY +    *
003340*    STEP)                                                     *
003350*--------------------------------------------------------------*
003360 01  WS-RERUN-DAY-TABLE.
003370     05  WS-DAY-COUNT            PIC 9(03)   COMP VALUE ZERO.
003380     05  WS-RERUN-DAY            PIC 9(08)   OCCURS 100 TIMES.
003390*
003400 77  WS-DAY-SUB                  PIC 9(03)   COMP.
003410 77  WS-LAST-DAY                 PIC 9(08)   VALUE ZEROS.
003420*
003430*--------------------------------------------------------------*
003440*    DATE AND TIME WORK AREAS                                  *
003450*--------------------------------------------------------------*
003460 01  WS-RUN-DATE                 PIC 9(08).
003470 01  WS-RUN-DATE-ED              PIC 9999/99/99.
003480 01  WS-GENERATION-DATE-ED       PIC 9999/99/99.
003490 01  WS-DAY-ED                   PIC 9999/99/99.
003500 01  WS-RUN-TIME-RAW             PIC 9(08)   VALUE ZEROS.
003510*
003520*--------------------------------------------------------------*
003530*    EDITED DISPLAY FIELDS                                     *
003540*--------------------------------------------------------------*
003550 01  WS-EDIT-FIELDS.
003560     05  WS-RECORDS-ED           PIC ZZZ,ZZZ,ZZ9.
003570     05  WS-HASH-ED              PIC --,---,---,---,--9.99.
003580     05  WS-STEP-NO-ED           PIC 9(02).
003590     05  WS-OTHER-STEP-ED        PIC 9(02).
003600     05  WS-STATUS-DESC          PIC X(12).
003610     05  WS-ACTION-DESC          PIC X(36).
003620     05  WS-OTHER-DESC           PIC X(44).
003630*
003640 PROCEDURE DIVISION.
003650*****************************************************************
003660*    0000-MAINLINE                                              *
003670*****************************************************************
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700     IF WS-RUN-ABORTED
003710         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
003720         PERFORM 9000-TERMINATE THRU 9000-EXIT
003730         STOP RUN
003740     END-IF.
003750     PERFORM 2000-CHECK-CATALOG-ENTRY THRU 2000-EXIT.
003760     PERFORM 3000-VERIFY-GENERATION THRU 3000-EXIT.
003770     PERFORM 4000-RESTORE-FILE THRU 4000-EXIT.
003780     PERFORM 4500-STAMP-CATALOG THRU 4500-EXIT.
003790     PERFORM 5000-PRINT-RECOVERY-STEPS THRU 5000-EXIT.
003800     IF WS-RUN-ABORTED
003810         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
003820     ELSE
003830         PERFORM 6000-PRINT-REPORT-TRAILER THRU 6000-EXIT
003840     END-IF.
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003860     STOP RUN.
003870 0000-MAINLINE-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910*    1000-INITIALIZE                                            *
003920*        THE CONTROL CARD IS REQUIRED - A LIVE FILE IS NEVER    *
003930*        OVERWRITTEN BY DEFAULT.  THE CATALOG IS OPENED I-O SO  *
003940*        THE RESTORE CAN BE STAMPED ON IT.                      *
003950*****************************************************************
003960 1000-INITIALIZE.
003970     OPEN OUTPUT RESTORE-REPORT-FILE.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004000     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
004010     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
004020     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
004030     IF WS-RUN-ABORTED
004040         GO TO 1000-EXIT
004050     END-IF.
004060     PERFORM 1300-FIND-FILE-ENTRY THRU 1300-EXIT.
004070     IF WS-RUN-ABORTED
004080         GO TO 1000-EXIT
004090     END-IF.
004100     OPEN I-O BACKUP-CATALOG-FILE.
004110     IF WS-CATALOG-FILE-MISSING
004120         MOVE SPACES TO RESTORE-LINE
004130         STRING "*** NO BACKUP CATALOG (BKUPCAT) - NOTHING CAN "
004140             "BE RESTORED"
004150             DELIMITED BY SIZE INTO RESTORE-LINE
004160         END-STRING
004170         WRITE RESTORE-LINE
004180         DISPLAY "FILE-RESTORE: NO BACKUP CATALOG - RUN STOPPED"
004190         SET WS-RUN-ABORTED TO TRUE
004200         GO TO 1000-EXIT
004210     END-IF.
004220     IF NOT WS-CATALOG-STATUS-OK
004230         MOVE SPACES TO RESTORE-LINE
004240         STRING "*** BACKUP CATALOG (BKUPCAT) CANNOT BE OPENED - "
004250             "STATUS " WS-CATALOG-STATUS
004260             DELIMITED BY SIZE INTO RESTORE-LINE
004270         END-STRING
004280         WRITE RESTORE-LINE
004290         DISPLAY "FILE-RESTORE: BACKUP CATALOG CANNOT BE OPENED "
004300             "- RUN STOPPED"
004310         SET WS-RUN-ABORTED TO TRUE
004320         GO TO 1000-EXIT
004330     END-IF.
004340     SET WS-CATALOG-OPEN TO TRUE.
004350 1000-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*    1100-WRITE-REPORT-HEADING                                  *
004400*****************************************************************
004410 1100-WRITE-REPORT-HEADING.
004420     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO RESTORE-LINE.
004430     WRITE RESTORE-LINE.
004440     MOVE "FILE RESTORE AND RECOVERY REPORT" TO RESTORE-LINE.
004450     WRITE RESTORE-LINE.
004460     MOVE SPACES TO RESTORE-LINE.
004470     STRING "RUN DATE: " WS-RUN-DATE-ED
004480         DELIMITED BY SIZE INTO RESTORE-LINE
004490     END-STRING.
004500     WRITE RESTORE-LINE.
004510 1100-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550*    1200-READ-CONTROL-CARD                                     *
004560*        READS AND EDITS THE ONE CONTROL CARD - A FILE ID AND A *
004570*        NUMERIC, NONZERO GENERATION DAY.                       *
004580*****************************************************************
004590 1200-READ-CONTROL-CARD.
004600     OPEN INPUT RESTORE-CONTROL-FILE.
004610     IF NOT WS-CARD-FILE-OK
004620         MOVE "*** RESTORE CONTROL CARD (RSTRCTL) MISSING" TO
004630             RESTORE-LINE
004640         WRITE RESTORE-LINE
004650         DISPLAY "FILE-RESTORE: NO CONTROL CARD - RUN STOPPED"
004660         SET WS-RUN-ABORTED TO TRUE
004670         GO TO 1200-EXIT
004680     END-IF.
004690     READ RESTORE-CONTROL-FILE INTO RESTORE-CONTROL-CARD
004700         AT END
004710             MOVE SPACES TO RT-FILE-ID
004720             MOVE ZEROS TO RT-GENERATION-DATE
004730     END-READ.
004740     CLOSE RESTORE-CONTROL-FILE.
004750     IF RT-FILE-ID = SPACES
004760         OR RT-GENERATION-DATE NOT NUMERIC
004770         OR RT-GENERATION-DATE = 0
004780         MOVE "*** CONTROL CARD FILE ID OR GENERATION NOT VALID"
004790             TO RESTORE-LINE
004800         WRITE RESTORE-LINE
004810         DISPLAY "FILE-RESTORE: BAD CONTROL CARD - RUN STOPPED"
004820         SET WS-RUN-ABORTED TO TRUE
004830         GO TO 1200-EXIT
004840     END-IF.
004850     MOVE RT-GENERATION-DATE TO WS-GENERATION-DATE-ED.
004860     MOVE SPACES TO RESTORE-LINE.
004870     STRING "FILE: " RT-FILE-ID
004880         "   GENERATION OF BUSINESS DAY: " WS-GENERATION-DATE-ED
004890         DELIMITED BY SIZE INTO RESTORE-LINE
004900     END-STRING.
004910     WRITE RESTORE-LINE.
004920     MOVE SPACES TO RESTORE-LINE.
004930     WRITE RESTORE-LINE.
004940 1200-EXIT.
004950     EXIT.
004960*
004970*****************************************************************
004980*    1300-FIND-FILE-ENTRY                                       *
004990*        ONLY A FILE FILE-BACKUP TAKES CAN BE RESTORED HERE.    *
005000*****************************************************************
005010 1300-FIND-FILE-ENTRY.
005020     MOVE 'N' TO WS-FILE-FOUND-SW.
005030     PERFORM 1350-MATCH-ONE-FILE THRU 1350-EXIT
005040         VARYING WS-TBL-SUB FROM 1 BY 1
005050         UNTIL WS-TBL-SUB > WS-FILE-COUNT
005060             OR WS-FILE-FOUND.
005070     IF NOT WS-FILE-FOUND
005080         MOVE SPACES TO RESTORE-LINE
005090         STRING "*** FILE ID " RT-FILE-ID
005100             " IS NOT ONE THE NIGHTLY BACKUP TAKES"
005110             DELIMITED BY SIZE INTO RESTORE-LINE
005120         END-STRING
005130         WRITE RESTORE-LINE
005140         DISPLAY "FILE-RESTORE: UNKNOWN FILE ID " RT-FILE-ID
005150             " - RUN STOPPED"
005160         SET WS-RUN-ABORTED TO TRUE
005170         GO TO 1300-EXIT
005180     END-IF.
005190     MOVE WS-TBL-FIRST-STEP (WS-FILE-SUB) TO WS-FIRST-STEP.
005200     MOVE WS-TBL-UPDATE-STEP (WS-FILE-SUB) TO WS-UPDATE-STEP.
005210 1300-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*    1350-MATCH-ONE-FILE                                        *
005260*****************************************************************
005270 1350-MATCH-ONE-FILE.
005280     IF WS-TBL-FILE-ID (WS-TBL-SUB) = RT-FILE-ID
005290         MOVE WS-TBL-SUB TO WS-FILE-SUB
005300         SET WS-FILE-FOUND TO TRUE
005310     END-IF.
005320 1350-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*    2000-CHECK-CATALOG-ENTRY                                   *
005370*        THE GENERATION MUST BE ON THE CATALOG, STILL KEPT, AND *
005380*        HOLD A COPY OF THE FILE.  WHEN IT IS NOT, THE          *
005390*        GENERATIONS THAT ARE KEPT ARE LISTED.                  *
005400*****************************************************************
005410 2000-CHECK-CATALOG-ENTRY.
005420     IF WS-RUN-ABORTED
005430         GO TO 2000-EXIT
005440     END-IF.
005450     MOVE RT-FILE-ID TO BG-FILE-ID.
005460     MOVE RT-GENERATION-DATE TO BG-GENERATION-DATE.
005470     READ BACKUP-CATALOG-FILE
005480         KEY IS BG-KEY
005490         INVALID KEY
005500             CONTINUE
005510     END-READ.
005520     IF WS-CATALOG-RECORD-MISSING
005530         MOVE SPACES TO RESTORE-LINE
005540         STRING "*** NO GENERATION OF " RT-FILE-ID " FOR "
005550             WS-GENERATION-DATE-ED " IS ON THE BACKUP CATALOG"
005560             DELIMITED BY SIZE INTO RESTORE-LINE
005570         END-STRING
005580         WRITE RESTORE-LINE
005590         PERFORM 2100-LIST-KEPT-GENERATIONS THRU 2100-EXIT
005600         DISPLAY "FILE-RESTORE: GENERATION NOT ON CATALOG - "
005610             "RUN STOPPED"
005620         SET WS-RUN-ABORTED TO TRUE
005630         GO TO 2000-EXIT
005640     END-IF.
005650     IF NOT WS-CATALOG-STATUS-OK
005660         MOVE SPACES TO RESTORE-LINE
005670         STRING "*** BACKUP CATALOG CANNOT BE READ - STATUS "
005680             WS-CATALOG-STATUS
005690             DELIMITED BY SIZE INTO RESTORE-LINE
005700         END-STRING
005710         WRITE RESTORE-LINE
005720         DISPLAY "FILE-RESTORE: BACKUP CATALOG CANNOT BE READ - "
005730             "RUN STOPPED"
005740         SET WS-RUN-ABORTED TO TRUE
005750         GO TO 2000-EXIT
005760     END-IF.
005770     IF BG-GENERATION-SCRATCHED
005780         MOVE SPACES TO RESTORE-LINE
005790         STRING "*** GENERATION " BG-DATASET-NAME
005800             " HAS BEEN SCRATCHED - IT CANNOT BE RESTORED"
005810             DELIMITED BY SIZE INTO RESTORE-LINE
005820         END-STRING
005830         WRITE RESTORE-LINE
005840         PERFORM 2100-LIST-KEPT-GENERATIONS THRU 2100-EXIT
005850         DISPLAY "FILE-RESTORE: GENERATION SCRATCHED - "
005860             "RUN STOPPED"
005870         SET WS-RUN-ABORTED TO TRUE
005880         GO TO 2000-EXIT
005890     END-IF.
005900     IF NOT BG-GENERATION-KEPT
005910         MOVE SPACES TO RESTORE-LINE
005920         STRING "*** " RT-FILE-ID " WAS NOT PRESENT WHEN THAT "
005930             "BACKUP RAN - THERE IS NOTHING TO RESTORE"
005940             DELIMITED BY SIZE INTO RESTORE-LINE
005950         END-STRING
005960         WRITE RESTORE-LINE
005970         DISPLAY "FILE-RESTORE: NO COPY IN THAT GENERATION - "
005980             "RUN STOPPED"
005990         SET WS-RUN-ABORTED TO TRUE
006000         GO TO 2000-EXIT
006010     END-IF.
006020     MOVE BG-BACKUP-DATE TO WS-DAY-ED.
006030     MOVE SPACES TO RESTORE-LINE.
006040     STRING "GENERATION DATASET: " BG-DATASET-NAME
006050         "   TAKEN: " WS-DAY-ED
006060         DELIMITED BY SIZE INTO RESTORE-LINE
006070     END-STRING.
006080     WRITE RESTORE-LINE.
006090     IF BG-LAST-RESTORED-DATE NUMERIC
006100         AND BG-LAST-RESTORED-DATE NOT = 0
006110         MOVE BG-LAST-RESTORED-DATE TO WS-DAY-ED
006120         MOVE SPACES TO RESTORE-LINE
006130         STRING "NOTE - THIS GENERATION WAS LAST RESTORED ON "
006140             WS-DAY-ED
006150             DELIMITED BY SIZE INTO RESTORE-LINE
006160         END-STRING
006170         WRITE RESTORE-LINE
006180     END-IF.
006190     MOVE SPACES TO RESTORE-LINE.
006200     WRITE RESTORE-LINE.
006210 2000-EXIT.
006220     EXIT.
006230*
006240*****************************************************************
006250*    2100-LIST-KEPT-GENERATIONS                                 *
006260*****************************************************************
006270 2100-LIST-KEPT-GENERATIONS.
006280     MOVE SPACES TO RESTORE-LINE.
006290     STRING "GENERATIONS OF " RT-FILE-ID " STILL KEPT:"
006300         DELIMITED BY SIZE INTO RESTORE-LINE
006310     END-STRING.
006320     WRITE RESTORE-LINE.
006330     MOVE ZERO TO WS-DAY-COUNT.
006340     MOVE 'N' TO WS-CATALOG-EOF-SW.
006350     MOVE RT-FILE-ID TO BG-FILE-ID.
006360     MOVE ZEROS TO BG-GENERATION-DATE.
006370     START BACKUP-CATALOG-FILE
006380         KEY IS NOT LESS THAN BG-KEY
006390         INVALID KEY
006400             SET EOF-CATALOG-SCAN TO TRUE
006410     END-START.
006420     PERFORM 2150-LIST-ONE-GENERATION THRU 2150-EXIT
006430         UNTIL EOF-CATALOG-SCAN.
006440     IF WS-DAY-COUNT = 0
006450         MOVE "    (NONE)" TO RESTORE-LINE
006460         WRITE RESTORE-LINE
006470     END-IF.
006480 2100-EXIT.
006490     EXIT.
006500*
006510*****************************************************************
006520*    2150-LIST-ONE-GENERATION                                   *
006530*****************************************************************
006540 2150-LIST-ONE-GENERATION.
006550     READ BACKUP-CATALOG-FILE NEXT RECORD
006560         AT END
006570             SET EOF-CATALOG-SCAN TO TRUE
006580             GO TO 2150-EXIT
006590     END-READ.
006600     IF BG-FILE-ID NOT = RT-FILE-ID
006610         SET EOF-CATALOG-SCAN TO TRUE
006620         GO TO 2150-EXIT
006630     END-IF.
006640     IF NOT BG-GENERATION-KEPT
006650         GO TO 2150-EXIT
006660     END-IF.
006670     ADD 1 TO WS-DAY-COUNT.
006680     MOVE BG-GENERATION-DATE TO WS-DAY-ED.
006690     MOVE BG-RECORD-COUNT TO WS-RECORDS-ED.
006700     MOVE SPACES TO RESTORE-LINE.
006710     STRING "    " WS-DAY-ED "  " BG-DATASET-NAME "  "
006720         WS-RECORDS-ED " RECORDS"
006730         DELIMITED BY SIZE INTO RESTORE-LINE
006740     END-STRING.
006750     WRITE RESTORE-LINE.
006760 2150-EXIT.
006770     EXIT.
006780*
006790*****************************************************************
006800*    3000-VERIFY-GENERATION                                     *
006810*        FIRST PASS - COUNTS AND HASHES THE GENERATION AND      *
006820*        CHECKS BOTH AGAINST THE CATALOG.  NOTHING IS WRITTEN.  *
006830*****************************************************************
006840 3000-VERIFY-GENERATION.
006850     IF WS-RUN-ABORTED
006860         GO TO 3000-EXIT
006870     END-IF.
006880     MOVE ZERO TO WS-GEN-RECORD-COUNT.
006890     MOVE ZEROS TO WS-GEN-HASH-TOTAL.
006900     MOVE 'N' TO WS-GENERATION-EOF-SW.
006910     PERFORM 3800-OPEN-GENERATION THRU 3800-EXIT.
006920     IF WS-RUN-ABORTED
006930         GO TO 3000-EXIT
006940     END-IF.
006950     PERFORM 3050-COUNT-ONE-RECORD THRU 3050-EXIT
006960         UNTIL EOF-GENERATION-FILE.
006970     PERFORM 3850-CLOSE-GENERATION THRU 3850-EXIT.
006980     IF WS-RUN-ABORTED
006990         GO TO 3000-EXIT
007000     END-IF.
007010     MOVE SPACES TO RESTORE-LINE.
007020     STRING "                        RECORDS  "
007030         "           HASH TOTAL"
007040         DELIMITED BY SIZE INTO RESTORE-LINE
007050     END-STRING.
007060     WRITE RESTORE-LINE.
007070     MOVE BG-RECORD-COUNT TO WS-RECORDS-ED.
007080     MOVE BG-HASH-TOTAL TO WS-HASH-ED.
007090     MOVE SPACES TO RESTORE-LINE.
007100     STRING "BACKUP CATALOG:   " WS-RECORDS-ED "  " WS-HASH-ED
007110         DELIMITED BY SIZE INTO RESTORE-LINE
007120     END-STRING.
007130     WRITE RESTORE-LINE.
007140     MOVE WS-GEN-RECORD-COUNT TO WS-RECORDS-ED.
007150     MOVE WS-GEN-HASH-TOTAL TO WS-HASH-ED.
007160     MOVE SPACES TO RESTORE-LINE.
007170     STRING "GENERATION READ:  " WS-RECORDS-ED "  " WS-HASH-ED
007180         DELIMITED BY SIZE INTO RESTORE-LINE
007190     END-STRING.
007200     WRITE RESTORE-LINE.
007210     IF WS-GEN-RECORD-COUNT NOT = BG-RECORD-COUNT
007220         OR WS-GEN-HASH-TOTAL NOT = BG-HASH-TOTAL
007230         MOVE "*** GENERATION DOES NOT AGREE WITH ITS CATALOG" TO
007240             RESTORE-LINE
007250         WRITE RESTORE-LINE
007260         DISPLAY "FILE-RESTORE: GENERATION TOTALS DO NOT AGREE - "
007270             "RUN STOPPED"
007280         SET WS-RUN-ABORTED TO TRUE
007290         GO TO 3000-EXIT
007300     END-IF.
007310     MOVE "GENERATION AGREES WITH ITS CATALOG TOTALS." TO
007320         RESTORE-LINE.
007330     WRITE RESTORE-LINE.
007340 3000-EXIT.
007350     EXIT.
007360*
007370*****************************************************************
007380*    3050-COUNT-ONE-RECORD                                      *
007390*****************************************************************
007400 3050-COUNT-ONE-RECORD.
007410     PERFORM 3900-READ-GENERATION THRU 3900-EXIT.
007420     IF EOF-GENERATION-FILE
007430         GO TO 3050-EXIT
007440     END-IF.
007450     ADD 1 TO WS-GEN-RECORD-COUNT.
007460     ADD WS-RECORD-HASH TO WS-GEN-HASH-TOTAL.
007470 3050-EXIT.
007480     EXIT.
007490*
007500*****************************************************************
007510*    3800-OPEN-GENERATION                                       *
007520*****************************************************************
007530 3800-OPEN-GENERATION.
007540     EVALUATE WS-FILE-SUB
007550         WHEN 1
007560             OPEN INPUT GEN-HISTORY-FILE
007570         WHEN 2
007580             OPEN INPUT GEN-BALANCE-FILE
007590         WHEN 3
007600             OPEN INPUT GEN-AR-ITEM-FILE
007610         WHEN 4
007620             OPEN INPUT GEN-DEPT-FILE
007630         WHEN 5
007640             OPEN INPUT GEN-ACCT-FILE
007650         WHEN 6
007660             OPEN INPUT GEN-DEPOSIT-FILE
007670         WHEN 7
007680             OPEN INPUT GEN-SALES-FILE
007690     END-EVALUATE.
007700     IF NOT WS-GENERATION-FILE-OK
007710         MOVE SPACES TO RESTORE-LINE
007720         STRING "*** GENERATION " BG-DATASET-NAME
007730             " CANNOT BE OPENED - STATUS " WS-GENERATION-STATUS
007740             DELIMITED BY SIZE INTO RESTORE-LINE
007750         END-STRING
007760         WRITE RESTORE-LINE
007770         DISPLAY "FILE-RESTORE: GENERATION " BG-DATASET-NAME
007780             " CANNOT BE OPENED - RUN STOPPED"
007790         SET WS-RUN-ABORTED TO TRUE
007800     END-IF.
007810 3800-EXIT.
007820     EXIT.
007830*
007840*****************************************************************
007850*    3850-CLOSE-GENERATION                                      *
007860*****************************************************************
007870 3850-CLOSE-GENERATION.
007880     EVALUATE WS-FILE-SUB
007890         WHEN 1
007900             CLOSE GEN-HISTORY-FILE
007910         WHEN 2
007920             CLOSE GEN-BALANCE-FILE
007930         WHEN 3
007940             CLOSE GEN-AR-ITEM-FILE
007950         WHEN 4
007960             CLOSE GEN-DEPT-FILE
007970         WHEN 5
007980             CLOSE GEN-ACCT-FILE
007990         WHEN 6
008000             CLOSE GEN-DEPOSIT-FILE
008010         WHEN 7
008020             CLOSE GEN-SALES-FILE
008030     END-EVALUATE.
008040 3850-EXIT.
008050     EXIT.
008060*
008070*****************************************************************
008080*    3900-READ-GENERATION                                       *
008090*        READS THE NEXT GENERATION RECORD AND HASHES IT.        *
008100*****************************************************************
008110 3900-READ-GENERATION.
008120     MOVE ZEROS TO WS-RECORD-HASH.
008130     EVALUATE WS-FILE-SUB
008140         WHEN 1
008150             READ GEN-HISTORY-FILE
008160                 AT END
008170                     SET EOF-GENERATION-FILE TO TRUE
008180             END-READ
008190         WHEN 2
008200             READ GEN-BALANCE-FILE
008210                 AT END
008220                     SET EOF-GENERATION-FILE TO TRUE
008230             END-READ
008240         WHEN 3
008250             READ GEN-AR-ITEM-FILE
008260                 AT END
008270                     SET EOF-GENERATION-FILE TO TRUE
008280             END-READ
008290         WHEN 4
008300             READ GEN-DEPT-FILE
008310                 AT END
008320                     SET EOF-GENERATION-FILE TO TRUE
008330             END-READ
008340         WHEN 5
008350             READ GEN-ACCT-FILE
008360                 AT END
008370                     SET EOF-GENERATION-FILE TO TRUE
008380             END-READ
008390         WHEN 6
008400             READ GEN-DEPOSIT-FILE
008410                 AT END
008420                     SET EOF-GENERATION-FILE TO TRUE
008430             END-READ
008440         WHEN 7
008450             READ GEN-SALES-FILE
008460                 AT END
008470                     SET EOF-GENERATION-FILE TO TRUE
008480             END-READ
008490     END-EVALUATE.
008500     IF EOF-GENERATION-FILE
008510         GO TO 3900-EXIT
008520     END-IF.
008530     IF NOT WS-GENERATION-FILE-OK
008540         MOVE SPACES TO RESTORE-LINE
008550         STRING "*** GENERATION " BG-DATASET-NAME
008560             " CANNOT BE READ - STATUS " WS-GENERATION-STATUS
008570             DELIMITED BY SIZE INTO RESTORE-LINE
008580         END-STRING
008590         WRITE RESTORE-LINE
008600         DISPLAY "FILE-RESTORE: GENERATION " BG-DATASET-NAME
008610             " CANNOT BE READ - RUN STOPPED"
008620         SET WS-RUN-ABORTED TO TRUE
008630         SET EOF-GENERATION-FILE TO TRUE
008640         GO TO 3900-EXIT
008650     END-IF.
008660     PERFORM 3950-HASH-ONE-RECORD THRU 3950-EXIT.
008670 3900-EXIT.
008680     EXIT.
008690*
008700*****************************************************************
008710*    3950-HASH-ONE-RECORD                                       *
008720*        THE SAME HASH FILE-BACKUP TOOK - SEE BKUPCAT.CPY.      *
008730*****************************************************************
008740 3950-HASH-ONE-RECORD.
008750     EVALUATE WS-FILE-SUB
008760         WHEN 1
008770             ADD SH-MONTHLY-TOTAL SH-ADJUSTMENT-TOTAL TO
008780                 WS-RECORD-HASH
008790         WHEN 2
008800             ADD GB-BEGIN-BALANCE GB-DEBIT-TOTAL GB-CREDIT-TOTAL
008810                 TO WS-RECORD-HASH
008820         WHEN 3
008830             ADD AI-AMOUNT TO WS-RECORD-HASH
008840         WHEN 4
008850             IF DM-EFFECTIVE-DATE NUMERIC
008860                 ADD DM-EFFECTIVE-DATE TO WS-RECORD-HASH
008870             END-IF
008880             IF DM-EXPIRY-DATE NUMERIC
008890                 ADD DM-EXPIRY-DATE TO WS-RECORD-HASH
008900             END-IF
008910         WHEN 5
008920             PERFORM 3960-HASH-ACCOUNT-RECORD THRU 3960-EXIT
008930         WHEN 6
008940             ADD DI-EXPECTED-AMOUNT TO WS-RECORD-HASH
008950         WHEN 7
008960             IF SR-AMOUNT NUMERIC
008970                 ADD SR-AMOUNT TO WS-RECORD-HASH
008980             END-IF
008990     END-EVALUATE.
009000 3950-EXIT.
009010     EXIT.
009020*
009030*****************************************************************
009040*    3960-HASH-ACCOUNT-RECORD                                   *
009050*****************************************************************
009060 3960-HASH-ACCOUNT-RECORD.
009070     IF AM-CONTROL-RECORD
009080         IF AM-CASH-ACCOUNT NUMERIC
009090             ADD AM-CASH-ACCOUNT TO WS-RECORD-HASH
009100         END-IF
009110         IF AM-TAX-ACCOUNT NUMERIC
009120             ADD AM-TAX-ACCOUNT TO WS-RECORD-HASH
009130         END-IF
009140         IF AM-AP-ACCOUNT NUMERIC
009150             ADD AM-AP-ACCOUNT TO WS-RECORD-HASH
009160         END-IF
009170         IF AM-AR-ACCOUNT NUMERIC
009180             ADD AM-AR-ACCOUNT TO WS-RECORD-HASH
009190         END-IF
009200         IF AM-ALLOWANCE-ACCOUNT NUMERIC
009210             ADD AM-ALLOWANCE-ACCOUNT TO WS-RECORD-HASH
009220         END-IF
009230         IF AM-FINCHG-ACCOUNT NUMERIC
009240             ADD AM-FINCHG-ACCOUNT TO WS-RECORD-HASH
009250         END-IF
009260     ELSE
009270         IF AM-SALES-ACCOUNT NUMERIC
009280             ADD AM-SALES-ACCOUNT TO WS-RECORD-HASH
009290         END-IF
009300     END-IF.
009310 3960-EXIT.
009320     EXIT.
009330*
009340*****************************************************************
009350*    4000-RESTORE-FILE                                          *
009360*        SECOND PASS - REWRITES THE LIVE FILE FROM THE VERIFIED *
009370*        GENERATION.  THE KEYED FILES ARE RELOADED IN THE KEY   *
009380*        ORDER THEY WERE UNLOADED IN.                           *
009390*****************************************************************
009400 4000-RESTORE-FILE.
009410     IF WS-RUN-ABORTED
009420         GO TO 4000-EXIT
009430     END-IF.
009440     MOVE ZERO TO WS-RESTORED-COUNT.
009450     MOVE 'N' TO WS-GENERATION-EOF-SW.
009460     PERFORM 3800-OPEN-GENERATION THRU 3800-EXIT.
009470     IF WS-RUN-ABORTED
009480         GO TO 4000-EXIT
009490     END-IF.
009500     PERFORM 4800-OPEN-TARGET THRU 4800-EXIT.
009510     IF NOT WS-TARGET-FILE-OK
009520         PERFORM 3850-CLOSE-GENERATION THRU 3850-EXIT
009530         MOVE SPACES TO RESTORE-LINE
009540         STRING "*** LIVE FILE " RT-FILE-ID
009550             " CANNOT BE OPENED FOR OUTPUT - STATUS "
009560             WS-TARGET-STATUS
009570             DELIMITED BY SIZE INTO RESTORE-LINE
009580         END-STRING
009590         WRITE RESTORE-LINE
009600         DISPLAY "FILE-RESTORE: " RT-FILE-ID
009610             " CANNOT BE OPENED - RUN STOPPED"
009620         SET WS-RUN-ABORTED TO TRUE
009630         GO TO 4000-EXIT
009640     END-IF.
009650     SET WS-RESTORE-STARTED TO TRUE.
009660     PERFORM 4050-RESTORE-ONE-RECORD THRU 4050-EXIT
009670         UNTIL EOF-GENERATION-FILE.
009680     PERFORM 3850-CLOSE-GENERATION THRU 3850-EXIT.
009690     PERFORM 4850-CLOSE-TARGET THRU 4850-EXIT.
009700     IF WS-RUN-ABORTED
009710         GO TO 4000-EXIT
009720     END-IF.
009730     IF WS-RESTORED-COUNT NOT = BG-RECORD-COUNT
009740         MOVE "*** RECORDS WRITTEN DO NOT AGREE WITH THE CATALOG"
009750             TO RESTORE-LINE
009760         WRITE RESTORE-LINE
009770         DISPLAY "FILE-RESTORE: RESTORE COUNT DOES NOT AGREE - "
009780             "RUN STOPPED"
009790         SET WS-RUN-ABORTED TO TRUE
009800         GO TO 4000-EXIT
009810     END-IF.
009820     MOVE WS-RESTORED-COUNT TO WS-RECORDS-ED.
009830     MOVE SPACES TO RESTORE-LINE.
009840     STRING RT-FILE-ID DELIMITED BY SPACE
009850         " RESTORED FROM " DELIMITED BY SIZE
009860         BG-DATASET-NAME DELIMITED BY SPACE
009870         " - RECORDS WRITTEN: " WS-RECORDS-ED DELIMITED BY SIZE
009880         INTO RESTORE-LINE
009890     END-STRING.
009900     WRITE RESTORE-LINE.
009910 4000-EXIT.
009920     EXIT.
009930*
009940*****************************************************************
009950*    4050-RESTORE-ONE-RECORD                                    *
009960*****************************************************************
009970 4050-RESTORE-ONE-RECORD.
009980     PERFORM 3900-READ-GENERATION THRU 3900-EXIT.
009990     IF EOF-GENERATION-FILE
010000         GO TO 4050-EXIT
010010     END-IF.
010020     PERFORM 4900-WRITE-TARGET THRU 4900-EXIT.
010030     IF NOT WS-TARGET-FILE-OK
010040         MOVE SPACES TO RESTORE-LINE
010050         STRING "*** LIVE FILE " RT-FILE-ID
010060             " CANNOT BE WRITTEN - STATUS " WS-TARGET-STATUS
010070             DELIMITED BY SIZE INTO RESTORE-LINE
010080         END-STRING
010090         WRITE RESTORE-LINE
010100         DISPLAY "FILE-RESTORE: " RT-FILE-ID
010110             " CANNOT BE WRITTEN - RUN STOPPED"
010120         SET WS-RUN-ABORTED TO TRUE
010130         SET EOF-GENERATION-FILE TO TRUE
010140         GO TO 4050-EXIT
010150     END-IF.
010160     ADD 1 TO WS-RESTORED-COUNT.
010170 4050-EXIT.
010180     EXIT.
010190*
010200*****************************************************************
010210*    4500-STAMP-CATALOG                                         *
010220*        THE FILE IS BACK BY NOW, SO A CATALOG THAT CANNOT BE   *
010230*        STAMPED IS REPORTED BUT DOES NOT STOP THE RUN.         *
010240*****************************************************************
010250 4500-STAMP-CATALOG.
010260     IF WS-RUN-ABORTED
010270         GO TO 4500-EXIT
010280     END-IF.
010290     MOVE RT-FILE-ID TO BG-FILE-ID.
010300     MOVE RT-GENERATION-DATE TO BG-GENERATION-DATE.
010310     READ BACKUP-CATALOG-FILE
010320         KEY IS BG-KEY
010330         INVALID KEY
010340             CONTINUE
010350     END-READ.
010360     IF WS-CATALOG-STATUS-OK
010370         MOVE WS-RUN-DATE TO BG-LAST-RESTORED-DATE
010380         REWRITE BACKUP-CATALOG-RECORD
010390     END-IF.
010400     IF NOT WS-CATALOG-STATUS-OK
010410         MOVE SPACES TO RESTORE-LINE
010420         STRING "*** CATALOG ENTRY NOT STAMPED WITH THE "
010430             "RESTORE - STATUS " WS-CATALOG-STATUS
010440             DELIMITED BY SIZE INTO RESTORE-LINE
010450         END-STRING
010460         WRITE RESTORE-LINE
010470     END-IF.
010480 4500-EXIT.
010490     EXIT.
010500*
010510*****************************************************************
010520*    4800-OPEN-TARGET                                           *
010530*****************************************************************
010540 4800-OPEN-TARGET.
010550     EVALUATE WS-FILE-SUB
010560         WHEN 1
010570             OPEN OUTPUT RESTORE-HISTORY-FILE
010580         WHEN 2
010590             OPEN OUTPUT RESTORE-BALANCE-FILE
010600         WHEN 3
010610             OPEN OUTPUT RESTORE-AR-ITEM-FILE
010620         WHEN 4
010630             OPEN OUTPUT RESTORE-DEPT-FILE
010640         WHEN 5
010650             OPEN OUTPUT RESTORE-ACCT-FILE
010660         WHEN 6
010670             OPEN OUTPUT RESTORE-DEPOSIT-FILE
010680         WHEN 7
010690             OPEN OUTPUT RESTORE-SALES-FILE
010700     END-EVALUATE.
010710 4800-EXIT.
010720     EXIT.
010730*
010740*****************************************************************
010750*    4850-CLOSE-TARGET                                          *
010760*****************************************************************
010770 4850-CLOSE-TARGET.
010780     EVALUATE WS-FILE-SUB
010790         WHEN 1
010800             CLOSE RESTORE-HISTORY-FILE
010810         WHEN 2
010820             CLOSE RESTORE-BALANCE-FILE
010830         WHEN 3
010840             CLOSE RESTORE-AR-ITEM-FILE
010850         WHEN 4
010860             CLOSE RESTORE-DEPT-FILE
010870         WHEN 5
010880             CLOSE RESTORE-ACCT-FILE
010890         WHEN 6
010900             CLOSE RESTORE-DEPOSIT-FILE
010910         WHEN 7
010920             CLOSE RESTORE-SALES-FILE
010930     END-EVALUATE.
010940 4850-EXIT.
010950     EXIT.
010960*
010970*****************************************************************
010980*    4900-WRITE-TARGET                                          *
010990*****************************************************************
011000 4900-WRITE-TARGET.
011010     EVALUATE WS-FILE-SUB
011020         WHEN 1
011030             WRITE RESTORE-HISTORY-RECORD
011040                 FROM SALES-HISTORY-RECORD
011050         WHEN 2
011060             WRITE RESTORE-BALANCE-RECORD FROM GL-BALANCE-RECORD
011070         WHEN 3
011080             WRITE RESTORE-AR-ITEM-RECORD FROM AR-ITEM-RECORD
011090         WHEN 4
011100             WRITE RESTORE-DEPT-RECORD
011110                 FROM DEPARTMENT-MASTER-RECORD
011120         WHEN 5
011130             WRITE RESTORE-ACCT-RECORD FROM ACCOUNT-MASTER-RECORD
011140         WHEN 6
011150             WRITE RESTORE-DEPOSIT-RECORD FROM DEPOSIT-ITEM-RECORD
011160         WHEN 7
011170             WRITE RESTORE-SALES-RECORD FROM SALES-RECORD
011180     END-EVALUATE.
011190 4900-EXIT.
011200     EXIT.
011210*
011220*****************************************************************
011230*    5000-PRINT-RECOVERY-STEPS                                  *
011240*        A GENERATION HOLDS THE FILE AS IT STOOD AT THE HEAD    *
011250*        OF ITS BUSINESS DAY'S NIGHT RUN.  A FILE THE STREAM    *
011260*        UPDATES MUST HAVE THAT NIGHT AND EVERY ONE SINCE       *
011270*        RE-RUN FROM THE STEP THAT UPDATES IT.  A MASTER THE    *
011280*        STREAM ONLY READS WAS USED AS-IS THAT NIGHT, SO ONLY   *
011290*        THE NIGHTS AFTER IT ARE RE-RUN, FROM THE FIRST STEP    *
011300*        THAT READS IT.                                         *
011310*****************************************************************
011320 5000-PRINT-RECOVERY-STEPS.
011330     IF WS-RUN-ABORTED
011340         GO TO 5000-EXIT
011350     END-IF.
011360     MOVE SPACES TO RESTORE-LINE.
011370     WRITE RESTORE-LINE.
011380     MOVE "NIGHT-STREAM STEPS TO RE-RUN" TO RESTORE-LINE.
011390     WRITE RESTORE-LINE.
011400     MOVE "----------------------------" TO RESTORE-LINE.
011410     WRITE RESTORE-LINE.
011420     MOVE WS-FIRST-STEP TO WS-STEP-NO-ED.
011430     MOVE SPACES TO RESTORE-LINE.
011440     IF WS-UPDATE-STEP = 0
011450         STRING RT-FILE-ID DELIMITED BY SPACE
011460             " IS ONLY READ, FIRST BY STEP " WS-STEP-NO-ED " ("
011470             DELIMITED BY SIZE
011480             WS-STEP-NAME (WS-FIRST-STEP) DELIMITED BY SPACE
011490             ").  NIGHTS AFTER " WS-GENERATION-DATE-ED
011500             " ARE RE-RUN FROM THAT STEP." DELIMITED BY SIZE
011510             INTO RESTORE-LINE
011520         END-STRING
011530     ELSE
011540         STRING RT-FILE-ID DELIMITED BY SPACE
011550             " IS UPDATED BY STEP " WS-STEP-NO-ED " ("
011560             DELIMITED BY SIZE
011570             WS-STEP-NAME (WS-FIRST-STEP) DELIMITED BY SPACE
011580             ").  NIGHTS FROM " WS-GENERATION-DATE-ED
011590             " ON ARE RE-RUN FROM THAT STEP." DELIMITED BY SIZE
011600             INTO RESTORE-LINE
011610         END-STRING
011620     END-IF.
011630     WRITE RESTORE-LINE.
011640     OPEN INPUT STREAM-FILE.
011650     IF NOT WS-STREAM-STATUS-OK
011660         MOVE SPACES TO RESTORE-LINE
011670         STRING "*** STREAM STATUS FILE (STREAM) CANNOT BE "
011680             "READ - STATUS " WS-STREAM-STATUS
011690             DELIMITED BY SIZE INTO RESTORE-LINE
011700         END-STRING
011710         WRITE RESTORE-LINE
011720         MOVE SPACES TO RESTORE-LINE
011730         STRING "*** TAKE THE NIGHTS TO RE-RUN FROM "
011740             "STREAM-CONTROL'S MORNING REPORTS."
011750             DELIMITED BY SIZE INTO RESTORE-LINE
011760         END-STRING
011770         WRITE RESTORE-LINE
011780         GO TO 5000-EXIT
011790     END-IF.
011800     PERFORM 5100-COLLECT-RERUN-DAYS THRU 5100-EXIT.
011810     IF WS-DAY-COUNT = 0
011820         MOVE SPACES TO RESTORE-LINE
011830         STRING "THE NIGHT STREAM HAS NOT RUN ON THIS FILE "
011840             "SINCE - NOTHING TO RE-RUN."
011850             DELIMITED BY SIZE INTO RESTORE-LINE
011860         END-STRING
011870         WRITE RESTORE-LINE
011880         CLOSE STREAM-FILE
011890         GO TO 5000-EXIT
011900     END-IF.
011910     PERFORM 5200-LIST-OTHER-FILES THRU 5200-EXIT.
011920     IF WS-FIRST-STEP NOT > WS-INVENTORY-POST-STEP
011930         MOVE SPACES TO RESTORE-LINE
011940         WRITE RESTORE-LINE
011950         MOVE SPACES TO RESTORE-LINE
011960         STRING "*** STOCKMST IS UPDATED BY INVENTORY-POST BUT "
011970             "IS NOT IN THE BACKUP SET."
011980             DELIMITED BY SIZE INTO RESTORE-LINE
011990         END-STRING
012000         WRITE RESTORE-LINE
012010         MOVE SPACES TO RESTORE-LINE
012020         STRING "*** CHECK ON-HAND QUANTITIES BEFORE "
012030             "INVENTORY-POST IS RE-RUN, OR THE NIGHT'S "
012040             "MOVEMENT POSTS TWICE."
012050             DELIMITED BY SIZE INTO RESTORE-LINE
012060         END-STRING
012070         WRITE RESTORE-LINE
012080     END-IF.
012090     PERFORM 5400-PRINT-ONE-DAY THRU 5400-EXIT
012100         VARYING WS-DAY-SUB FROM 1 BY 1
012110         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
012120     CLOSE STREAM-FILE.
012130 5000-EXIT.
012140     EXIT.
012150*
012160*****************************************************************
012170*    5100-COLLECT-RERUN-DAYS                                    *
012180*****************************************************************
012190 5100-COLLECT-RERUN-DAYS.
012200     MOVE ZERO TO WS-DAY-COUNT.
012210     MOVE ZEROS TO WS-LAST-DAY.
012220     MOVE 'N' TO WS-STREAM-EOF-SW.
012230     MOVE RT-GENERATION-DATE TO SS-RUN-DATE.
012240     MOVE ZEROS TO SS-STEP-NO.
012250     START STREAM-FILE
012260         KEY IS NOT LESS THAN SS-KEY
012270         INVALID KEY
012280             SET EOF-STREAM-SCAN TO TRUE
012290     END-START.
012300     PERFORM 5150-COLLECT-ONE-DAY THRU 5150-EXIT
012310         UNTIL EOF-STREAM-SCAN.
012320 5100-EXIT.
012330     EXIT.
012340*
012350*****************************************************************
012360*    5150-COLLECT-ONE-DAY                                       *
012370*****************************************************************
012380 5150-COLLECT-ONE-DAY.
012390     READ STREAM-FILE NEXT RECORD
012400         AT END
012410             SET EOF-STREAM-SCAN TO TRUE
012420             GO TO 5150-EXIT
012430     END-READ.
012440     IF SS-RUN-DATE = WS-LAST-DAY
012450         GO TO 5150-EXIT
012460     END-IF.
012470     MOVE SS-RUN-DATE TO WS-LAST-DAY.
012480     IF WS-UPDATE-STEP = 0
012490         AND SS-RUN-DATE = RT-GENERATION-DATE
012500         GO TO 5150-EXIT
012510     END-IF.
012520     IF WS-DAY-COUNT >= 100
012530         SET EOF-STREAM-SCAN TO TRUE
012540         GO TO 5150-EXIT
012550     END-IF.
012560     ADD 1 TO WS-DAY-COUNT.
012570     MOVE SS-RUN-DATE TO WS-RERUN-DAY (WS-DAY-COUNT).
012580 5150-EXIT.
012590     EXIT.
012600*
012610*****************************************************************
012620*    5200-LIST-OTHER-FILES                                      *
012630*        THE RE-RUN STEPS UPDATE THESE FILES AGAIN, SO EACH     *
012640*        MUST GO BACK TO ITS GENERATION FOR THE FIRST NIGHT     *
012650*        RE-RUN BEFORE ANY STEP IS RE-RUN.                      *
012660*****************************************************************
012670 5200-LIST-OTHER-FILES.
012680     MOVE WS-RERUN-DAY (1) TO WS-DAY-ED.
012690     MOVE SPACES TO RESTORE-LINE.
012700     WRITE RESTORE-LINE.
012710     MOVE SPACES TO RESTORE-LINE.
012720     STRING "RESTORE THESE FILES TO THEIR " WS-DAY-ED
012730         " GENERATION AS WELL BEFORE ANY STEP IS RE-RUN:"
012740         DELIMITED BY SIZE INTO RESTORE-LINE
012750     END-STRING.
012760     WRITE RESTORE-LINE.
012770     MOVE ZERO TO WS-OTHER-FILE-COUNT.
012780     PERFORM 5250-LIST-ONE-OTHER-FILE THRU 5250-EXIT
012790         VARYING WS-TBL-SUB FROM 1 BY 1
012800         UNTIL WS-TBL-SUB > WS-FILE-COUNT.
012810     IF WS-OTHER-FILE-COUNT = 0
012820         MOVE "    (NONE)" TO RESTORE-LINE
012830         WRITE RESTORE-LINE
012840     END-IF.
012850 5200-EXIT.
012860     EXIT.
012870*
012880*****************************************************************
012890*    5250-LIST-ONE-OTHER-FILE                                   *
012900*****************************************************************
012910 5250-LIST-ONE-OTHER-FILE.
012920     IF WS-TBL-SUB = WS-FILE-SUB
012930         OR WS-TBL-UPDATE-STEP (WS-TBL-SUB) = 0
012940         OR WS-TBL-UPDATE-STEP (WS-TBL-SUB) < WS-FIRST-STEP
012950         GO TO 5250-EXIT
012960     END-IF.
012970     ADD 1 TO WS-OTHER-FILE-COUNT.
012980     MOVE WS-TBL-FILE-ID (WS-TBL-SUB) TO BG-FILE-ID.
012990     MOVE WS-RERUN-DAY (1) TO BG-GENERATION-DATE.
013000     READ BACKUP-CATALOG-FILE
013010         KEY IS BG-KEY
013020         INVALID KEY
013030             CONTINUE
013040     END-READ.
013050     MOVE SPACES TO WS-OTHER-DESC.
013060     IF WS-CATALOG-STATUS-OK AND BG-GENERATION-KEPT
013070         STRING "ON CATALOG - " BG-DATASET-NAME
013080             DELIMITED BY SIZE INTO WS-OTHER-DESC
013090         END-STRING
013100     ELSE
013110         MOVE "*** NO KEPT GENERATION - REBUILD BY HAND" TO
013120             WS-OTHER-DESC
013130     END-IF.
013140     MOVE WS-TBL-UPDATE-STEP (WS-TBL-SUB) TO WS-OTHER-STEP-ED.
013150     MOVE SPACES TO RESTORE-LINE.
013160     STRING "    " WS-TBL-FILE-ID (WS-TBL-SUB)
013170         "  UPDATED BY STEP "
013180         WS-OTHER-STEP-ED " "
013190         WS-STEP-NAME (WS-TBL-UPDATE-STEP (WS-TBL-SUB)) "  "
013200         WS-OTHER-DESC
013210         DELIMITED BY SIZE INTO RESTORE-LINE
013220     END-STRING.
013230     WRITE RESTORE-LINE.
013240 5250-EXIT.
013250     EXIT.
013260*
013270*****************************************************************
013280*    5400-PRINT-ONE-DAY                                         *
013290*****************************************************************
013300 5400-PRINT-ONE-DAY.
013310     MOVE WS-RERUN-DAY (WS-DAY-SUB) TO WS-DAY-ED.
013320     MOVE SPACES TO RESTORE-LINE.
013330     WRITE RESTORE-LINE.
013340     MOVE SPACES TO RESTORE-LINE.
013350     STRING "BUSINESS DAY " WS-DAY-ED
013360         DELIMITED BY SIZE INTO RESTORE-LINE
013370     END-STRING.
013380     WRITE RESTORE-LINE.
013390     MOVE SPACES TO RESTORE-LINE.
013400     STRING "  STEP  NAME            LAST RECORDED  ACTION"
013410         DELIMITED BY SIZE INTO RESTORE-LINE
013420     END-STRING.
013430     WRITE RESTORE-LINE.
013440     MOVE SPACES TO RESTORE-LINE.
013450     STRING "  ----  --------------  -------------  "
013460         "------------------------------------"
013470         DELIMITED BY SIZE INTO RESTORE-LINE
013480     END-STRING.
013490     WRITE RESTORE-LINE.
013500     PERFORM 5450-PRINT-ONE-STEP THRU 5450-EXIT
013510         VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
013520         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
013530 5400-EXIT.
013540     EXIT.
013550*
013560*****************************************************************
013570*    5450-PRINT-ONE-STEP                                        *
013580*        WHAT STREAM-CONTROL LAST RECORDED DECIDES HOW THE STEP *
013590*        IS LAUNCHED AGAIN - A COMPLETED STEP NEEDS THE 'O'     *
013600*        OVERRIDE ON ITS CONTROL CARD.                          *
013610*****************************************************************
013620 5450-PRINT-ONE-STEP.
013630     MOVE WS-RERUN-DAY (WS-DAY-SUB) TO SS-RUN-DATE.
013640     MOVE WS-STEP-SUB TO SS-STEP-NO.
013650     READ STREAM-FILE
013660         KEY IS SS-KEY
013670         INVALID KEY
013680             CONTINUE
013690     END-READ.
013700     EVALUATE TRUE
013710         WHEN NOT WS-STREAM-STATUS-OK
013720             MOVE "NOT RUN" TO WS-STATUS-DESC
013730             MOVE "RUN IN TURN" TO WS-ACTION-DESC
013740         WHEN SS-STEP-COMPLETE
013750             MOVE "COMPLETE" TO WS-STATUS-DESC
013760             MOVE "RE-RUN WITH 'O' OVERRIDE ON THE CARD" TO
013770                 WS-ACTION-DESC
013780         WHEN SS-STEP-FAILED
013790             MOVE "*** FAILED" TO WS-STATUS-DESC
013800             MOVE "RUN AGAIN" TO WS-ACTION-DESC
013810         WHEN SS-STEP-RUNNING
013820             MOVE "*** RUNNING" TO WS-STATUS-DESC
013830             MOVE "RUN AGAIN" TO WS-ACTION-DESC
013840         WHEN OTHER
013850             MOVE "*** UNKNOWN" TO WS-STATUS-DESC
013860             MOVE "RUN AGAIN" TO WS-ACTION-DESC
013870     END-EVALUATE.
013880     MOVE WS-STEP-SUB TO WS-STEP-NO-ED.
013890     MOVE SPACES TO RESTORE-LINE.
013900     STRING "    " WS-STEP-NO-ED "  " WS-STEP-NAME (WS-STEP-SUB)
013910         "  " WS-STATUS-DESC "   " WS-ACTION-DESC
013920         DELIMITED BY SIZE INTO RESTORE-LINE
013930     END-STRING.
013940     WRITE RESTORE-LINE.
013950 5450-EXIT.
013960     EXIT.
013970*
013980*****************************************************************
013990*    6000-PRINT-REPORT-TRAILER                                  *
014000*****************************************************************
014010 6000-PRINT-REPORT-TRAILER.
014020     MOVE SPACES TO RESTORE-LINE.
014030     WRITE RESTORE-LINE.
014040     MOVE SPACES TO RESTORE-LINE.
014050     STRING "RESTORE COMPLETE - " DELIMITED BY SIZE
014060         RT-FILE-ID DELIMITED BY SPACE
014070         " IS BACK AS IT STOOD AT THE HEAD OF THE "
014080         WS-GENERATION-DATE-ED " NIGHT RUN." DELIMITED BY SIZE
014090         INTO RESTORE-LINE
014100     END-STRING.
014110     WRITE RESTORE-LINE.
014120 6000-EXIT.
014130     EXIT.
014140*
014150*****************************************************************
014160*    8000-ABORT-RUN                                             *
014170*****************************************************************
014180 8000-ABORT-RUN.
014190     MOVE SPACES TO RESTORE-LINE.
014200     WRITE RESTORE-LINE.
014210     IF WS-RESTORE-STARTED
014220         MOVE SPACES TO RESTORE-LINE
014230         STRING "*** RESTORE STOPPED PART WAY - THE LIVE FILE IS "
014240             "INCOMPLETE AND MUST NOT BE USED."
014250             DELIMITED BY SIZE INTO RESTORE-LINE
014260         END-STRING
014270         WRITE RESTORE-LINE
014280         MOVE "*** FIX THE PROBLEM ABOVE AND RESTORE AGAIN." TO
014290             RESTORE-LINE
014300         WRITE RESTORE-LINE
014310     ELSE
014320         MOVE SPACES TO RESTORE-LINE
014330         STRING "*** RESTORE STOPPED - THE LIVE FILE HAS NOT "
014340             "BEEN TOUCHED."
014350             DELIMITED BY SIZE INTO RESTORE-LINE
014360         END-STRING
014370         WRITE RESTORE-LINE
014380     END-IF.
014390     MOVE 8 TO RETURN-CODE.
014400 8000-EXIT.
014410     EXIT.
014420*
014430*****************************************************************
014440*    9000-TERMINATE                                             *
014450*****************************************************************
014460 9000-TERMINATE.
014470     IF WS-CATALOG-OPEN
014480         CLOSE BACKUP-CATALOG-FILE
014490     END-IF.
014500     CLOSE RESTORE-REPORT-FILE.
014510 9000-EXIT.
014520     EXIT.
