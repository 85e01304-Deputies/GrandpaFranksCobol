000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FIN-STATEMENTS.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    FIN-STATEMENTS                                             *
000180*                                                                *
000190*    MONTHLY FINANCIAL STATEMENTS FROM THE GL BALANCE FILE      *
000200*    (GLBALS.DAT) FOR THE YEAR-MONTH ON THE CONTROL CARD        *
000210*    (FINSTCTL), SO THE BOOKKEEPER STOPS TYPING THEM UP FOR THE *
000220*    BANK.  EVERY ACCOUNT IS NAMED, TYPED AND GROUPED ONTO A    *
000230*    STATEMENT LINE BY THE CHART OF ACCOUNTS MASTER             *
000240*    (COAMST.DAT).                                              *
000250*                                                                *
000260*    THE INCOME STATEMENT SHOWS EACH REVENUE AND EXPENSE LINE   *
000270*    FOR THE MONTH, THE SAME MONTH LAST YEAR, THE YEAR TO DATE  *
000280*    AND LAST YEAR TO THE SAME MONTH, ALL FROM THE MONTHS'      *
000290*    DEBITS AND CREDITS.  THE BALANCE SHEET SHOWS EACH ASSET,   *
000300*    LIABILITY AND EQUITY LINE AS OF THE END OF THE MONTH,      *
000310*    CARRIES THE REVENUE AND EXPENSE ACCOUNTS' BALANCES INTO    *
000320*    EQUITY AS EARNINGS (THIS YEAR'S AND ANY EARLIER YEARS' NOT *
000330*    YET CLOSED), AND PROVES ASSETS EQUAL LIABILITIES PLUS      *
000340*    EQUITY.                                                    *
000350*                                                                *
000360*    AN ACCOUNT'S BALANCE IS THE BEGINNING BALANCE OF ITS FIRST *
000370*    RECORD ON FILE PLUS EVERY MONTH'S DEBITS LESS CREDITS      *
000380*    SINCE, SO A MONTH WITH NO POSTINGS - AND SO NO RECORD -    *
000390*    LOSES NOTHING.                                             *
000400*                                                                *
000410*    A CHART OF ACCOUNTS RECORD THAT CANNOT BE USED, OR A       *
000420*    GLBALS ACCOUNT NOT ON THE CHART, IS LISTED AND ENDS THE    *
000430*    RUN WITH RETURN CODE 4, AS DOES A BALANCE SHEET OUT OF     *
000440*    BALANCE.  NO CONTROL CARD, NO CHART OR NO BALANCE FILE     *
000450*    ENDS IT WITH RETURN CODE 8 AND NO STATEMENTS.              *
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
000560     SELECT STATEMENT-CONTROL-FILE
000570         ASSIGN TO FINSTCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FINSTCTL-STATUS.
000600*
000610     SELECT CHART-OF-ACCOUNTS-FILE
000620         ASSIGN TO COAMST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-COAMST-STATUS.
000650*
000660     SELECT GL-BALANCE-FILE
000670         ASSIGN TO GLBALS
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS GB-KEY
000710         FILE STATUS IS WS-BALANCE-STATUS.
000720*
000730     SELECT STATEMENT-REPORT-FILE
000740         ASSIGN TO FINSTRPT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  STATEMENT-CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY FSCARD.
000820*
000830 FD  CHART-OF-ACCOUNTS-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY COAMST.
000860*
000870 FD  GL-BALANCE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY GLBAL.
000900*
000910 FD  STATEMENT-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  STATEMENT-LINE                 PIC X(132).
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970*--------------------------------------------------------------*
000980*    SWITCHES                                                   *
000990*--------------------------------------------------------------*
001000 01  WS-SWITCHES.
001010     05  WS-FINSTCTL-STATUS      PIC X(02)   VALUE SPACES.
001020         88  WS-FINSTCTL-FILE-OK              VALUE '00'.
001030     05  WS-COAMST-STATUS        PIC X(02)   VALUE SPACES.
001040         88  WS-COAMST-FILE-OK                VALUE '00'.
001050     05  WS-COAMST-EOF-SW        PIC X(01)   VALUE 'N'.
001060         88  EOF-COAMST-FILE                  VALUE 'Y'.
001070     05  WS-BALANCE-STATUS       PIC X(02)   VALUE SPACES.
001080         88  WS-BALANCE-STATUS-OK             VALUE '00'.
001090     05  WS-BALANCE-OPEN-SW      PIC X(01)   VALUE 'N'.
001100         88  WS-BALANCE-FILE-OPEN             VALUE 'Y'.
001110     05  WS-BALANCE-EOF-SW       PIC X(01)   VALUE 'N'.
001120         88  EOF-BALANCE-FILE                 VALUE 'Y'.
001130     05  WS-COA-FOUND-SW         PIC X(01)   VALUE 'N'.
001140         88  WS-COA-FOUND                     VALUE 'Y'.
001150         88  WS-COA-NOT-FOUND                 VALUE 'N'.
001160     05  WS-UNKNOWN-FOUND-SW     PIC X(01)   VALUE 'N'.
001170         88  WS-UNKNOWN-FOUND                 VALUE 'Y'.
001180         88  WS-UNKNOWN-NOT-FOUND             VALUE 'N'.
001190     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001200         88  WS-RUN-ABORTED                   VALUE 'Y'.
001210*
001220*--------------------------------------------------------------*
001230*    CHART OF ACCOUNTS TABLE, LOADED FROM COAMST.DAT.  THE SEEN *
001240*    SWITCH IS SET ON THE ACCOUNT'S FIRST BALANCE RECORD, WHOSE *
001250*    BEGINNING BALANCE STARTS THE ACCOUNT OFF.                  *
001260*--------------------------------------------------------------*
001270 01  WS-COA-TABLE.
001280     05  WS-COA-COUNT            PIC 9(03)   COMP VALUE ZERO.
001290     05  WS-COA-ENTRY            OCCURS 500 TIMES.
001300         10  WS-COA-ACCOUNT          PIC 9(08).
001310         10  WS-COA-TYPE             PIC X(01).
001320         10  WS-COA-LINE             PIC 9(03).
001330         10  WS-COA-SEEN-SW          PIC X(01).
001340             88  WS-COA-SEEN                  VALUE 'Y'.
001350*
001360 77  WS-COA-SUB                  PIC 9(03)   COMP.
001370 77  WS-COA-FOUND-SUB            PIC 9(03)   COMP VALUE ZERO.
001380 77  WS-LOOKUP-ACCOUNT           PIC 9(08).
001390*
001400*--------------------------------------------------------------*
001410*    STATEMENT LINE TABLE, SUBSCRIPTED DIRECTLY BY THE CHART'S  *
001420*    STATEMENT LINE NUMBER SO THE LINES PRINT IN ORDER.  ALL    *
001430*    AMOUNTS ARE HELD DEBIT-POSITIVE, AS ON GLBALS, AND TURNED  *
001440*    CREDIT-POSITIVE FOR LIABILITY, EQUITY AND REVENUE LINES    *
001450*    ONLY WHEN PRINTED.                                         *
001460*--------------------------------------------------------------*
001470 01  WS-LINE-TABLE.
001480     05  WS-LINE-ENTRY           OCCURS 999 TIMES.
001490         10  WS-LINE-USED-SW         PIC X(01).
001500             88  WS-LINE-USED                 VALUE 'Y'.
001510         10  WS-LINE-TYPE            PIC X(01).
001520         10  WS-LINE-CAPTION         PIC X(30).
001530         10  WS-LINE-MONTH           PIC S9(11)V99.
001540         10  WS-LINE-PY-MONTH        PIC S9(11)V99.
001550         10  WS-LINE-YTD             PIC S9(11)V99.
001560         10  WS-LINE-PY-YTD          PIC S9(11)V99.
001570         10  WS-LINE-BALANCE         PIC S9(11)V99.
001580*
001590 77  WS-LINE-SUB                 PIC 9(03)   COMP.
001600*
001610*--------------------------------------------------------------*
001620*    GLBALS ACCOUNTS NOT ON THE CHART - LISTED ONCE EACH, AND   *
001630*    THEIR BALANCES HELD OUT OF THE STATEMENTS                  *
001640*--------------------------------------------------------------*
001650 01  WS-UNKNOWN-TABLE.
001660     05  WS-UNKNOWN-COUNT        PIC 9(03)   COMP VALUE ZERO.
001670     05  WS-UNKNOWN-ACCOUNT      PIC 9(08)   OCCURS 100 TIMES.
001680*
001690 77  WS-UNKNOWN-SUB              PIC 9(03)   COMP.
001700 77  WS-UNKNOWN-BALANCE          PIC S9(11)V99 VALUE ZEROS.
001710*
001720*--------------------------------------------------------------*
001730*    STATEMENT PERIOD - THE CARD'S MONTH AND THE SAME MONTH A   *
001740*    YEAR EARLIER, BOTH AS YYYYMM                               *
001750*--------------------------------------------------------------*
001760 77  WS-STMT-YEAR                PIC 9(04)   VALUE ZEROS.
001770 77  WS-STMT-MONTH               PIC 9(02)   VALUE ZEROS.
001780 77  WS-STMT-PERIOD              PIC 9(06)   VALUE ZEROS.
001790 77  WS-PRIOR-YEAR               PIC 9(04)   VALUE ZEROS.
001800 77  WS-PRIOR-PERIOD             PIC 9(06)   VALUE ZEROS.
001810 77  WS-REC-PERIOD               PIC 9(06).
001820 01  WS-PERIOD-ED                PIC 9999/99.
001830*
001840*--------------------------------------------------------------*
001850*    AMOUNT WORK AREAS.  WS-COL-1 THRU 4 HOLD THE LINE BEING    *
001860*    PRINTED (MONTH, SAME MONTH LAST YEAR, YEAR TO DATE, LAST   *
001870*    YEAR TO DATE); THE BALANCE SHEET USES WS-COL-1 ONLY.       *
001880*--------------------------------------------------------------*
001890 77  WS-ACTIVITY                 PIC S9(11)V99.
001900 77  WS-PRINT-TYPE               PIC X(01).
001910 77  WS-PRINT-SIGN               PIC S9(01).
001920 01  WS-PRINT-CAPTION            PIC X(30).
001930 77  WS-COL-1                    PIC S9(11)V99.
001940 77  WS-COL-2                    PIC S9(11)V99.
001950 77  WS-COL-3                    PIC S9(11)V99.
001960 77  WS-COL-4                    PIC S9(11)V99.
001970 77  WS-SECT-1                   PIC S9(11)V99.
001980 77  WS-SECT-2                   PIC S9(11)V99.
001990 77  WS-SECT-3                   PIC S9(11)V99.
002000 77  WS-SECT-4                   PIC S9(11)V99.
002010 77  WS-REV-1                    PIC S9(11)V99 VALUE ZEROS.
002020 77  WS-REV-2                    PIC S9(11)V99 VALUE ZEROS.
002030 77  WS-REV-3                    PIC S9(11)V99 VALUE ZEROS.
002040 77  WS-REV-4                    PIC S9(11)V99 VALUE ZEROS.
002050 77  WS-NET-INCOME-YTD           PIC S9(11)V99 VALUE ZEROS.
002060*
002070 77  WS-TOTAL-ASSETS             PIC S9(11)V99 VALUE ZEROS.
002080 77  WS-TOTAL-LIABILITIES        PIC S9(11)V99 VALUE ZEROS.
002090 77  WS-TOTAL-EQUITY             PIC S9(11)V99 VALUE ZEROS.
002100 77  WS-TOTAL-LIAB-EQUITY        PIC S9(11)V99 VALUE ZEROS.
002110 77  WS-EARNINGS-BALANCE         PIC S9(11)V99 VALUE ZEROS.
002120 77  WS-PRIOR-EARNINGS           PIC S9(11)V99 VALUE ZEROS.
002130 77  WS-OUT-OF-BALANCE           PIC S9(11)V99 VALUE ZEROS.
002140*
002150*--------------------------------------------------------------*
002160*    COUNTERS                                                   *
002170*--------------------------------------------------------------*
002180 77  WS-COA-REJECTS              PIC 9(05)   COMP VALUE ZERO.
002190 77  WS-COA-REJECTS-ED           PIC ZZZZ9.
002200 77  WS-COA-COUNT-ED             PIC ZZZZ9.
002210 77  WS-BALANCES-READ            PIC 9(07)   COMP VALUE ZERO.
002220 77  WS-BALANCES-READ-ED         PIC ZZZZZZ9.
002230 77  WS-UNKNOWN-COUNT-ED         PIC ZZZZ9.
002240 77  WS-REJECT-REASON            PIC X(30).
002250*
002260 01  WS-RUN-DATE                 PIC 9(08).
002270 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002280*
002290*--------------------------------------------------------------*
002300*    EDITED DISPLAY FIELDS                                      *
002310*--------------------------------------------------------------*
002320 01  WS-EDIT-FIELDS.
002330     05  WS-COL-1-ED             PIC $--,---,---,--9.99.
002340     05  WS-COL-2-ED             PIC $--,---,---,--9.99.
002350     05  WS-COL-3-ED             PIC $--,---,---,--9.99.
002360     05  WS-COL-4-ED             PIC $--,---,---,--9.99.
002370     05  WS-AMOUNT-ED            PIC $--,---,---,--9.99.
002380     05  WS-ACCOUNT-ED           PIC 9(08).
002390*
002400 PROCEDURE DIVISION.
002410*****************************************************************
002420*    0000-MAINLINE                                              *
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     IF WS-RUN-ABORTED
002470         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
002480         PERFORM 9000-TERMINATE THRU 9000-EXIT
002490         STOP RUN
002500     END-IF.
002510     PERFORM 2000-READ-ONE-BALANCE THRU 2000-EXIT
002520         UNTIL EOF-BALANCE-FILE.
002530     PERFORM 3000-PRINT-INCOME-STATEMENT THRU 3000-EXIT.
002540     PERFORM 4000-PRINT-BALANCE-SHEET THRU 4000-EXIT.
002550     PERFORM 5000-PRINT-RUN-SUMMARY THRU 5000-EXIT.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     STOP RUN.
002580 0000-MAINLINE-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620*    1000-INITIALIZE                                            *
002630*****************************************************************
002640 1000-INITIALIZE.
002650     OPEN OUTPUT STATEMENT-REPORT-FILE.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002680     INITIALIZE WS-LINE-TABLE.
002690     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002700     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
002710     IF WS-RUN-ABORTED
002720         GO TO 1000-EXIT
002730     END-IF.
002740     PERFORM 1500-LOAD-CHART THRU 1500-EXIT.
002750     IF WS-RUN-ABORTED
002760         GO TO 1000-EXIT
002770     END-IF.
002780     OPEN INPUT GL-BALANCE-FILE.
002790     IF NOT WS-BALANCE-STATUS-OK
002800         MOVE "*** GL BALANCE FILE (GLBALS) IS MISSING" TO
002810             STATEMENT-LINE
002820         WRITE STATEMENT-LINE
002830         DISPLAY "FIN-STATEMENTS: NO GLBALS FILE - RUN STOPPED"
002840         SET WS-RUN-ABORTED TO TRUE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     SET WS-BALANCE-FILE-OPEN TO TRUE.
002880 1000-EXIT.
002890     EXIT.
002900*
002910*****************************************************************
002920*    1100-WRITE-REPORT-HEADING                                  *
002930*****************************************************************
002940 1100-WRITE-REPORT-HEADING.
002950     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO STATEMENT-LINE.
002960     WRITE STATEMENT-LINE.
002970     MOVE "MONTHLY FINANCIAL STATEMENTS" TO STATEMENT-LINE.
002980     WRITE STATEMENT-LINE.
002990     MOVE SPACES TO STATEMENT-LINE.
003000     STRING "RUN DATE: " WS-RUN-DATE-ED
003010         DELIMITED BY SIZE INTO STATEMENT-LINE
003020     END-STRING.
003030     WRITE STATEMENT-LINE.
003040 1100-EXIT.
003050     EXIT.
003060*
003070*****************************************************************
003080*    1200-READ-CONTROL-CARD                                     *
003090*        READS AND EDITS THE ONE CONTROL CARD AND SETS UP THE   *
003100*        STATEMENT MONTH AND THE SAME MONTH A YEAR EARLIER.     *
003110*****************************************************************
003120 1200-READ-CONTROL-CARD.
003130     OPEN INPUT STATEMENT-CONTROL-FILE.
003140     IF NOT WS-FINSTCTL-FILE-OK
003150         MOVE "*** STATEMENT CONTROL CARD (FINSTCTL) IS MISSING"
003160             TO STATEMENT-LINE
003170         WRITE STATEMENT-LINE
003180         DISPLAY "FIN-STATEMENTS: NO CONTROL CARD - RUN STOPPED"
003190         SET WS-RUN-ABORTED TO TRUE
003200         GO TO 1200-EXIT
003210     END-IF.
003220     READ STATEMENT-CONTROL-FILE INTO FIN-STATEMENT-CARD
003230         AT END
003240             MOVE ZEROS TO FS-YEAR
003250                           FS-MONTH
003260     END-READ.
003270     CLOSE STATEMENT-CONTROL-FILE.
003280     IF FS-YEAR NOT NUMERIC
003290         OR FS-MONTH NOT NUMERIC
003300         OR FS-YEAR < 1900 OR FS-YEAR > 2099
003310         OR FS-MONTH < 1 OR FS-MONTH > 12
003320         MOVE "*** CONTROL CARD YEAR-MONTH NOT VALID" TO
003330             STATEMENT-LINE
003340         WRITE STATEMENT-LINE
003350         DISPLAY "FIN-STATEMENTS: BAD YEAR-MONTH - RUN STOPPED"
003360         SET WS-RUN-ABORTED TO TRUE
003370         GO TO 1200-EXIT
003380     END-IF.
003390     MOVE FS-YEAR TO WS-STMT-YEAR.
003400     MOVE FS-MONTH TO WS-STMT-MONTH.
003410     COMPUTE WS-STMT-PERIOD = WS-STMT-YEAR * 100 + WS-STMT-MONTH.
003420     SUBTRACT 1 FROM WS-STMT-YEAR GIVING WS-PRIOR-YEAR.
003430     COMPUTE WS-PRIOR-PERIOD =
003440         WS-PRIOR-YEAR * 100 + WS-STMT-MONTH.
003450     MOVE WS-STMT-PERIOD TO WS-PERIOD-ED.
003460     MOVE SPACES TO STATEMENT-LINE.
003470     STRING "FOR THE MONTH ENDED: " WS-PERIOD-ED
003480         DELIMITED BY SIZE INTO STATEMENT-LINE
003490     END-STRING.
003500     WRITE STATEMENT-LINE.
003510     MOVE SPACES TO STATEMENT-LINE.
003520     WRITE STATEMENT-LINE.
003530 1200-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570*    1500-LOAD-CHART                                            *
003580*        LOADS THE CHART OF ACCOUNTS.  A RECORD THAT CANNOT BE  *
003590*        USED IS LISTED AND LEFT OUT, SO ITS ACCOUNT SHOWS UP   *
003600*        AGAIN AS NOT ON THE CHART; A CHART TOO BIG FOR THE     *
003610*        TABLE STOPS THE RUN, SINCE THE STATEMENTS WOULD        *
003620*        SILENTLY LEAVE ACCOUNTS OUT.                           *
003630*****************************************************************
003640 1500-LOAD-CHART.
003650     OPEN INPUT CHART-OF-ACCOUNTS-FILE.
003660     IF NOT WS-COAMST-FILE-OK
003670         MOVE "*** CHART OF ACCOUNTS FILE (COAMST) IS MISSING" TO
003680             STATEMENT-LINE
003690         WRITE STATEMENT-LINE
003700         DISPLAY "FIN-STATEMENTS: NO CHART - RUN STOPPED"
003710         SET WS-RUN-ABORTED TO TRUE
003720         GO TO 1500-EXIT
003730     END-IF.
003740     PERFORM 1550-LOAD-ONE-ACCOUNT THRU 1550-EXIT
003750         UNTIL EOF-COAMST-FILE.
003760     CLOSE CHART-OF-ACCOUNTS-FILE.
003770     IF WS-COA-REJECTS > 0
003780         MOVE SPACES TO STATEMENT-LINE
003790         WRITE STATEMENT-LINE
003800     END-IF.
003810 1500-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*    1550-LOAD-ONE-ACCOUNT                                      *
003860*        EDITS ONE CHART RECORD: A NUMERIC ACCOUNT NOT ALREADY  *
003870*        ON FILE, A KNOWN TYPE, A STATEMENT LINE FROM 1 TO 999, *
003880*        AND THE SAME TYPE AS ANY ACCOUNT ALREADY ON THAT LINE. *
003890*        THE FIRST ACCOUNT ON A LINE GIVES THE LINE ITS         *
003900*        CAPTION.                                               *
003910*****************************************************************
003920 1550-LOAD-ONE-ACCOUNT.
003930     READ CHART-OF-ACCOUNTS-FILE INTO CHART-OF-ACCOUNTS-RECORD
003940         AT END
003950             SET EOF-COAMST-FILE TO TRUE
003960             GO TO 1550-EXIT
003970     END-READ.
003980     MOVE SPACES TO WS-REJECT-REASON.
003990     IF CA-ACCOUNT NOT NUMERIC OR CA-ACCOUNT = 0
004000         MOVE "ACCOUNT NUMBER NOT VALID" TO WS-REJECT-REASON
004010         PERFORM 1600-REJECT-ACCOUNT THRU 1600-EXIT
004020         GO TO 1550-EXIT
004030     END-IF.
004040     IF NOT CA-TYPE-VALID
004050         MOVE "ACCOUNT TYPE NOT A/L/E/R/X" TO WS-REJECT-REASON
004060         PERFORM 1600-REJECT-ACCOUNT THRU 1600-EXIT
004070         GO TO 1550-EXIT
004080     END-IF.
004090     IF CA-STATEMENT-LINE NOT NUMERIC OR CA-STATEMENT-LINE = 0
004100         MOVE "STATEMENT LINE NOT 001-999" TO WS-REJECT-REASON
004110         PERFORM 1600-REJECT-ACCOUNT THRU 1600-EXIT
004120         GO TO 1550-EXIT
004130     END-IF.
004140     MOVE CA-ACCOUNT TO WS-LOOKUP-ACCOUNT.
004150     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004160     IF WS-COA-FOUND
004170         MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
004180         PERFORM 1600-REJECT-ACCOUNT THRU 1600-EXIT
004190         GO TO 1550-EXIT
004200     END-IF.
004210     MOVE CA-STATEMENT-LINE TO WS-LINE-SUB.
004220     IF WS-LINE-USED (WS-LINE-SUB)
004230         AND WS-LINE-TYPE (WS-LINE-SUB) NOT = CA-ACCOUNT-TYPE
004240         MOVE "TYPE DIFFERS FROM ITS LINE" TO WS-REJECT-REASON
004250         PERFORM 1600-REJECT-ACCOUNT THRU 1600-EXIT
004260         GO TO 1550-EXIT
004270     END-IF.
004280     IF WS-COA-COUNT >= 500
004290         MOVE "*** CHART OF ACCOUNTS EXCEEDS 500 ACCOUNTS" TO
004300             STATEMENT-LINE
004310         WRITE STATEMENT-LINE
004320         DISPLAY "FIN-STATEMENTS: CHART EXCEEDS 500 - RUN STOPPED"
004330         SET WS-RUN-ABORTED TO TRUE
004340         SET EOF-COAMST-FILE TO TRUE
004350         GO TO 1550-EXIT
004360     END-IF.
004370     ADD 1 TO WS-COA-COUNT.
004380     MOVE CA-ACCOUNT TO WS-COA-ACCOUNT (WS-COA-COUNT).
004390     MOVE CA-ACCOUNT-TYPE TO WS-COA-TYPE (WS-COA-COUNT).
004400     MOVE CA-STATEMENT-LINE TO WS-COA-LINE (WS-COA-COUNT).
004410     MOVE 'N' TO WS-COA-SEEN-SW (WS-COA-COUNT).
004420     IF NOT WS-LINE-USED (WS-LINE-SUB)
004430         SET WS-LINE-USED (WS-LINE-SUB) TO TRUE
004440         MOVE CA-ACCOUNT-TYPE TO WS-LINE-TYPE (WS-LINE-SUB)
004450         MOVE CA-LINE-CAPTION TO WS-LINE-CAPTION (WS-LINE-SUB)
004460         IF CA-LINE-CAPTION = SPACES
004470             MOVE CA-ACCOUNT-NAME TO WS-LINE-CAPTION (WS-LINE-SUB)
004480         END-IF
004490     END-IF.
004500 1550-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*    1600-REJECT-ACCOUNT                                        *
004550*****************************************************************
004560 1600-REJECT-ACCOUNT.
004570     ADD 1 TO WS-COA-REJECTS.
004580     MOVE SPACES TO STATEMENT-LINE.
004590     STRING "*** CHART RECORD LEFT OUT: " CA-ACCOUNT "  "
004600         CA-ACCOUNT-NAME "  " WS-REJECT-REASON
004610         DELIMITED BY SIZE INTO STATEMENT-LINE
004620     END-STRING.
004630     WRITE STATEMENT-LINE.
004640 1600-EXIT.
004650     EXIT.
004660*
004670*****************************************************************
004680*    2000-READ-ONE-BALANCE                                      *
004690*        THE FILE IS PERIOD-MAJOR, SO THE PASS STOPS AT THE     *
004700*        FIRST RECORD PAST THE STATEMENT MONTH.  EACH RECORD'S  *
004710*        DEBITS LESS CREDITS GO TO ITS LINE'S BALANCE AND TO    *
004720*        WHICHEVER INCOME STATEMENT COLUMNS ITS MONTH FALLS IN. *
004730*****************************************************************
004740 2000-READ-ONE-BALANCE.
004750     READ GL-BALANCE-FILE NEXT RECORD
004760         AT END
004770             SET EOF-BALANCE-FILE TO TRUE
004780             GO TO 2000-EXIT
004790     END-READ.
004800     COMPUTE WS-REC-PERIOD = GB-YEAR * 100 + GB-MONTH.
004810     IF WS-REC-PERIOD > WS-STMT-PERIOD
004820         SET EOF-BALANCE-FILE TO TRUE
004830         GO TO 2000-EXIT
004840     END-IF.
004850     ADD 1 TO WS-BALANCES-READ.
004860     COMPUTE WS-ACTIVITY = GB-DEBIT-TOTAL - GB-CREDIT-TOTAL.
004870     MOVE GB-ACCOUNT TO WS-LOOKUP-ACCOUNT.
004880     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004890     IF WS-COA-NOT-FOUND
004900         PERFORM 2300-NOTE-UNKNOWN-ACCOUNT THRU 2300-EXIT
004910         GO TO 2000-EXIT
004920     END-IF.
004930     MOVE WS-COA-LINE (WS-COA-FOUND-SUB) TO WS-LINE-SUB.
004940     IF NOT WS-COA-SEEN (WS-COA-FOUND-SUB)
004950         MOVE 'Y' TO WS-COA-SEEN-SW (WS-COA-FOUND-SUB)
004960         ADD GB-BEGIN-BALANCE TO WS-LINE-BALANCE (WS-LINE-SUB)
004970     END-IF.
004980     ADD WS-ACTIVITY TO WS-LINE-BALANCE (WS-LINE-SUB).
004990     IF WS-REC-PERIOD = WS-STMT-PERIOD
005000         ADD WS-ACTIVITY TO WS-LINE-MONTH (WS-LINE-SUB)
005010     END-IF.
005020     IF WS-REC-PERIOD = WS-PRIOR-PERIOD
005030         ADD WS-ACTIVITY TO WS-LINE-PY-MONTH (WS-LINE-SUB)
005040     END-IF.
005050     IF GB-YEAR = WS-STMT-YEAR
005060         ADD WS-ACTIVITY TO WS-LINE-YTD (WS-LINE-SUB)
005070     END-IF.
005080     IF GB-YEAR = WS-PRIOR-YEAR
005090         AND GB-MONTH NOT > WS-STMT-MONTH
005100         ADD WS-ACTIVITY TO WS-LINE-PY-YTD (WS-LINE-SUB)
005110     END-IF.
005120 2000-EXIT.
005130     EXIT.
005140*
005150*****************************************************************
005160*    2100-FIND-ACCOUNT                                          *
005170*        SEARCHES THE CHART TABLE FOR WS-LOOKUP-ACCOUNT.  ON A  *
005180*        FIND, WS-COA-FOUND-SUB POINTS AT THE MATCHING ENTRY.   *
005190*****************************************************************
005200 2100-FIND-ACCOUNT.
005210     SET WS-COA-NOT-FOUND TO TRUE.
005220     MOVE ZERO TO WS-COA-FOUND-SUB.
005230     PERFORM 2150-MATCH-ONE-ACCOUNT THRU 2150-EXIT
005240         VARYING WS-COA-SUB FROM 1 BY 1
005250         UNTIL WS-COA-SUB > WS-COA-COUNT
005260             OR WS-COA-FOUND.
005270 2100-EXIT.
005280     EXIT.
005290*
005300*****************************************************************
005310*    2150-MATCH-ONE-ACCOUNT                                     *
005320*****************************************************************
005330 2150-MATCH-ONE-ACCOUNT.
005340     IF WS-COA-ACCOUNT (WS-COA-SUB) = WS-LOOKUP-ACCOUNT
005350         SET WS-COA-FOUND TO TRUE
005360         MOVE WS-COA-SUB TO WS-COA-FOUND-SUB
005370     END-IF.
005380 2150-EXIT.
005390     EXIT.
005400*
005410*****************************************************************
005420*    2300-NOTE-UNKNOWN-ACCOUNT                                  *
005430*        A GLBALS ACCOUNT NOT ON THE CHART.  ITS BALANCE IS     *
005440*        HELD OUT OF THE STATEMENTS AND SHOWN IN THE RUN        *
005450*        SUMMARY, AND THE ACCOUNT IS LISTED THERE ONCE.         *
005460*****************************************************************
005470 2300-NOTE-UNKNOWN-ACCOUNT.
005480     SET WS-UNKNOWN-NOT-FOUND TO TRUE.
005490     PERFORM 2350-MATCH-ONE-UNKNOWN THRU 2350-EXIT
005500         VARYING WS-UNKNOWN-SUB FROM 1 BY 1
005510         UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
005520             OR WS-UNKNOWN-FOUND.
005530     IF WS-UNKNOWN-NOT-FOUND
005540         ADD GB-BEGIN-BALANCE TO WS-UNKNOWN-BALANCE
005550         IF WS-UNKNOWN-COUNT < 100
005560             ADD 1 TO WS-UNKNOWN-COUNT
005570             MOVE GB-ACCOUNT TO
005580                 WS-UNKNOWN-ACCOUNT (WS-UNKNOWN-COUNT)
005590         END-IF
005600     END-IF.
005610     ADD WS-ACTIVITY TO WS-UNKNOWN-BALANCE.
005620 2300-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*    2350-MATCH-ONE-UNKNOWN                                     *
005670*****************************************************************
005680 2350-MATCH-ONE-UNKNOWN.
005690     IF WS-UNKNOWN-ACCOUNT (WS-UNKNOWN-SUB) = GB-ACCOUNT
005700         SET WS-UNKNOWN-FOUND TO TRUE
005710     END-IF.
005720 2350-EXIT.
005730     EXIT.
005740*
005750*****************************************************************
005760*    3000-PRINT-INCOME-STATEMENT                                *
005770*        REVENUE LINES, THEN EXPENSE LINES, EACH WITH A SECTION *
005780*        TOTAL, THEN NET INCOME.  REVENUE PRINTS                *
005790*        CREDIT-POSITIVE.                                       *
005800*****************************************************************
005810 3000-PRINT-INCOME-STATEMENT.
005820     MOVE SPACES TO STATEMENT-LINE.
005830     WRITE STATEMENT-LINE.
005840     MOVE SPACES TO STATEMENT-LINE.
005850     STRING "INCOME STATEMENT FOR " WS-PERIOD-ED
005860         DELIMITED BY SIZE INTO STATEMENT-LINE
005870     END-STRING.
005880     WRITE STATEMENT-LINE.
005890     MOVE SPACES TO STATEMENT-LINE.
005900     STRING "                                          THIS MONTH"
005910         "  SAME MONTH LAST YR        YEAR TO DATE"
005920         "   LAST YEAR TO DATE"
005930         DELIMITED BY SIZE INTO STATEMENT-LINE
005940     END-STRING.
005950     WRITE STATEMENT-LINE.
005960     MOVE SPACES TO STATEMENT-LINE.
005970     STRING "                                  ------------------"
005980         "  ------------------  ------------------"
005990         "  ------------------"
006000         DELIMITED BY SIZE INTO STATEMENT-LINE
006010     END-STRING.
006020     WRITE STATEMENT-LINE.
006030*
006040     MOVE "REVENUE" TO STATEMENT-LINE.
006050     WRITE STATEMENT-LINE.
006060     MOVE 'R' TO WS-PRINT-TYPE.
006070     MOVE -1 TO WS-PRINT-SIGN.
006080     PERFORM 3050-CLEAR-SECTION THRU 3050-EXIT.
006090     PERFORM 3100-PRINT-INCOME-LINE THRU 3100-EXIT
006100         VARYING WS-LINE-SUB FROM 1 BY 1
006110         UNTIL WS-LINE-SUB > 999.
006120     MOVE "TOTAL REVENUE" TO WS-PRINT-CAPTION.
006130     PERFORM 3200-PRINT-SECTION-TOTAL THRU 3200-EXIT.
006140     MOVE WS-SECT-1 TO WS-REV-1.
006150     MOVE WS-SECT-2 TO WS-REV-2.
006160     MOVE WS-SECT-3 TO WS-REV-3.
006170     MOVE WS-SECT-4 TO WS-REV-4.
006180*
006190     MOVE SPACES TO STATEMENT-LINE.
006200     WRITE STATEMENT-LINE.
006210     MOVE "EXPENSES" TO STATEMENT-LINE.
006220     WRITE STATEMENT-LINE.
006230     MOVE 'X' TO WS-PRINT-TYPE.
006240     MOVE 1 TO WS-PRINT-SIGN.
006250     PERFORM 3050-CLEAR-SECTION THRU 3050-EXIT.
006260     PERFORM 3100-PRINT-INCOME-LINE THRU 3100-EXIT
006270         VARYING WS-LINE-SUB FROM 1 BY 1
006280         UNTIL WS-LINE-SUB > 999.
006290     MOVE "TOTAL EXPENSES" TO WS-PRINT-CAPTION.
006300     PERFORM 3200-PRINT-SECTION-TOTAL THRU 3200-EXIT.
006310*
006320     MOVE SPACES TO STATEMENT-LINE.
006330     WRITE STATEMENT-LINE.
006340     COMPUTE WS-COL-1 = WS-REV-1 - WS-SECT-1.
006350     COMPUTE WS-COL-2 = WS-REV-2 - WS-SECT-2.
006360     COMPUTE WS-COL-3 = WS-REV-3 - WS-SECT-3.
006370     COMPUTE WS-COL-4 = WS-REV-4 - WS-SECT-4.
006380     MOVE WS-COL-3 TO WS-NET-INCOME-YTD.
006390     MOVE "NET INCOME" TO WS-PRINT-CAPTION.
006400     PERFORM 3900-WRITE-FOUR-COLUMNS THRU 3900-EXIT.
006410 3000-EXIT.
006420     EXIT.
006430*
006440*****************************************************************
006450*    3050-CLEAR-SECTION                                         *
006460*****************************************************************
006470 3050-CLEAR-SECTION.
006480     MOVE ZEROS TO WS-SECT-1.
006490     MOVE ZEROS TO WS-SECT-2.
006500     MOVE ZEROS TO WS-SECT-3.
006510     MOVE ZEROS TO WS-SECT-4.
006520 3050-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560*    3100-PRINT-INCOME-LINE                                     *
006570*        PRINTS ONE STATEMENT LINE OF THE TYPE IN WS-PRINT-TYPE *
006580*        AND ADDS IT TO THE SECTION TOTAL.                      *
006590*****************************************************************
006600 3100-PRINT-INCOME-LINE.
006610     IF NOT WS-LINE-USED (WS-LINE-SUB)
006620         OR WS-LINE-TYPE (WS-LINE-SUB) NOT = WS-PRINT-TYPE
006630         GO TO 3100-EXIT
006640     END-IF.
006650     COMPUTE WS-COL-1 =
006660         WS-LINE-MONTH (WS-LINE-SUB) * WS-PRINT-SIGN.
006670     COMPUTE WS-COL-2 =
006680         WS-LINE-PY-MONTH (WS-LINE-SUB) * WS-PRINT-SIGN.
006690     COMPUTE WS-COL-3 =
006700         WS-LINE-YTD (WS-LINE-SUB) * WS-PRINT-SIGN.
006710     COMPUTE WS-COL-4 =
006720         WS-LINE-PY-YTD (WS-LINE-SUB) * WS-PRINT-SIGN.
006730     ADD WS-COL-1 TO WS-SECT-1.
006740     ADD WS-COL-2 TO WS-SECT-2.
006750     ADD WS-COL-3 TO WS-SECT-3.
006760     ADD WS-COL-4 TO WS-SECT-4.
006770     MOVE SPACES TO WS-PRINT-CAPTION.
006780     STRING "  " WS-LINE-CAPTION (WS-LINE-SUB)
006790         DELIMITED BY SIZE INTO WS-PRINT-CAPTION
006800     END-STRING.
006810     PERFORM 3900-WRITE-FOUR-COLUMNS THRU 3900-EXIT.
006820 3100-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860*    3200-PRINT-SECTION-TOTAL                                   *
006870*****************************************************************
006880 3200-PRINT-SECTION-TOTAL.
006890     MOVE WS-SECT-1 TO WS-COL-1.
006900     MOVE WS-SECT-2 TO WS-COL-2.
006910     MOVE WS-SECT-3 TO WS-COL-3.
006920     MOVE WS-SECT-4 TO WS-COL-4.
006930     PERFORM 3900-WRITE-FOUR-COLUMNS THRU 3900-EXIT.
006940 3200-EXIT.
006950     EXIT.
006960*
006970*****************************************************************
006980*    3900-WRITE-FOUR-COLUMNS                                    *
006990*        WRITES WS-PRINT-CAPTION WITH THE FOUR INCOME STATEMENT *
007000*        COLUMNS.                                               *
007010*****************************************************************
007020 3900-WRITE-FOUR-COLUMNS.
007030     MOVE WS-COL-1 TO WS-COL-1-ED.
007040     MOVE WS-COL-2 TO WS-COL-2-ED.
007050     MOVE WS-COL-3 TO WS-COL-3-ED.
007060     MOVE WS-COL-4 TO WS-COL-4-ED.
007070     MOVE SPACES TO STATEMENT-LINE.
007080     STRING WS-PRINT-CAPTION "    " WS-COL-1-ED "  " WS-COL-2-ED
007090         "  " WS-COL-3-ED "  " WS-COL-4-ED
007100         DELIMITED BY SIZE INTO STATEMENT-LINE
007110     END-STRING.
007120     WRITE STATEMENT-LINE.
007130 3900-EXIT.
007140     EXIT.
007150*
007160*****************************************************************
007170*    4000-PRINT-BALANCE-SHEET                                   *
007180*        ASSETS, LIABILITIES AND EQUITY AS OF THE END OF THE    *
007190*        MONTH.  THE REVENUE AND EXPENSE ACCOUNTS' BALANCES ARE *
007200*        EARNINGS NOT YET CLOSED TO EQUITY: THIS YEAR'S SHARE   *
007210*        IS THE YEAR-TO-DATE NET INCOME AND THE REST IS EARLIER *
007220*        YEARS'.  THE PROOF LINE CLOSES THE REPORT.             *
007230*****************************************************************
007240 4000-PRINT-BALANCE-SHEET.
007250     MOVE SPACES TO STATEMENT-LINE.
007260     WRITE STATEMENT-LINE.
007270     MOVE SPACES TO STATEMENT-LINE.
007280     WRITE STATEMENT-LINE.
007290     MOVE SPACES TO STATEMENT-LINE.
007300     STRING "BALANCE SHEET AS OF THE END OF " WS-PERIOD-ED
007310         DELIMITED BY SIZE INTO STATEMENT-LINE
007320     END-STRING.
007330     WRITE STATEMENT-LINE.
007340     MOVE SPACES TO STATEMENT-LINE.
007350     WRITE STATEMENT-LINE.
007360*
007370     MOVE "ASSETS" TO STATEMENT-LINE.
007380     WRITE STATEMENT-LINE.
007390     MOVE 'A' TO WS-PRINT-TYPE.
007400     MOVE 1 TO WS-PRINT-SIGN.
007410     PERFORM 3050-CLEAR-SECTION THRU 3050-EXIT.
007420     PERFORM 4100-PRINT-BALANCE-LINE THRU 4100-EXIT
007430         VARYING WS-LINE-SUB FROM 1 BY 1
007440         UNTIL WS-LINE-SUB > 999.
007450     MOVE WS-SECT-1 TO WS-TOTAL-ASSETS.
007460     MOVE "TOTAL ASSETS" TO WS-PRINT-CAPTION.
007470     MOVE WS-TOTAL-ASSETS TO WS-COL-1.
007480     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
007490*
007500     MOVE SPACES TO STATEMENT-LINE.
007510     WRITE STATEMENT-LINE.
007520     MOVE "LIABILITIES" TO STATEMENT-LINE.
007530     WRITE STATEMENT-LINE.
007540     MOVE 'L' TO WS-PRINT-TYPE.
007550     MOVE -1 TO WS-PRINT-SIGN.
007560     PERFORM 3050-CLEAR-SECTION THRU 3050-EXIT.
007570     PERFORM 4100-PRINT-BALANCE-LINE THRU 4100-EXIT
007580         VARYING WS-LINE-SUB FROM 1 BY 1
007590         UNTIL WS-LINE-SUB > 999.
007600     MOVE WS-SECT-1 TO WS-TOTAL-LIABILITIES.
007610     MOVE "TOTAL LIABILITIES" TO WS-PRINT-CAPTION.
007620     MOVE WS-TOTAL-LIABILITIES TO WS-COL-1.
007630     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
007640*
007650     MOVE SPACES TO STATEMENT-LINE.
007660     WRITE STATEMENT-LINE.
007670     MOVE "EQUITY" TO STATEMENT-LINE.
007680     WRITE STATEMENT-LINE.
007690     MOVE 'E' TO WS-PRINT-TYPE.
007700     MOVE -1 TO WS-PRINT-SIGN.
007710     PERFORM 3050-CLEAR-SECTION THRU 3050-EXIT.
007720     PERFORM 4100-PRINT-BALANCE-LINE THRU 4100-EXIT
007730         VARYING WS-LINE-SUB FROM 1 BY 1
007740         UNTIL WS-LINE-SUB > 999.
007750     MOVE ZEROS TO WS-EARNINGS-BALANCE.
007760     PERFORM 4200-ADD-EARNINGS-LINE THRU 4200-EXIT
007770         VARYING WS-LINE-SUB FROM 1 BY 1
007780         UNTIL WS-LINE-SUB > 999.
007790     COMPUTE WS-PRIOR-EARNINGS =
007800         0 - WS-EARNINGS-BALANCE - WS-NET-INCOME-YTD.
007810     MOVE "  EARNINGS OF PRIOR YEARS" TO WS-PRINT-CAPTION.
007820     MOVE WS-PRIOR-EARNINGS TO WS-COL-1.
007830     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
007840     MOVE "  NET INCOME YEAR TO DATE" TO WS-PRINT-CAPTION.
007850     MOVE WS-NET-INCOME-YTD TO WS-COL-1.
007860     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
007870     COMPUTE WS-TOTAL-EQUITY =
007880         WS-SECT-1 + WS-PRIOR-EARNINGS + WS-NET-INCOME-YTD.
007890     MOVE "TOTAL EQUITY" TO WS-PRINT-CAPTION.
007900     MOVE WS-TOTAL-EQUITY TO WS-COL-1.
007910     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
007920*
007930     MOVE SPACES TO STATEMENT-LINE.
007940     WRITE STATEMENT-LINE.
007950     COMPUTE WS-TOTAL-LIAB-EQUITY =
007960         WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY.
007970     MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-PRINT-CAPTION.
007980     MOVE WS-TOTAL-LIAB-EQUITY TO WS-COL-1.
007990     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
008000     PERFORM 4500-PROVE-BALANCE-SHEET THRU 4500-EXIT.
008010 4000-EXIT.
008020     EXIT.
008030*
008040*****************************************************************
008050*    4100-PRINT-BALANCE-LINE                                    *
008060*        PRINTS ONE STATEMENT LINE'S MONTH-END BALANCE FOR THE  *
008070*        TYPE IN WS-PRINT-TYPE AND ADDS IT TO THE SECTION       *
008080*        TOTAL.                                                 *
008090*****************************************************************
008100 4100-PRINT-BALANCE-LINE.
008110     IF NOT WS-LINE-USED (WS-LINE-SUB)
008120         OR WS-LINE-TYPE (WS-LINE-SUB) NOT = WS-PRINT-TYPE
008130         GO TO 4100-EXIT
008140     END-IF.
008150     COMPUTE WS-COL-1 =
008160         WS-LINE-BALANCE (WS-LINE-SUB) * WS-PRINT-SIGN.
008170     ADD WS-COL-1 TO WS-SECT-1.
008180     MOVE SPACES TO WS-PRINT-CAPTION.
008190     STRING "  " WS-LINE-CAPTION (WS-LINE-SUB)
008200         DELIMITED BY SIZE INTO WS-PRINT-CAPTION
008210     END-STRING.
008220     PERFORM 4900-WRITE-ONE-COLUMN THRU 4900-EXIT.
008230 4100-EXIT.
008240     EXIT.
008250*
008260*****************************************************************
008270*    4200-ADD-EARNINGS-LINE                                     *
008280*        SUMS THE DEBIT-POSITIVE BALANCES OF THE REVENUE AND    *
008290*        EXPENSE LINES.                                         *
008300*****************************************************************
008310 4200-ADD-EARNINGS-LINE.
008320     IF NOT WS-LINE-USED (WS-LINE-SUB)
008330         GO TO 4200-EXIT
008340     END-IF.
008350     IF WS-LINE-TYPE (WS-LINE-SUB) = 'R'
008360         OR WS-LINE-TYPE (WS-LINE-SUB) = 'X'
008370         ADD WS-LINE-BALANCE (WS-LINE-SUB) TO WS-EARNINGS-BALANCE
008380     END-IF.
008390 4200-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430*    4500-PROVE-BALANCE-SHEET                                   *
008440*        ASSETS MUST EQUAL LIABILITIES PLUS EQUITY.  A          *
008450*        DIFFERENCE MEANS A LEDGER OUT OF BALANCE OR AN ACCOUNT *
008460*        LEFT OFF THE CHART - SEE THE RUN SUMMARY.              *
008470*****************************************************************
008480 4500-PROVE-BALANCE-SHEET.
008490     MOVE SPACES TO STATEMENT-LINE.
008500     WRITE STATEMENT-LINE.
008510     IF WS-TOTAL-ASSETS = WS-TOTAL-LIAB-EQUITY
008520         MOVE "PROOF: ASSETS EQUAL LIABILITIES PLUS EQUITY" TO
008530             STATEMENT-LINE
008540         WRITE STATEMENT-LINE
008550         GO TO 4500-EXIT
008560     END-IF.
008570     COMPUTE WS-OUT-OF-BALANCE =
008580         WS-TOTAL-ASSETS - WS-TOTAL-LIAB-EQUITY.
008590     MOVE WS-OUT-OF-BALANCE TO WS-AMOUNT-ED.
008600     MOVE SPACES TO STATEMENT-LINE.
008610     STRING "*** OUT OF BALANCE - ASSETS LESS LIABILITIES AND "
008620         "EQUITY: " WS-AMOUNT-ED
008630         DELIMITED BY SIZE INTO STATEMENT-LINE
008640     END-STRING.
008650     WRITE STATEMENT-LINE.
008660     DISPLAY "FIN-STATEMENTS: BALANCE SHEET OUT OF BALANCE".
008670     MOVE 4 TO RETURN-CODE.
008680 4500-EXIT.
008690     EXIT.
008700*
008710*****************************************************************
008720*    4900-WRITE-ONE-COLUMN                                      *
008730*        WRITES WS-PRINT-CAPTION WITH THE AMOUNT IN WS-COL-1.   *
008740*****************************************************************
008750 4900-WRITE-ONE-COLUMN.
008760     MOVE WS-COL-1 TO WS-COL-1-ED.
008770     MOVE SPACES TO STATEMENT-LINE.
008780     STRING WS-PRINT-CAPTION "    " WS-COL-1-ED
008790         DELIMITED BY SIZE INTO STATEMENT-LINE
008800     END-STRING.
008810     WRITE STATEMENT-LINE.
008820 4900-EXIT.
008830     EXIT.
008840*
008850*****************************************************************
008860*    5000-PRINT-RUN-SUMMARY                                     *
008870*        COUNTS, AND THE EXCEPTIONS THAT END THE RUN WITH       *
008880*        RETURN CODE 4: CHART RECORDS LEFT OUT AND GLBALS       *
008890*        ACCOUNTS NOT ON THE CHART.                             *
008900*****************************************************************
008910 5000-PRINT-RUN-SUMMARY.
008920     MOVE SPACES TO STATEMENT-LINE.
008930     WRITE STATEMENT-LINE.
008940     MOVE "-----------------------------------------" TO
008950         STATEMENT-LINE.
008960     WRITE STATEMENT-LINE.
008970     MOVE WS-COA-COUNT TO WS-COA-COUNT-ED.
008980     MOVE SPACES TO STATEMENT-LINE.
008990     STRING "ACCOUNTS ON THE CHART:      " WS-COA-COUNT-ED
009000         DELIMITED BY SIZE INTO STATEMENT-LINE
009010     END-STRING.
009020     WRITE STATEMENT-LINE.
009030     MOVE WS-BALANCES-READ TO WS-BALANCES-READ-ED.
009040     MOVE SPACES TO STATEMENT-LINE.
009050     STRING "BALANCE RECORDS READ:     " WS-BALANCES-READ-ED
009060         DELIMITED BY SIZE INTO STATEMENT-LINE
009070     END-STRING.
009080     WRITE STATEMENT-LINE.
009090     IF WS-COA-REJECTS > 0
009100         MOVE WS-COA-REJECTS TO WS-COA-REJECTS-ED
009110         MOVE SPACES TO STATEMENT-LINE
009120         STRING "*** CHART RECORDS LEFT OUT: " WS-COA-REJECTS-ED
009130             "  (LISTED AT THE TOP OF THE REPORT)"
009140             DELIMITED BY SIZE INTO STATEMENT-LINE
009150         END-STRING
009160         WRITE STATEMENT-LINE
009170         MOVE 4 TO RETURN-CODE
009180     END-IF.
009190     IF WS-UNKNOWN-COUNT > 0
009200         MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-COUNT-ED
009210         MOVE SPACES TO STATEMENT-LINE
009220         STRING "*** GLBALS ACCOUNTS NOT ON THE CHART: "
009230             WS-UNKNOWN-COUNT-ED
009240             DELIMITED BY SIZE INTO STATEMENT-LINE
009250         END-STRING
009260         WRITE STATEMENT-LINE
009270         PERFORM 5100-LIST-UNKNOWN-ACCOUNT THRU 5100-EXIT
009280             VARYING WS-UNKNOWN-SUB FROM 1 BY 1
009290             UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
009300         MOVE WS-UNKNOWN-BALANCE TO WS-AMOUNT-ED
009310         MOVE SPACES TO STATEMENT-LINE
009320         STRING "*** THEIR BALANCE, LEFT OFF THE STATEMENTS: "
009330             WS-AMOUNT-ED
009340             DELIMITED BY SIZE INTO STATEMENT-LINE
009350         END-STRING
009360         WRITE STATEMENT-LINE
009370         DISPLAY "FIN-STATEMENTS: ACCOUNTS NOT ON THE CHART"
009380         MOVE 4 TO RETURN-CODE
009390     END-IF.
009400 5000-EXIT.
009410     EXIT.
009420*
009430*****************************************************************
009440*    5100-LIST-UNKNOWN-ACCOUNT                                  *
009450*****************************************************************
009460 5100-LIST-UNKNOWN-ACCOUNT.
009470     MOVE WS-UNKNOWN-ACCOUNT (WS-UNKNOWN-SUB) TO WS-ACCOUNT-ED.
009480     MOVE SPACES TO STATEMENT-LINE.
009490     STRING "      " WS-ACCOUNT-ED
009500         DELIMITED BY SIZE INTO STATEMENT-LINE
009510     END-STRING.
009520     WRITE STATEMENT-LINE.
009530 5100-EXIT.
009540     EXIT.
009550*
009560*****************************************************************
009570*    8000-ABORT-RUN                                             *
009580*****************************************************************
009590 8000-ABORT-RUN.
009600     MOVE SPACES TO STATEMENT-LINE.
009610     WRITE STATEMENT-LINE.
009620     MOVE "*** NO STATEMENTS PRINTED." TO STATEMENT-LINE.
009630     WRITE STATEMENT-LINE.
009640     MOVE "*** CORRECT THE PROBLEM ABOVE AND RERUN." TO
009650         STATEMENT-LINE.
009660     WRITE STATEMENT-LINE.
009670     MOVE 8 TO RETURN-CODE.
009680 8000-EXIT.
009690     EXIT.
009700*
009710*****************************************************************
009720*    9000-TERMINATE                                             *
009730*****************************************************************
009740 9000-TERMINATE.
009750     CLOSE STATEMENT-REPORT-FILE.
009760     IF WS-BALANCE-FILE-OPEN
009770         CLOSE GL-BALANCE-FILE
009780     END-IF.
009790 9000-EXIT.
009800     EXIT.
