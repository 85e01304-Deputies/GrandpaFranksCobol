000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     APPROVAL-REPORT.
000120 AUTHOR.         W J FRANKLIN.
000130 INSTALLATION.   GRANDPA FRANK'S HARDWARE & SUPPLY - DATA CTR.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*****************************************************************
000170*    APPROVAL-REPORT                                            *
000180*                                                                *
000190*    MONTHLY APPROVAL ACTIVITY REPORT.  READS THE APPROVAL      *
000200*    ACTIVITY LOG (APPRLOG.DAT) THAT HISTORY-ADJUST, SALES-     *
000210*    MANAGER, AR-POST AND MASTER-MAINT APPEND TO AS EACH        *
000220*    APPROVED TRANSACTION TAKES EFFECT, SELECTS THE ENTRIES     *
000230*    LOGGED IN THE YEAR-MONTH ON THE CONTROL CARD               *
000240*    (APPRCTL.DAT), SORTS THEM BY APPROVER AND FUNCTION, AND    *
000250*    PRINTS FOR EACH APPROVER EVERYTHING THEY AUTHORIZED -      *
000260*    HISTORY ADJUSTMENTS, LARGE RETURNS, CREDIT MEMOS AND       *
000270*    MASTER FILE MAINTENANCE - WITH A COUNT AND DOLLAR TOTAL    *
000280*    FOR EACH FUNCTION.                                         *
000290*                                                                *
000300*    NAMES AND STATUS COME FROM THE APPROVER MASTER             *
000310*    (APPRMST.DAT).  ACTIVITY UNDER INITIALS NO LONGER ON THE   *
000320*    MASTER STILL PRINTS, FLAGGED, AND EVERY APPROVER ON THE    *
000330*    MASTER WITH NOTHING LOGGED FOR THE MONTH IS LISTED AT THE  *
000340*    END SO THE OFFICE CAN SEE WHO HOLDS AUTHORITY AND DOES     *
000350*    NOT USE IT.  NO CONTROL CARD ENDS THE RUN WITH RETURN      *
000360*    CODE 8.                                                    *
000370*****************************************************************
000380*
000390* MODIFICATION HISTORY
000400*    DATE       INIT  DESCRIPTION
000410*    ---------  ----  -----------------------------------------
000420*    2026-10-15 WJF   ORIGINAL PROGRAM.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT APPROVAL-CONTROL-FILE
000480         ASSIGN TO APPRCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-APPRCTL-STATUS.
000510*
000520     SELECT APPROVER-MASTER-FILE
000530         ASSIGN TO APPRMST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-APPRMST-STATUS.
000560*
000570     SELECT APPROVAL-LOG-FILE
000580         ASSIGN TO APPRLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-APPRLOG-STATUS.
000610*
000620     SELECT APPROVAL-REPORT-FILE
000630         ASSIGN TO APPRRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650*
000660     SELECT SORT-APPROVAL-FILE
000670         ASSIGN TO SRTWRK1.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  APPROVAL-CONTROL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY AVCARD.
000740*
000750 FD  APPROVER-MASTER-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY APPRMST.
000780*
000790 FD  APPROVAL-LOG-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY APPRLOG.
000820*
000830 FD  APPROVAL-REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  APPROVAL-LINE                  PIC X(132).
000860*
000870 SD  SORT-APPROVAL-FILE.
000880 01  SORT-APPROVAL-RECORD.
000890     05  SA-APPROVER-ID             PIC X(03).
000900     05  SA-FUNCTION                PIC X(03).
000910     05  SA-RUN-DATE                PIC 9(08).
000920     05  SA-TRAN-DATE               PIC 9(08).
000930     05  SA-AMOUNT                  PIC S9(09)V99
000940                                    SIGN IS TRAILING SEPARATE.
000950     05  SA-REFERENCE               PIC X(30).
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990*--------------------------------------------------------------*
001000*    SWITCHES                                                  *
001010*--------------------------------------------------------------*
001020 01  WS-SWITCHES.
001030     05  WS-APPRCTL-STATUS       PIC X(02)   VALUE SPACES.
001040         88  WS-APPRCTL-FILE-OK               VALUE '00'.
001050     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
001060         88  WS-APPRMST-FILE-OK               VALUE '00'.
001070     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
001080         88  EOF-APPRMST-FILE                 VALUE 'Y'.
001090     05  WS-APPRLOG-STATUS       PIC X(02)   VALUE SPACES.
001100         88  WS-APPRLOG-FILE-OK               VALUE '00'.
001110     05  WS-APPRLOG-EOF-SW       PIC X(01)   VALUE 'N'.
001120         88  EOF-APPRLOG-FILE                 VALUE 'Y'.
001123     05  WS-APPRLOG-OPEN-SW      PIC X(01)   VALUE 'N'.
001126         88  WS-APPRLOG-OPEN                  VALUE 'Y'.
001130     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
001140         88  WS-APPROVER-FOUND                VALUE 'Y'.
001150         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
001160     05  WS-FIRST-ENTRY-SW       PIC X(01)   VALUE 'Y'.
001170         88  WS-FIRST-ENTRY                   VALUE 'Y'.
001180     05  WS-APPROVER-TABLE-SW    PIC X(01)   VALUE 'N'.
001190         88  WS-APPROVER-TABLE-OVERFLOW       VALUE 'Y'.
001200     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001210         88  WS-RUN-ABORTED                   VALUE 'Y'.
001220*
001230*--------------------------------------------------------------*
001240*    APPROVER TABLE, LOADED FROM THE APPROVER MASTER FILE      *
001250*    (APPRMST.DAT) FOR THE NAMES AND STATUS.  A MISSING MASTER *
001260*    DOES NOT STOP THE RUN - THE LOG STILL HAS TO PRINT.       *
001270*    WS-APPROVER-ACTIVITY-FLAG IS SET WHEN THE APPROVER HAS    *
001280*    ANYTHING LOGGED FOR THE MONTH.                            *
001290*--------------------------------------------------------------*
001300 01  WS-APPROVER-TABLE.
001310     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
001320     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
001330         10  WS-APPROVER-ID          PIC X(03).
001340         10  WS-APPROVER-NAME        PIC X(20).
001350         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
001360             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
001370         10  WS-APPROVER-ACTIVITY-FLAG
001380                                     PIC X(01).
001390             88  WS-APPROVER-HAD-ACTIVITY    VALUE 'Y'.
001400*
001410 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
001420 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
001430 77  WS-LOOKUP-APPROVER-ID       PIC X(03).
001440 77  WS-FOUND-APPROVER-NAME      PIC X(20).
001450 77  WS-FOUND-APPROVER-STATUS    PIC X(26).
001460*
001470*--------------------------------------------------------------*
001480*    REPORT MONTH FROM THE CONTROL CARD                        *
001490*--------------------------------------------------------------*
001500 01  WS-REPORT-MONTH.
001510     05  WS-REPORT-YEAR          PIC 9(04).
001520     05  WS-REPORT-MM            PIC 9(02).
001530 01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH
001540                                 PIC 9(06).
001550 77  WS-LOG-YEAR-MONTH           PIC 9(06).
001560*
001570*--------------------------------------------------------------*
001580*    PER-APPROVER AND PER-FUNCTION CONTROL BREAK ACCUMULATORS  *
001590*--------------------------------------------------------------*
001600 77  WS-CURR-APPROVER            PIC X(03)   VALUE SPACES.
001610 77  WS-CURR-FUNCTION            PIC X(03)   VALUE SPACES.
001620 77  WS-FUNCTION-COUNT           PIC 9(05)   COMP VALUE ZERO.
001630 77  WS-FUNCTION-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
001640 77  WS-APPROVER-ITEMS           PIC 9(05)   COMP VALUE ZERO.
001650 01  WS-FUNCTION-DESC            PIC X(20)   VALUE SPACES.
001660*
001670*--------------------------------------------------------------*
001680*    RUN COUNTERS                                              *
001690*--------------------------------------------------------------*
001700 77  WS-LOG-RECORDS-READ         PIC 9(07)   COMP VALUE ZERO.
001710 77  WS-LOG-RECORDS-SELECTED     PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-APPROVERS-PRINTED        PIC 9(05)   COMP VALUE ZERO.
001730 77  WS-UNKNOWN-APPROVERS        PIC 9(05)   COMP VALUE ZERO.
001740 77  WS-IDLE-APPROVERS           PIC 9(05)   COMP VALUE ZERO.
001750*
001760*--------------------------------------------------------------*
001770*    DATE WORK AREAS                                           *
001780*--------------------------------------------------------------*
001790 01  WS-RUN-DATE                 PIC 9(08).
001800 01  WS-RUN-DATE-ED              PIC 9999/99/99.
001810 01  WS-EDIT-DATE                PIC 9(08).
001820 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
001830     05  WS-EDIT-YEAR            PIC 9(04).
001840     05  WS-EDIT-MONTH           PIC 9(02).
001850     05  WS-EDIT-DAY             PIC 9(02).
001860 01  WS-EDIT-DATE-ED             PIC 9999/99/99.
001870 01  WS-EDIT-DATE-DISPLAY        PIC X(10).
001880 01  WS-RUN-DATE-DISPLAY         PIC X(10).
001890 01  WS-TRAN-DATE-DISPLAY        PIC X(10).
001900*
001910*--------------------------------------------------------------*
001920*    EDITED DISPLAY FIELDS                                     *
001930*--------------------------------------------------------------*
001940 01  WS-EDIT-FIELDS.
001950     05  WS-AMOUNT-ED            PIC $-,---,---,--9.99.
001960     05  WS-TOTAL-ED             PIC $--,---,---,--9.99.
001970     05  WS-COUNT-ED             PIC ZZZZ9.
001980     05  WS-BIG-COUNT-ED         PIC ZZZZZZ9.
001990*
002000 PROCEDURE DIVISION.
002010*****************************************************************
002020*    0000-MAINLINE                                              *
002030*****************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     IF WS-RUN-ABORTED
002070         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
002080         PERFORM 9000-TERMINATE THRU 9000-EXIT
002090         STOP RUN
002100     END-IF.
002110     SORT SORT-APPROVAL-FILE
002120         ASCENDING KEY SA-APPROVER-ID SA-FUNCTION SA-RUN-DATE
002130                       SA-TRAN-DATE
002140         INPUT PROCEDURE IS 2000-RELEASE-APPROVALS
002150             THRU 2000-RELEASE-APPROVALS-END
002160         OUTPUT PROCEDURE IS 3000-PRINT-APPROVALS
002170             THRU 3000-PRINT-APPROVALS-END.
002180     PERFORM 4000-LIST-IDLE-APPROVERS THRU 4000-EXIT.
002190     PERFORM 5000-PRINT-REPORT-TRAILER THRU 5000-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     STOP RUN.
002220 0000-MAINLINE-EXIT.
002230     EXIT.
002240*
002250*****************************************************************
002260*    1000-INITIALIZE                                            *
002270*        THE CONTROL CARD MUST BE THERE.  THE APPROVER MASTER   *
002280*        AND THE LOG ARE EACH NOTED ON THE REPORT IF MISSING.   *
002290*****************************************************************
002300 1000-INITIALIZE.
002310     OPEN OUTPUT APPROVAL-REPORT-FILE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002340     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002350     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
002360     IF WS-RUN-ABORTED
002370         GO TO 1000-EXIT
002380     END-IF.
002390     PERFORM 1500-LOAD-APPROVER-MASTER THRU 1500-EXIT.
002400     OPEN INPUT APPROVAL-LOG-FILE.
002410     IF NOT WS-APPRLOG-FILE-OK
002420         MOVE "*** APPROVAL LOG (APPRLOG) MISSING - NOTHING HAS"
002430             TO APPROVAL-LINE
002440         WRITE APPROVAL-LINE
002450         MOVE "*** BEEN LOGGED AS APPROVED YET" TO APPROVAL-LINE
002460         WRITE APPROVAL-LINE
002470         SET EOF-APPRLOG-FILE TO TRUE
002473     ELSE
002476         SET WS-APPRLOG-OPEN TO TRUE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510*
002520*****************************************************************
002530*    1100-WRITE-REPORT-HEADING                                  *
002540*****************************************************************
002550 1100-WRITE-REPORT-HEADING.
002560     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO APPROVAL-LINE.
002570     WRITE APPROVAL-LINE.
002580     MOVE "APPROVAL ACTIVITY REPORT BY APPROVER" TO APPROVAL-LINE.
002590     WRITE APPROVAL-LINE.
002600     MOVE SPACES TO APPROVAL-LINE.
002610     STRING "RUN DATE: " WS-RUN-DATE-ED
002620         DELIMITED BY SIZE INTO APPROVAL-LINE
002630     END-STRING.
002640     WRITE APPROVAL-LINE.
002650 1100-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690*    1200-READ-CONTROL-CARD                                     *
002700*        READS AND EDITS THE ONE CONTROL CARD - A NUMERIC YEAR  *
002710*        AND A MONTH FROM 01 TO 12.                             *
002720*****************************************************************
002730 1200-READ-CONTROL-CARD.
002740     OPEN INPUT APPROVAL-CONTROL-FILE.
002750     IF NOT WS-APPRCTL-FILE-OK
002760         MOVE "*** APPROVAL REPORT CONTROL CARD (APPRCTL) MISSING"
002770             TO APPROVAL-LINE
002780         WRITE APPROVAL-LINE
002790         DISPLAY "APPROVAL-REPORT: NO CONTROL CARD - RUN STOPPED"
002800         SET WS-RUN-ABORTED TO TRUE
002810         GO TO 1200-EXIT
002820     END-IF.
002830     READ APPROVAL-CONTROL-FILE INTO APPROVAL-REPORT-CARD
002840         AT END
002850             MOVE ZEROS TO AC-YEAR
002860                           AC-MONTH
002870     END-READ.
002880     CLOSE APPROVAL-CONTROL-FILE.
002890     IF AC-YEAR NOT NUMERIC
002900         OR AC-MONTH NOT NUMERIC
002910         OR AC-YEAR = 0
002920         OR AC-MONTH < 1
002930         OR AC-MONTH > 12
002940         MOVE "*** CONTROL CARD YEAR-MONTH NOT VALID" TO
002950             APPROVAL-LINE
002960         WRITE APPROVAL-LINE
002970         DISPLAY "APPROVAL-REPORT: BAD REPORT MONTH - RUN STOPPED"
002980         SET WS-RUN-ABORTED TO TRUE
002990         GO TO 1200-EXIT
003000     END-IF.
003010     MOVE AC-YEAR TO WS-REPORT-YEAR.
003020     MOVE AC-MONTH TO WS-REPORT-MM.
003030     MOVE SPACES TO APPROVAL-LINE.
003040     STRING "FOR MONTH: " WS-REPORT-YEAR "-" WS-REPORT-MM
003050         DELIMITED BY SIZE INTO APPROVAL-LINE
003060     END-STRING.
003070     WRITE APPROVAL-LINE.
003080 1200-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120*    1500-LOAD-APPROVER-MASTER                                  *
003130*****************************************************************
003140 1500-LOAD-APPROVER-MASTER.
003150     OPEN INPUT APPROVER-MASTER-FILE.
003160     IF NOT WS-APPRMST-FILE-OK
003170         MOVE "*** APPROVER MASTER FILE (APPRMST) IS MISSING" TO
003180             APPROVAL-LINE
003190         WRITE APPROVAL-LINE
003200         GO TO 1500-EXIT
003210     END-IF.
003220     PERFORM 1550-LOAD-ONE-APPROVER THRU 1550-EXIT
003230         UNTIL EOF-APPRMST-FILE.
003240     CLOSE APPROVER-MASTER-FILE.
003250     IF WS-APPROVER-TABLE-OVERFLOW
003260         MOVE "*** APPROVER MASTER EXCEEDS 50 - REST IGNORED" TO
003270             APPROVAL-LINE
003280         WRITE APPROVAL-LINE
003290     END-IF.
003300 1500-EXIT.
003310     EXIT.
003320*
003330*****************************************************************
003340*    1550-LOAD-ONE-APPROVER                                     *
003350*****************************************************************
003360 1550-LOAD-ONE-APPROVER.
003370     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
003380         AT END
003390             SET EOF-APPRMST-FILE TO TRUE
003400             GO TO 1550-EXIT
003410     END-READ.
003420     IF WS-APPROVER-COUNT >= 50
003430         SET WS-APPROVER-TABLE-OVERFLOW TO TRUE
003440         SET EOF-APPRMST-FILE TO TRUE
003450         GO TO 1550-EXIT
003460     END-IF.
003470     ADD 1 TO WS-APPROVER-COUNT.
003480     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
003490     MOVE AV-APPROVER-NAME TO
003500         WS-APPROVER-NAME (WS-APPROVER-COUNT).
003510     MOVE AV-ACTIVE-FLAG TO
003520         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
003530     MOVE 'N' TO WS-APPROVER-ACTIVITY-FLAG (WS-APPROVER-COUNT).
003540 1550-EXIT.
003550     EXIT.
003560*
003570*****************************************************************
003580*    2000-RELEASE-APPROVALS (SORT INPUT PROCEDURE)              *
003590*        RELEASES EVERY LOG ENTRY WHOSE RUN DATE FALLS IN THE   *
003600*        CARD'S MONTH.  THE RUN DATE IS WHEN THE APPROVAL TOOK  *
003610*        EFFECT; THE TRANSACTION'S OWN DATE PRINTS BESIDE IT.   *
003620*****************************************************************
003630 2000-RELEASE-APPROVALS.
003640     CONTINUE.
003650 2000-RELEASE-APPROVALS-LOOP.
003660     IF EOF-APPRLOG-FILE
003670         GO TO 2000-RELEASE-APPROVALS-END
003680     END-IF.
003690     READ APPROVAL-LOG-FILE INTO APPROVAL-LOG-RECORD
003700         AT END
003710             SET EOF-APPRLOG-FILE TO TRUE
003720             GO TO 2000-RELEASE-APPROVALS-END
003730     END-READ.
003740     ADD 1 TO WS-LOG-RECORDS-READ.
003750     IF AX-RUN-DATE NOT NUMERIC
003760         GO TO 2000-RELEASE-APPROVALS-LOOP
003770     END-IF.
003780     DIVIDE AX-RUN-DATE BY 100 GIVING WS-LOG-YEAR-MONTH.
003790     IF WS-LOG-YEAR-MONTH NOT = WS-REPORT-MONTH-NUM
003800         GO TO 2000-RELEASE-APPROVALS-LOOP
003810     END-IF.
003820     ADD 1 TO WS-LOG-RECORDS-SELECTED.
003830     MOVE AX-APPROVER-ID TO SA-APPROVER-ID.
003840     MOVE AX-FUNCTION TO SA-FUNCTION.
003850     MOVE AX-RUN-DATE TO SA-RUN-DATE.
003860     MOVE AX-TRAN-DATE TO SA-TRAN-DATE.
003870     MOVE AX-AMOUNT TO SA-AMOUNT.
003880     MOVE AX-REFERENCE TO SA-REFERENCE.
003890     RELEASE SORT-APPROVAL-RECORD.
003900     GO TO 2000-RELEASE-APPROVALS-LOOP.
003910 2000-RELEASE-APPROVALS-END.
003920     EXIT.
003930*
003940*****************************************************************
003950*    3000-PRINT-APPROVALS (SORT OUTPUT PROCEDURE)               *
003960*        RETURNS THE ENTRIES IN APPROVER/FUNCTION ORDER AND     *
003970*        PRINTS ONE SECTION PER APPROVER, WITH A SUBTOTAL AT    *
003975*        EACH FUNCTION BREAK AND AN ITEM COUNT AT EACH          *
003980*        APPROVER BREAK.                                        *
003990*****************************************************************
004000 3000-PRINT-APPROVALS.
004010     CONTINUE.
004020 3000-PRINT-APPROVALS-LOOP.
004030     RETURN SORT-APPROVAL-FILE
004040         AT END
004050             GO TO 3000-PRINT-APPROVALS-DONE
004060     END-RETURN.
004070     IF WS-FIRST-ENTRY
004080         PERFORM 3100-START-APPROVER THRU 3100-EXIT
004090         MOVE 'N' TO WS-FIRST-ENTRY-SW
004100     ELSE
004110         IF SA-APPROVER-ID NOT = WS-CURR-APPROVER
004120             PERFORM 3400-FINISH-FUNCTION THRU 3400-EXIT
004130             PERFORM 3500-FINISH-APPROVER THRU 3500-EXIT
004140             PERFORM 3100-START-APPROVER THRU 3100-EXIT
004150         ELSE
004160             IF SA-FUNCTION NOT = WS-CURR-FUNCTION
004170                 PERFORM 3400-FINISH-FUNCTION THRU 3400-EXIT
004180                 PERFORM 3150-START-FUNCTION THRU 3150-EXIT
004190             END-IF
004200         END-IF
004210     END-IF.
004220     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
004230     GO TO 3000-PRINT-APPROVALS-LOOP.
004240 3000-PRINT-APPROVALS-DONE.
004250     IF NOT WS-FIRST-ENTRY
004260         PERFORM 3400-FINISH-FUNCTION THRU 3400-EXIT
004270         PERFORM 3500-FINISH-APPROVER THRU 3500-EXIT
004280     ELSE
004290         MOVE SPACES TO APPROVAL-LINE
004300         WRITE APPROVAL-LINE
004310         MOVE "** NOTHING WAS LOGGED AS APPROVED THIS MONTH **" TO
004320             APPROVAL-LINE
004330         WRITE APPROVAL-LINE
004340     END-IF.
004350 3000-PRINT-APPROVALS-END.
004360     EXIT.
004370*
004380*****************************************************************
004390*    3100-START-APPROVER                                        *
004400*        PRINTS THE APPROVER'S HEADING FROM THE MASTER TABLE    *
004410*        AND MARKS THEM AS HAVING ACTIVITY THIS MONTH.          *
004420*****************************************************************
004430 3100-START-APPROVER.
004440     MOVE SA-APPROVER-ID TO WS-CURR-APPROVER.
004450     MOVE ZERO TO WS-APPROVER-ITEMS.
004460     ADD 1 TO WS-APPROVERS-PRINTED.
004470     MOVE SA-APPROVER-ID TO WS-LOOKUP-APPROVER-ID.
004480     PERFORM 3160-FIND-APPROVER THRU 3160-EXIT.
004490     IF WS-APPROVER-FOUND
004500         MOVE 'Y' TO
004510             WS-APPROVER-ACTIVITY-FLAG (WS-APPROVER-FOUND-SUB)
004520     ELSE
004530         ADD 1 TO WS-UNKNOWN-APPROVERS
004540     END-IF.
004550     MOVE SPACES TO APPROVAL-LINE.
004560     WRITE APPROVAL-LINE.
004570     MOVE SPACES TO APPROVAL-LINE.
004580     STRING "APPROVER " WS-CURR-APPROVER
004590         "  " WS-FOUND-APPROVER-NAME
004600         "  " WS-FOUND-APPROVER-STATUS
004610         DELIMITED BY SIZE INTO APPROVAL-LINE
004620     END-STRING.
004630     WRITE APPROVAL-LINE.
004640     MOVE SPACES TO APPROVAL-LINE.
004650     STRING "  RUN DATE    FUNCTION              TRAN DATE   "
004660         "           AMOUNT  REFERENCE"
004670         DELIMITED BY SIZE INTO APPROVAL-LINE
004680     END-STRING.
004690     WRITE APPROVAL-LINE.
004700     PERFORM 3150-START-FUNCTION THRU 3150-EXIT.
004710 3100-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*    3150-START-FUNCTION                                        *
004760*****************************************************************
004770 3150-START-FUNCTION.
004780     MOVE SA-FUNCTION TO WS-CURR-FUNCTION.
004790     MOVE ZERO TO WS-FUNCTION-COUNT.
004800     MOVE ZEROS TO WS-FUNCTION-AMOUNT.
004810     EVALUATE SA-FUNCTION
004820         WHEN "ADJ"
004830             MOVE "HISTORY ADJUSTMENT" TO WS-FUNCTION-DESC
004840         WHEN "RTN"
004850             MOVE "RETURN AUTHORIZATION" TO WS-FUNCTION-DESC
004860         WHEN "CRM"
004870             MOVE "CREDIT MEMO" TO WS-FUNCTION-DESC
004880         WHEN "MNT"
004890             MOVE "MASTER MAINTENANCE" TO WS-FUNCTION-DESC
004900         WHEN OTHER
004910             MOVE SPACES TO WS-FUNCTION-DESC
004920             STRING "FUNCTION " SA-FUNCTION
004930                 DELIMITED BY SIZE INTO WS-FUNCTION-DESC
004940             END-STRING
004950     END-EVALUATE.
004960 3150-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000*    3160-FIND-APPROVER                                         *
005010*        LOOKS WS-LOOKUP-APPROVER-ID UP ON THE MASTER TABLE.    *
005020*        INITIALS NOT ON THE MASTER ARE FLAGGED, NOT DROPPED.   *
005030*****************************************************************
005040 3160-FIND-APPROVER.
005050     SET WS-APPROVER-NOT-FOUND TO TRUE.
005060     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
005070     MOVE SPACES TO WS-FOUND-APPROVER-NAME.
005080     MOVE "** NOT ON APPROVER MASTER" TO WS-FOUND-APPROVER-STATUS.
005090     PERFORM 3170-MATCH-ONE-APPROVER THRU 3170-EXIT
005100         VARYING WS-APPROVER-SUB FROM 1 BY 1
005110         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
005120             OR WS-APPROVER-FOUND.
005130 3160-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*    3170-MATCH-ONE-APPROVER                                    *
005180*****************************************************************
005190 3170-MATCH-ONE-APPROVER.
005200     IF WS-APPROVER-ID (WS-APPROVER-SUB) NOT =
005210             WS-LOOKUP-APPROVER-ID
005220         GO TO 3170-EXIT
005230     END-IF.
005240     SET WS-APPROVER-FOUND TO TRUE.
005250     MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB.
005260     MOVE WS-APPROVER-NAME (WS-APPROVER-SUB) TO
005270         WS-FOUND-APPROVER-NAME.
005280     IF WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-SUB)
005290         MOVE "ACTIVE" TO WS-FOUND-APPROVER-STATUS
005300     ELSE
005310         MOVE "INACTIVE" TO WS-FOUND-APPROVER-STATUS
005320     END-IF.
005330 3170-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370*    3200-PRINT-DETAIL                                          *
005380*****************************************************************
005390 3200-PRINT-DETAIL.
005400     ADD 1 TO WS-FUNCTION-COUNT.
005410     ADD 1 TO WS-APPROVER-ITEMS.
005420     ADD SA-AMOUNT TO WS-FUNCTION-AMOUNT.
005430     MOVE SA-RUN-DATE TO WS-EDIT-DATE.
005440     PERFORM 3250-FORMAT-DATE THRU 3250-EXIT.
005450     MOVE WS-EDIT-DATE-DISPLAY TO WS-RUN-DATE-DISPLAY.
005460     MOVE SA-TRAN-DATE TO WS-EDIT-DATE.
005470     PERFORM 3250-FORMAT-DATE THRU 3250-EXIT.
005480     MOVE WS-EDIT-DATE-DISPLAY TO WS-TRAN-DATE-DISPLAY.
005490     MOVE SA-AMOUNT TO WS-AMOUNT-ED.
005500     MOVE SPACES TO APPROVAL-LINE.
005510     STRING "  " WS-RUN-DATE-DISPLAY
005520         "  " WS-FUNCTION-DESC
005530         "  " WS-TRAN-DATE-DISPLAY
005540         "  " WS-AMOUNT-ED
005550         "  " SA-REFERENCE
005560         DELIMITED BY SIZE INTO APPROVAL-LINE
005570     END-STRING.
005580     WRITE APPROVAL-LINE.
005590 3200-EXIT.
005600     EXIT.
005610*
005620*****************************************************************
005630*    3250-FORMAT-DATE                                           *
005640*        EDITS WS-EDIT-DATE FOR PRINTING.  A HISTORY ADJUSTMENT *
005650*        IS FOR A WHOLE MONTH AND CARRIES DAY 00, WHICH PRINTS  *
005660*        AS YEAR AND MONTH ONLY.                                *
005670*****************************************************************
005680 3250-FORMAT-DATE.
005690     MOVE SPACES TO WS-EDIT-DATE-DISPLAY.
005700     IF WS-EDIT-DAY = 0
005710         STRING WS-EDIT-YEAR "/" WS-EDIT-MONTH
005720             DELIMITED BY SIZE INTO WS-EDIT-DATE-DISPLAY
005730         END-STRING
005740     ELSE
005750         MOVE WS-EDIT-DATE TO WS-EDIT-DATE-ED
005760         MOVE WS-EDIT-DATE-ED TO WS-EDIT-DATE-DISPLAY
005770     END-IF.
005780 3250-EXIT.
005790     EXIT.
005800*
005810*****************************************************************
005820*    3400-FINISH-FUNCTION                                       *
005830*        PRINTS THE COUNT AND DOLLAR TOTAL FOR ONE FUNCTION.    *
005840*        MASTER MAINTENANCE CARRIES NO AMOUNT AND TOTALS ZERO.  *
005850*****************************************************************
005860 3400-FINISH-FUNCTION.
005870     MOVE WS-FUNCTION-COUNT TO WS-COUNT-ED.
005880     MOVE WS-FUNCTION-AMOUNT TO WS-TOTAL-ED.
005890     MOVE SPACES TO APPROVAL-LINE.
005900     STRING "    " WS-FUNCTION-DESC
005910         "  COUNT: " WS-COUNT-ED
005920         "  TOTAL: " WS-TOTAL-ED
005930         DELIMITED BY SIZE INTO APPROVAL-LINE
005940     END-STRING.
005950     WRITE APPROVAL-LINE.
005960 3400-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000*    3500-FINISH-APPROVER                                       *
006010*****************************************************************
006020 3500-FINISH-APPROVER.
006030     MOVE WS-APPROVER-ITEMS TO WS-COUNT-ED.
006040     MOVE SPACES TO APPROVAL-LINE.
006050     STRING "  TOTAL AUTHORIZED BY " WS-CURR-APPROVER
006060         ": " WS-COUNT-ED " ITEM(S)"
006070         DELIMITED BY SIZE INTO APPROVAL-LINE
006080     END-STRING.
006090     WRITE APPROVAL-LINE.
006100 3500-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140*    4000-LIST-IDLE-APPROVERS                                   *
006150*        LISTS EVERY APPROVER ON THE MASTER WITH NOTHING LOGGED *
006160*        FOR THE MONTH.                                         *
006170*****************************************************************
006180 4000-LIST-IDLE-APPROVERS.
006190     MOVE SPACES TO APPROVAL-LINE.
006200     WRITE APPROVAL-LINE.
006210     MOVE "APPROVERS WITH NO ACTIVITY THIS MONTH" TO
006220         APPROVAL-LINE.
006230     WRITE APPROVAL-LINE.
006240     MOVE "-------------------------------------" TO
006250         APPROVAL-LINE.
006260     WRITE APPROVAL-LINE.
006270     PERFORM 4100-LIST-ONE-IDLE-APPROVER THRU 4100-EXIT
006280         VARYING WS-APPROVER-SUB FROM 1 BY 1
006290         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT.
006300     IF WS-IDLE-APPROVERS = 0
006310         MOVE "  (NONE)" TO APPROVAL-LINE
006320         WRITE APPROVAL-LINE
006330     END-IF.
006340 4000-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380*    4100-LIST-ONE-IDLE-APPROVER                                *
006390*****************************************************************
006400 4100-LIST-ONE-IDLE-APPROVER.
006410     IF WS-APPROVER-HAD-ACTIVITY (WS-APPROVER-SUB)
006420         GO TO 4100-EXIT
006430     END-IF.
006440     ADD 1 TO WS-IDLE-APPROVERS.
006450     IF WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-SUB)
006460         MOVE "ACTIVE" TO WS-FOUND-APPROVER-STATUS
006470     ELSE
006480         MOVE "INACTIVE" TO WS-FOUND-APPROVER-STATUS
006490     END-IF.
006500     MOVE SPACES TO APPROVAL-LINE.
006510     STRING "  " WS-APPROVER-ID (WS-APPROVER-SUB)
006520         "  " WS-APPROVER-NAME (WS-APPROVER-SUB)
006530         "  " WS-FOUND-APPROVER-STATUS
006540         DELIMITED BY SIZE INTO APPROVAL-LINE
006550     END-STRING.
006560     WRITE APPROVAL-LINE.
006570 4100-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*    5000-PRINT-REPORT-TRAILER                                  *
006620*****************************************************************
006630 5000-PRINT-REPORT-TRAILER.
006640     MOVE SPACES TO APPROVAL-LINE.
006650     WRITE APPROVAL-LINE.
006660     MOVE "-----------------------------------------" TO
006670         APPROVAL-LINE.
006680     WRITE APPROVAL-LINE.
006690     MOVE WS-LOG-RECORDS-READ TO WS-BIG-COUNT-ED.
006700     MOVE SPACES TO APPROVAL-LINE.
006710     STRING "LOG ENTRIES READ:            " WS-BIG-COUNT-ED
006720         DELIMITED BY SIZE INTO APPROVAL-LINE
006730     END-STRING.
006740     WRITE APPROVAL-LINE.
006750     MOVE WS-LOG-RECORDS-SELECTED TO WS-BIG-COUNT-ED.
006760     MOVE SPACES TO APPROVAL-LINE.
006770     STRING "LOG ENTRIES FOR THE MONTH:   " WS-BIG-COUNT-ED
006780         DELIMITED BY SIZE INTO APPROVAL-LINE
006790     END-STRING.
006800     WRITE APPROVAL-LINE.
006810     MOVE WS-APPROVERS-PRINTED TO WS-COUNT-ED.
006820     MOVE SPACES TO APPROVAL-LINE.
006830     STRING "APPROVERS WITH ACTIVITY:       " WS-COUNT-ED
006840         DELIMITED BY SIZE INTO APPROVAL-LINE
006850     END-STRING.
006860     WRITE APPROVAL-LINE.
006870     MOVE WS-IDLE-APPROVERS TO WS-COUNT-ED.
006880     MOVE SPACES TO APPROVAL-LINE.
006890     STRING "APPROVERS WITH NO ACTIVITY:    " WS-COUNT-ED
006900         DELIMITED BY SIZE INTO APPROVAL-LINE
006910     END-STRING.
006920     WRITE APPROVAL-LINE.
006930     IF WS-UNKNOWN-APPROVERS > 0
006940         MOVE WS-UNKNOWN-APPROVERS TO WS-COUNT-ED
006950         MOVE SPACES TO APPROVAL-LINE
006960         STRING "*** INITIALS NOT ON APPROVER MASTER: "
006970             WS-COUNT-ED
006980             DELIMITED BY SIZE INTO APPROVAL-LINE
006990         END-STRING
007000         WRITE APPROVAL-LINE
007010     END-IF.
007020 5000-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    8000-ABORT-RUN                                             *
007070*****************************************************************
007080 8000-ABORT-RUN.
007090     MOVE SPACES TO APPROVAL-LINE.
007100     WRITE APPROVAL-LINE.
007110     MOVE "*** APPROVAL REPORT STOPPED - CORRECT THE CONTROL CARD"
007120         TO APPROVAL-LINE.
007130     WRITE APPROVAL-LINE.
007140     MOVE "*** AND RERUN." TO APPROVAL-LINE.
007150     WRITE APPROVAL-LINE.
007160     MOVE 8 TO RETURN-CODE.
007170 8000-EXIT.
007180     EXIT.
007190*
007200*****************************************************************
007210*    9000-TERMINATE                                             *
007220*****************************************************************
007230 9000-TERMINATE.
007240     CLOSE APPROVAL-REPORT-FILE.
007250     IF WS-APPRLOG-OPEN
007260         CLOSE APPROVAL-LOG-FILE
007270     END-IF.
007280 9000-EXIT.
007290     EXIT.
