000320*    WHOLE UPDATE, LEAVES THE NEW FILES EMPTY AND ENDS WITH A   *
000330*    NONZERO RETURN CODE - THE SAME DISCIPLINE HISTORY-ADJUST   *
000340*    GIVES THE HISTORY FILE.                                    *
000341*                                                                *
000342*    EVERY TRANSACTION'S AUTHORIZER MUST BE AN ACTIVE APPROVER  *
000343*    ON THE APPROVER MASTER (APPRMST.DAT) WITH MASTER           *
000344*    MAINTENANCE AUTHORITY.  WHEN THE NEW MASTERS ARE WRITTEN,  *
000345*    EACH TRANSACTION IS LOGGED TO THE APPROVAL ACTIVITY LOG    *
000346*    (APPRLOG.DAT).                                             *
000350*****************************************************************
000360*
000370* MODIFICATION HISTORY
000380*    DATE       INIT  DESCRIPTION
000390*    ---------  ----  -----------------------------------------
000391*    2026-09-02 WJF   ORIGINAL PROGRAM.
000392*    2026-10-15 WJF   A/P ACCOUNT CARRIED ON THE CONTROL ACCOUNT
000393*                     RECORD.
000394*    2026-10-15 WJF   A/R AND ALLOWANCE ACCOUNTS CARRIED ON THE
000395*                     CONTROL ACCOUNT RECORD.
000396*    2026-10-15 WJF   FINANCE CHARGE INCOME ACCOUNT CARRIED ON
000397*                     THE CONTROL ACCOUNT RECORD.
000398*    2026-10-15 WJF   AUTHORIZER CHECKED AGAINST THE APPROVER
000399*                     MASTER (APPRMST) - UNKNOWN, INACTIVE OR
000400*                     NO MAINTENANCE AUTHORITY IS AN ERROR.  A
000401*                     RUN THAT WRITES NEW MASTERS LOGS EVERY
000402*                     TRANSACTION TO APPRLOG.  SEE
000403*                     1700-LOAD-APPROVER-MASTER, 2050-CHECK-
000404*                     APPROVER AND 5300-LOG-APPROVALS.
000405*    2026-10-15 WJF   IF THE TRANSACTION FILE CANNOT BE REOPENED
000406*                     OR THE APPROVAL LOG CANNOT BE OPENED, THE
000407*                     REPORT SAYS NO APPROVALS WERE LOGGED AND THE
000408*                     RUN ENDS RC 4.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000680     SELECT MAINT-REPORT-FILE
000690         ASSIGN TO MNTRPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000701*
000702     SELECT APPROVER-MASTER-FILE
000703         ASSIGN TO APPRMST
000704         ORGANIZATION IS LINE SEQUENTIAL
000705         FILE STATUS IS WS-APPRMST-STATUS.
000706*
000707     SELECT APPROVAL-LOG-FILE
000708         ASSIGN TO APPRLOG
000709         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-APPRLOG-STATUS.
000711*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MAINT-TRANS-FILE
000890*
000900 FD  NEW-ACCT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  NEW-ACCT-RECORD                PIC X(49).
000930*
000940 FD  MAINT-REPORT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  MAINT-LINE                     PIC X(120).
000961*
000962 FD  APPROVER-MASTER-FILE
000963     LABEL RECORDS ARE STANDARD.
000964 COPY APPRMST.
000965*
000966 FD  APPROVAL-LOG-FILE
000967     LABEL RECORDS ARE STANDARD.
000968 COPY APPRLOG.
000970*
000980 WORKING-STORAGE SECTION.
000990*
001320         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001330     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001340         88  WS-RUN-ABORTED                   VALUE 'Y'.
001341     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
001342         88  WS-APPRMST-FILE-OK               VALUE '00'.
001343     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
001344         88  EOF-APPRMST-FILE                 VALUE 'Y'.
001345     05  WS-APPRLOG-STATUS       PIC X(02)   VALUE SPACES.
001346         88  WS-APPRLOG-FILE-OK               VALUE '00'.
001347         88  WS-APPRLOG-FILE-MISSING          VALUE '35'.
001348     05  WS-REOPEN-SW            PIC X(01)   VALUE 'N'.
001349         88  WS-TRANS-REOPEN-FAILED           VALUE 'Y'.
001350     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
001351         88  WS-APPROVER-FOUND                VALUE 'Y'.
001352         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
001353*
001360*--------------------------------------------------------------*
001370*    IN-MEMORY COPY OF THE DEPARTMENT MASTER                    *
001380*--------------------------------------------------------------*
001690 77  WS-ACCT-FOUND-SUB           PIC 9(02)   COMP VALUE ZERO.
001700 77  WS-CASH-ACCOUNT             PIC 9(08)   VALUE ZEROS.
001710 77  WS-TAX-ACCOUNT              PIC 9(08)   VALUE ZEROS.
001711 77  WS-AP-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001712 77  WS-AR-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001713 77  WS-ALLOWANCE-ACCOUNT        PIC 9(08)   VALUE ZEROS.
001714 77  WS-FINCHG-ACCOUNT           PIC 9(08)   VALUE ZEROS.
001715*
001716*--------------------------------------------------------------*
001717*    APPROVER TABLE, LOADED FROM THE APPROVER MASTER           *
001718*    (APPRMST.DAT) WITH EACH PERSON'S MASTER MAINTENANCE       *
001719*    LIMIT - NONZERO MEANS THEY MAY SIGN FOR A MASTER CHANGE.  *
001720*--------------------------------------------------------------*
001721 01  WS-APPROVER-TABLE.
001722     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
001723     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
001724         10  WS-APPROVER-ID          PIC X(03).
001725         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
001726             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
001727         10  WS-APPROVER-LIMIT       PIC 9(07)V99.
001728*
001729 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
001730 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
001731 77  WS-LOG-FILE-NAME            PIC X(07).
001732 77  WS-LOG-ACTION               PIC X(10).
001733*
001734*--------------------------------------------------------------*
001740*    COUNTERS AND WORK AREAS                                    *
001750*--------------------------------------------------------------*
001760 77  WS-TRANS-READ               PIC 9(05)   COMP VALUE ZERO.
002310     05  WS-AO-DEPT-AREA.
002320         10  WS-AO-DEPT-CODE     PIC X(04).
002330         10  WS-AO-SALES-ACCOUNT PIC 9(08).
002340         10  FILLER              PIC X(36).
002350     05  WS-AO-CONTROL-AREA REDEFINES WS-AO-DEPT-AREA.
002360         10  WS-AO-CASH-ACCOUNT  PIC 9(08).
002370         10  WS-AO-TAX-ACCOUNT   PIC 9(08).
002375         10  WS-AO-AP-ACCOUNT    PIC 9(08).
002380         10  WS-AO-AR-ACCOUNT    PIC 9(08).
002382         10  WS-AO-ALLOWANCE-ACCOUNT
002384                                 PIC 9(08).
002386         10  WS-AO-FINCHG-ACCOUNT
002388                                 PIC 9(08).
002390*
002400 01  WS-RUN-DATE                 PIC 9(08).
002410 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002830     IF WS-RUN-ABORTED
002840         GO TO 1000-EXIT
002850     END-IF.
002855     PERFORM 1700-LOAD-APPROVER-MASTER THRU 1700-EXIT.
002860     OPEN INPUT MAINT-TRANS-FILE.
002870     IF NOT WS-TRANS-FILE-OK
002880         MOVE "*** NO TRANSACTION FILE (MNTTRANS) - MASTERS " TO
004390                 WS-ACCT-SALES-ACCOUNT (WS-ACCT-COUNT)
004400             MOVE 'N' TO WS-ACCT-DELETED-FLAG (WS-ACCT-COUNT)
004410         WHEN AM-CONTROL-RECORD
004411             MOVE AM-CASH-ACCOUNT TO WS-CASH-ACCOUNT
004412             MOVE AM-TAX-ACCOUNT TO WS-TAX-ACCOUNT
004413             IF AM-AP-ACCOUNT NUMERIC
004414                 MOVE AM-AP-ACCOUNT TO WS-AP-ACCOUNT
004415             ELSE
004416                 MOVE ZEROS TO WS-AP-ACCOUNT
004417             END-IF
004418             IF AM-AR-ACCOUNT NUMERIC
004419                 MOVE AM-AR-ACCOUNT TO WS-AR-ACCOUNT
004420             ELSE
004421                 MOVE ZEROS TO WS-AR-ACCOUNT
004422             END-IF
004423             IF AM-ALLOWANCE-ACCOUNT NUMERIC
004424                 MOVE AM-ALLOWANCE-ACCOUNT TO WS-ALLOWANCE-ACCOUNT
004425             ELSE
004426                 MOVE ZEROS TO WS-ALLOWANCE-ACCOUNT
004427             END-IF
004428             IF AM-FINCHG-ACCOUNT NUMERIC
004429                 MOVE AM-FINCHG-ACCOUNT TO WS-FINCHG-ACCOUNT
004430             ELSE
004431                 MOVE ZEROS TO WS-FINCHG-ACCOUNT
004432             END-IF
004440             SET WS-CONTROL-ACCTS-LOADED TO TRUE
004450         WHEN OTHER
004460             ADD 1 TO WS-ERROR-COUNT
004600*        IN-MEMORY MASTERS.  A TRANSACTION THAT FAILS           *
004610*        VALIDATION IS REJECTED ON THE REGISTER AND COUNTS      *
004620*        AGAINST THE RUN - ANY ERROR REFUSES THE WHOLE UPDATE.  *
004625*        THE AUTHORIZER IS CHECKED AGAINST THE APPROVER MASTER. *
004630*****************************************************************
004640 2000-PROCESS-MAINT-TRANS.
004650     READ MAINT-TRANS-FILE INTO MAINTENANCE-RECORD
004810     IF RECORD-IS-VALID AND MT-AUTHORIZED-BY = SPACES
004820         SET RECORD-IS-INVALID TO TRUE
004830         MOVE "AUTHORIZER INITIALS MISSING" TO WS-REJECT-REASON
004832     END-IF.
004834     IF RECORD-IS-VALID
004836         PERFORM 2050-CHECK-APPROVER THRU 2050-EXIT
004840     END-IF.
004850     IF RECORD-IS-INVALID
004860         PERFORM 2500-WRITE-REJECT-LINE THRU 2500-EXIT
009400         GO TO 2450-EXIT
009410     END-IF.
009420     IF MT-CASH-ACCOUNT = 0 OR MT-TAX-ACCOUNT = 0
009421         OR MT-AP-ACCOUNT NOT NUMERIC OR MT-AP-ACCOUNT = 0
009422         OR MT-AR-ACCOUNT NOT NUMERIC OR MT-AR-ACCOUNT = 0
009423         OR MT-ALLOWANCE-ACCOUNT NOT NUMERIC
009424         OR MT-ALLOWANCE-ACCOUNT = 0
009425         OR MT-FINCHG-ACCOUNT NOT NUMERIC
009426         OR MT-FINCHG-ACCOUNT = 0
009430         SET RECORD-IS-INVALID TO TRUE
009440         MOVE "A CONTROL ACCOUNT NUMBER IS ZERO" TO
009445             WS-REJECT-REASON
009450         GO TO 2450-EXIT
009460     END-IF.
009470     IF WS-CONTROL-ACCTS-LOADED
009490         STRING "ACCT CTRL   " "    "
009500             "  BEFORE: CASH " WS-CASH-ACCOUNT
009510             " TAX " WS-TAX-ACCOUNT
009512             " A/P " WS-AP-ACCOUNT
009514             " A/R " WS-AR-ACCOUNT
009516             " ALW " WS-ALLOWANCE-ACCOUNT
009518             " FIN " WS-FINCHG-ACCOUNT
009520             DELIMITED BY SIZE INTO MAINT-LINE
009530         END-STRING
009540         WRITE MAINT-LINE
009550     END-IF.
009560     MOVE MT-CASH-ACCOUNT TO WS-CASH-ACCOUNT.
009570     MOVE MT-TAX-ACCOUNT TO WS-TAX-ACCOUNT.
009572     MOVE MT-AP-ACCOUNT TO WS-AP-ACCOUNT.
009574     MOVE MT-AR-ACCOUNT TO WS-AR-ACCOUNT.
009576     MOVE MT-ALLOWANCE-ACCOUNT TO WS-ALLOWANCE-ACCOUNT.
009578     MOVE MT-FINCHG-ACCOUNT TO WS-FINCHG-ACCOUNT.
009580     SET WS-CONTROL-ACCTS-LOADED TO TRUE.
009590     MOVE SPACES TO MAINT-LINE.
009600     STRING "ACCT CTRL   " "    "
009610         "  AFTER:  CASH " MT-CASH-ACCOUNT
009620         " TAX " MT-TAX-ACCOUNT
009622         " A/P " MT-AP-ACCOUNT
009624         " A/R " MT-AR-ACCOUNT
009626         " ALW " MT-ALLOWANCE-ACCOUNT
009628         " FIN " MT-FINCHG-ACCOUNT
009630         "  AUTH: " MT-AUTHORIZED-BY
009640         DELIMITED BY SIZE INTO MAINT-LINE
009650     END-STRING.
010540*        EVERYTHING PROVED CLEAN - WRITES THE NEW MASTER FILES  *
010550*        (DEPTNEW AND ACCTNEW) FOR OPERATIONS TO RENAME OVER    *
010560*        THE LIVE ONES.                                         *
010563*        EVERY TRANSACTION THAT WENT INTO THEM IS THEN LOGGED   *
010566*        TO THE APPROVAL ACTIVITY LOG.                          *
010570*****************************************************************
010580 5000-WRITE-NEW-MASTERS.
010590     OPEN OUTPUT NEW-DEPT-FILE.
010690     MOVE 'C' TO WS-AO-RECORD-TYPE.
010700     MOVE WS-CASH-ACCOUNT TO WS-AO-CASH-ACCOUNT.
010710     MOVE WS-TAX-ACCOUNT TO WS-AO-TAX-ACCOUNT.
010712     MOVE WS-AP-ACCOUNT TO WS-AO-AP-ACCOUNT.
010714     MOVE WS-AR-ACCOUNT TO WS-AO-AR-ACCOUNT.
010716     MOVE WS-ALLOWANCE-ACCOUNT TO WS-AO-ALLOWANCE-ACCOUNT.
010718     MOVE WS-FINCHG-ACCOUNT TO WS-AO-FINCHG-ACCOUNT.
010720     MOVE WS-ACCT-OUT-RECORD TO NEW-ACCT-RECORD.
010730     WRITE NEW-ACCT-RECORD.
010740     CLOSE NEW-ACCT-FILE.
010800     MOVE "THEM OVER DEPTMST.DAT AND ACCTMST.DAT TO TAKE EFFECT."
010810         TO MAINT-LINE.
010820     WRITE MAINT-LINE.
010825     PERFORM 5300-LOG-APPROVALS THRU 5300-EXIT.
010830 5000-EXIT.
010840     EXIT.
010850*
011830 9000-TERMINATE.
011840     CLOSE MAINT-REPORT-FILE.
011850     IF NOT WS-RUN-ABORTED AND NOT WS-TRANS-FILE-MISSING
011855         AND NOT WS-TRANS-REOPEN-FAILED
011860         CLOSE MAINT-TRANS-FILE
011870     END-IF.
011880 9000-EXIT.
011890     EXIT.
011900*
011910*****************************************************************
011920*    1700-LOAD-APPROVER-MASTER                                  *
011930*        LOADS EACH APPROVER'S INITIALS, STATUS AND MASTER      *
011940*        MAINTENANCE LIMIT.  A MISSING FILE IS NOTED ON THE     *
011950*        REGISTER - EVERY TRANSACTION IS THEN REJECTED AS NOT   *
011960*        AUTHORIZED, WHICH REFUSES THE UPDATE.                  *
011970*****************************************************************
011980 1700-LOAD-APPROVER-MASTER.
011990     OPEN INPUT APPROVER-MASTER-FILE.
012000     IF NOT WS-APPRMST-FILE-OK
012010         MOVE "*** APPROVER MASTER FILE (APPRMST) IS MISSING" TO
012020             MAINT-LINE
012030         WRITE MAINT-LINE
012040         GO TO 1700-EXIT
012050     END-IF.
012060     PERFORM 1750-LOAD-ONE-APPROVER THRU 1750-EXIT
012070         UNTIL EOF-APPRMST-FILE.
012080     CLOSE APPROVER-MASTER-FILE.
012090 1700-EXIT.
012100     EXIT.
012110*
012120*****************************************************************
012130*    1750-LOAD-ONE-APPROVER                                     *
012140*****************************************************************
012150 1750-LOAD-ONE-APPROVER.
012160     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
012170         AT END
012180             SET EOF-APPRMST-FILE TO TRUE
012190             GO TO 1750-EXIT
012200     END-READ.
012210     IF WS-APPROVER-COUNT >= 50
012220         MOVE "*** APPROVER MASTER EXCEEDS 50 - REST IGNORED" TO
012230             MAINT-LINE
012240         WRITE MAINT-LINE
012250         SET EOF-APPRMST-FILE TO TRUE
012260         GO TO 1750-EXIT
012270     END-IF.
012280     ADD 1 TO WS-APPROVER-COUNT.
012290     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
012300     MOVE AV-ACTIVE-FLAG TO
012310         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
012320     IF AV-MAINT-LIMIT NUMERIC
012330         MOVE AV-MAINT-LIMIT TO
012340             WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
012350     ELSE
012360         MOVE ZEROS TO WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
012370     END-IF.
012380 1750-EXIT.
012390     EXIT.
012400*
012410*****************************************************************
012420*    2050-CHECK-APPROVER                                        *
012430*        MT-AUTHORIZED-BY MUST BE ON THE APPROVER MASTER,       *
012440*        ACTIVE, AND HOLD A NONZERO MASTER MAINTENANCE LIMIT -  *
012450*        A MASTER CHANGE CARRIES NO DOLLAR AMOUNT OF ITS OWN.   *
012460*****************************************************************
012470 2050-CHECK-APPROVER.
012480     SET WS-APPROVER-NOT-FOUND TO TRUE.
012490     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
012500     PERFORM 2060-MATCH-ONE-APPROVER THRU 2060-EXIT
012510         VARYING WS-APPROVER-SUB FROM 1 BY 1
012520         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
012530             OR WS-APPROVER-FOUND.
012540     IF WS-APPROVER-NOT-FOUND
012550         SET RECORD-IS-INVALID TO TRUE
012560         MOVE "AUTHORIZER NOT ON APPROVER MASTER" TO
012570             WS-REJECT-REASON
012580         GO TO 2050-EXIT
012590     END-IF.
012600     IF NOT WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-FOUND-SUB)
012610         SET RECORD-IS-INVALID TO TRUE
012620         MOVE "AUTHORIZER IS INACTIVE" TO WS-REJECT-REASON
012630         GO TO 2050-EXIT
012640     END-IF.
012650     IF WS-APPROVER-LIMIT (WS-APPROVER-FOUND-SUB) = 0
012660         SET RECORD-IS-INVALID TO TRUE
012670         MOVE "AUTHORIZER HAS NO MAINTENANCE AUTHORITY" TO
012680             WS-REJECT-REASON
012690     END-IF.
012700 2050-EXIT.
012710     EXIT.
012720*
012730*****************************************************************
012740*    2060-MATCH-ONE-APPROVER                                    *
012750*****************************************************************
012760 2060-MATCH-ONE-APPROVER.
012770     IF WS-APPROVER-ID (WS-APPROVER-SUB) = MT-AUTHORIZED-BY
012780         SET WS-APPROVER-FOUND TO TRUE
012790         MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB
012800     END-IF.
012810 2060-EXIT.
012820     EXIT.
012830*
012840*****************************************************************
012850*    5300-LOG-APPROVALS                                         *
012860*        THE NEW MASTERS ARE ONLY WRITTEN WHEN EVERY            *
012870*        TRANSACTION WAS APPLIED, SO THE TRANSACTION FILE IS    *
012880*        READ AGAIN FROM THE TOP AND EACH ONE IS APPENDED TO    *
012890*        THE APPROVAL LOG UNDER ITS AUTHORIZER.  THE LOG IS     *
012900*        CREATED BY THE FIRST RUN THAT NEEDS IT.                *
012910*        THE NEW MASTERS ARE ALREADY WRITTEN BY NOW, SO A FILE  *
012920*        THAT WILL NOT OPEN ONLY PUTS A WARNING ON THE REPORT   *
012930*        AND ENDS THE RUN RC 4 - SEE 5380-REPORT-NOT-LOGGED.    *
012940*****************************************************************
012950 5300-LOG-APPROVALS.
012960     IF WS-TRANS-READ = 0
012970         GO TO 5300-EXIT
012980     END-IF.
012990     CLOSE MAINT-TRANS-FILE.
013000     OPEN INPUT MAINT-TRANS-FILE.
013010     IF NOT WS-TRANS-FILE-OK
013020         SET WS-TRANS-REOPEN-FAILED TO TRUE
013030         MOVE "*** TRANSACTION FILE (MNTTRANS) DID NOT REOPEN" TO
013040             MAINT-LINE
013050         PERFORM 5380-REPORT-NOT-LOGGED THRU 5380-EXIT
013060         GO TO 5300-EXIT
013070     END-IF.
013080     MOVE 'N' TO WS-TRANS-EOF-SW.
013090     OPEN EXTEND APPROVAL-LOG-FILE.
013100     IF WS-APPRLOG-FILE-MISSING
013110         OPEN OUTPUT APPROVAL-LOG-FILE
013120     END-IF.
013130     IF NOT WS-APPRLOG-FILE-OK
013140         MOVE "*** APPROVAL LOG (APPRLOG) COULD NOT BE OPENED" TO
013150             MAINT-LINE
013160         PERFORM 5380-REPORT-NOT-LOGGED THRU 5380-EXIT
013170         GO TO 5300-EXIT
013180     END-IF.
013190     PERFORM 5350-LOG-ONE-APPROVAL THRU 5350-EXIT
013200         UNTIL EOF-TRANS-FILE.
013210     CLOSE APPROVAL-LOG-FILE.
013220 5300-EXIT.
013230     EXIT.
013240*
013250*****************************************************************
013260*    5350-LOG-ONE-APPROVAL                                      *
013270*****************************************************************
013280 5350-LOG-ONE-APPROVAL.
013290     READ MAINT-TRANS-FILE INTO MAINTENANCE-RECORD
013300         AT END
013310             SET EOF-TRANS-FILE TO TRUE
013320             GO TO 5350-EXIT
013330     END-READ.
013340     IF MT-DEPT-FILE
013350         MOVE "DEPT" TO WS-LOG-FILE-NAME
013360     ELSE
013370         MOVE "ACCOUNT" TO WS-LOG-FILE-NAME
013380     END-IF.
013390     EVALUATE TRUE
013400         WHEN MT-ACTION-ADD
013410             MOVE "ADD" TO WS-LOG-ACTION
013420         WHEN MT-ACTION-CHANGE
013430             MOVE "CHANGE" TO WS-LOG-ACTION
013440         WHEN MT-DEPT-FILE
013450             MOVE "DEACTIVATE" TO WS-LOG-ACTION
013460         WHEN OTHER
013470             MOVE "REMOVE" TO WS-LOG-ACTION
013480     END-EVALUATE.
013490     MOVE SPACES TO APPROVAL-LOG-RECORD.
013500     MOVE WS-RUN-DATE TO AX-RUN-DATE.
013510     MOVE MT-AUTHORIZED-BY TO AX-APPROVER-ID.
013520     SET AX-FUNCTION-MAINT TO TRUE.
013530     MOVE WS-RUN-DATE TO AX-TRAN-DATE.
013540     MOVE ZERO TO AX-AMOUNT.
013550     STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
013560         " MASTER " DELIMITED BY SIZE
013570         WS-LOG-ACTION DELIMITED BY SPACE
013580         " " MT-DEPT-CODE DELIMITED BY SIZE
013590         INTO AX-REFERENCE
013600     END-STRING.
013610     WRITE APPROVAL-LOG-RECORD.
013620 5350-EXIT.
013630     EXIT.
013640*
013650*****************************************************************
013660*    5380-REPORT-NOT-LOGGED                                     *
013670*        WRITES THE FAILURE ALREADY IN MAINT-LINE AND THE       *
013680*        WARNING THAT NOTHING WAS LOGGED.                       *
013690*****************************************************************
013700 5380-REPORT-NOT-LOGGED.
013710     WRITE MAINT-LINE.
013720     MOVE "*** NO APPROVALS WERE LOGGED TO APPRLOG FOR THIS RUN"
013730         TO MAINT-LINE.
013740     WRITE MAINT-LINE.
013750     DISPLAY "MASTER-MAINT: APPROVALS NOT LOGGED - SEE MNTRPT".
013760     MOVE 4 TO RETURN-CODE.
013770 5380-EXIT.
013780     EXIT.
