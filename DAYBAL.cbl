000379*                     SEE 2155-CHECK-CLOSED-PERIOD,
000381*                     2176-VALIDATE-EXEMPT-CERT AND
000382*                     2196-VALIDATE-RETURN-AUTH.
000383*    2026-10-15 WJF   MULTI-STORE.  THE VALIDATION MIRROR NOW
000384*                     CHECKS THE STORE NUMBER AGAINST THE STORE
000385*                     MASTER (STOREMST) THE SAME WAY SALES-
000386*                     MANAGER DOES - SEE 2165-VALIDATE-STORE-NO.
000387*                     THE POSTED AND GL DETAIL FIGURES ARE ALSO
000388*                     FOOTED BY STORE, AND THE SHEET BALANCES
000389*                     EACH STORE ON ITS OWN BEFORE THE
000390*                     CONSOLIDATED FIGURES.
000391*    2026-10-15 WJF   THE RETURN AUTHORIZATION MIRROR NOW ALSO
000392*                     CHECKS EACH SLIP'S MANAGER AGAINST THE
000393*                     APPROVER MASTER (APPRMST) AS SALES-
000394*                     MANAGER DOES - SEE 1960-LOAD-APPROVER-
000395*                     MASTER.
000396*    2026-10-15 WJF   A RETURN AUTHORIZATION NOW ONLY MATCHES A
000397*                     RETURN AT THE STORE IT WAS KEYED FOR
000398*                     (RA-STORE-NO) - SEE 2197-MATCH-ONE-AUTH.
000399*
000400 ENVIRONMENT DIVISION.
000401 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SALES-FILE
000430         ASSIGN TO SALESDAT
000697         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-RETAUTH-STATUS.
000699*
000700     SELECT STORE-MASTER-FILE
000701         ASSIGN TO STOREMST
000702         ORGANIZATION IS LINE SEQUENTIAL
000703         FILE STATUS IS WS-STOREMST-STATUS.
000704*
000705     SELECT APPROVER-MASTER-FILE
000706         ASSIGN TO APPRMST
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-APPRMST-STATUS.
000709*
000710 DATA DIVISION.
000711 FILE SECTION.
000720 FD  SALES-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY SALESREC.
000952     LABEL RECORDS ARE STANDARD.
000953 COPY RETAUTH.
000954*
000955 FD  STORE-MASTER-FILE
000956     LABEL RECORDS ARE STANDARD.
000957 COPY STOREMST.
000958*
000959 FD  APPROVER-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000961 COPY APPRMST.
000962*
000963 WORKING-STORAGE SECTION.
000970*
000980*--------------------------------------------------------------*
000990*    SWITCHES                                                   *
001347     05  WS-AUTH-FOUND-SW        PIC X(01)   VALUE 'N'.
001348         88  WS-AUTH-FOUND                    VALUE 'Y'.
001349         88  WS-AUTH-NOT-FOUND                VALUE 'N'.
001350     05  WS-STOREMST-STATUS      PIC X(02)   VALUE SPACES.
001351         88  WS-STOREMST-FILE-OK              VALUE '00'.
001352     05  WS-STOREMST-EOF-SW      PIC X(01)   VALUE 'N'.
001353         88  EOF-STOREMST-FILE                VALUE 'Y'.
001354     05  WS-STORE-FOUND-SW       PIC X(01)   VALUE 'N'.
001355         88  WS-STORE-FOUND                   VALUE 'Y'.
001356         88  WS-STORE-NOT-FOUND               VALUE 'N'.
001357     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
001358         88  WS-APPRMST-FILE-OK               VALUE '00'.
001359     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
001360         88  EOF-APPRMST-FILE                 VALUE 'Y'.
001361     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
001362         88  WS-APPROVER-FOUND                VALUE 'Y'.
001363         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
001364*
001365*--------------------------------------------------------------*
001366*    SOURCE ACCUMULATORS                                        *
001370*        EACH INPUT IS CARRIED RAW (EVERY RECORD READ) AND     *
001380*        POSTED (RECORDS SALES-MANAGER WOULD HAVE POSTED),     *
001390*        WITH THE REJECTED AND OUT-OF-RANGE PIECES ITEMIZED    *
001917 77  WS-PERIOD-SUB               PIC 9(03)   COMP.
001918 77  WS-REC-YEAR-MONTH           PIC 9(06).
001919*
001920 01  WS-AUTH-TABLE.
001921     05  WS-AUTH-COUNT           PIC 9(03)   COMP VALUE ZERO.
001922     05  WS-AUTH-ENTRY           OCCURS 100 TIMES.
001923         10  WS-AUTH-DATE            PIC 9(08).
001924         10  WS-AUTH-STORE           PIC 9(02).
001925         10  WS-AUTH-REGISTER        PIC 9(02).
001926         10  WS-AUTH-CASHIER         PIC X(05).
001927         10  WS-AUTH-AMOUNT          PIC 9(06).
001928         10  WS-AUTH-MANAGER         PIC X(03).
001929         10  WS-AUTH-USED-FLAG       PIC X(01).
001931             88  WS-AUTH-ENTRY-USED          VALUE 'Y'.
001932         10  WS-AUTH-APPROVAL-FLAG   PIC X(01).
001933             88  WS-AUTH-APPROVER-VALID      VALUE 'V'.
001934*
001935 77  WS-AUTH-SUB                 PIC 9(03)   COMP.
001936*
001937 01  WS-APPROVER-TABLE.
001938     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
001939     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
001940         10  WS-APPROVER-ID          PIC X(03).
001941         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
001942             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
001943         10  WS-APPROVER-LIMIT       PIC 9(07)V99.
001944*
001945 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
001946 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
001947 77  WS-RETURN-MAGNITUDE         PIC 9(06).
001948 77  WS-RETURN-AUTH-LIMIT        PIC 9(06)   VALUE 100.
001949 77  WS-TRAN-REGISTER            PIC 9(02)   VALUE ZERO.
001950 77  WS-TRAN-CASHIER             PIC X(05)   VALUE SPACES.
001951*
001952*--------------------------------------------------------------*
001953*    STORE TABLE - THE SAME STORE MASTER SALES-MANAGER         *
001954*    VALIDATES AGAINST.  EACH STORE CARRIES ITS OWN POSTED     *
001955*    (SALES.DAT PLUS POSDTL.DAT) AND GL EXTRACT DETAIL         *
001956*    FOOTINGS SO THE SHEET CAN BALANCE EVERY STORE SEPARATELY. *
001957*    GL DETAIL FOR A STORE NOT ON THE MASTER FOOTS TO          *
001958*    WS-GL-NO-STORE-COUNT/TOTAL.                               *
001959*--------------------------------------------------------------*
001960 01  WS-STORE-TABLE.
001961     05  WS-STORE-COUNT          PIC 9(02)   COMP VALUE ZERO.
001962     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
001963         10  WS-STORE-NO             PIC 9(02).
001964         10  WS-STORE-NAME           PIC X(20).
001965         10  WS-STORE-ACTIVE-FLAG    PIC X(01).
001966             88  WS-STORE-ENTRY-ACTIVE       VALUE 'A'.
001967         10  WS-STORE-OPENED-DATE    PIC 9(08).
001968         10  WS-STORE-POSTED-COUNT   PIC 9(07)   COMP.
001969         10  WS-STORE-POSTED-TOTAL   PIC S9(11)V99.
001970         10  WS-STORE-GL-COUNT       PIC 9(07)   COMP.
001971         10  WS-STORE-GL-TOTAL       PIC S9(11)V99.
001972*
001973 77  WS-STORE-SUB                PIC 9(02)   COMP.
001974 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
001975 77  WS-LOOKUP-STORE-NO          PIC 9(02).
001976 77  WS-GL-NO-STORE-COUNT        PIC 9(07)   COMP VALUE ZERO.
001977 77  WS-GL-NO-STORE-TOTAL        PIC S9(11)V99 VALUE ZEROS.
001978*
001979*--------------------------------------------------------------*
001980*    VALIDATION WORK AREAS                                      *
001981*        MIRRORS SALES-MANAGER'S 2200-VALIDATE-SALES-RECORD.   *
001982*--------------------------------------------------------------*
001983 77  WS-MAX-REASONABLE-AMOUNT    PIC 9(06)   VALUE 500000.
001984 77  WS-TEMP-QUOTIENT            PIC 9(04)   COMP.
001985 77  WS-REM-4                    PIC 9(02)   COMP.
001986 77  WS-REM-100                  PIC 9(02)   COMP.
001990 77  WS-REM-400                  PIC 9(03)   COMP.
002000 77  WS-MAX-DAY                  PIC 9(02).
002010*
002656     IF WS-RUN-ABORTED
002657         GO TO 1000-EXIT
002658     END-IF.
002659     PERFORM 1960-LOAD-APPROVER-MASTER THRU 1960-EXIT.
002660     PERFORM 1970-LOAD-RETURN-AUTHS THRU 1970-EXIT.
002661     IF WS-RUN-ABORTED
002662         GO TO 1000-EXIT
002663     END-IF.
002664     PERFORM 1980-LOAD-STORE-MASTER THRU 1980-EXIT.
002665     IF WS-RUN-ABORTED
002666         GO TO 1000-EXIT
002667     END-IF.
002668     OPEN INPUT SALES-FILE.
002670     OPEN INPUT POS-DETAIL-FILE.
002680     IF NOT WS-POS-FILE-OK
002690         SET EOF-POS-FILE TO TRUE
004027     MOVE RA-CASHIER-ID TO WS-AUTH-CASHIER (WS-AUTH-COUNT).
004028     MOVE RA-AMOUNT TO WS-AUTH-AMOUNT (WS-AUTH-COUNT).
004029     MOVE RA-MANAGER-ID TO WS-AUTH-MANAGER (WS-AUTH-COUNT).
004030     PERFORM 1977-CHECK-ONE-AUTH THRU 1977-EXIT.
004031     MOVE 'N' TO WS-AUTH-USED-FLAG (WS-AUTH-COUNT).
004032 1975-EXIT.
004033     EXIT.
004156     END-IF.
004160     ADD 1 TO WS-SD-POSTED-COUNT.
004170     ADD SR-AMOUNT TO WS-SD-POSTED-TOTAL.
004173     ADD 1 TO WS-STORE-POSTED-COUNT (WS-STORE-FOUND-SUB).
004176     ADD SR-AMOUNT TO WS-STORE-POSTED-TOTAL (WS-STORE-FOUND-SUB).
004180 2000-EXIT.
004190     EXIT.
004200*
004730         GO TO 2150-EXIT
004740     END-IF.
004750*
004752     PERFORM 2165-VALIDATE-STORE-NO THRU 2165-EXIT.
004754     IF RECORD-IS-INVALID
004756         GO TO 2150-EXIT
004758     END-IF.
004760     PERFORM 2170-VALIDATE-DEPT-CODE THRU 2170-EXIT.
004770     IF RECORD-IS-INVALID
004780         GO TO 2150-EXIT
005837*        REGISTER AND CASHIER WHEN THE TRANSACTION CAME OVER    *
005838*        THE POS FEED - AND THE MATCHED SLIP IS MARKED USED SO  *
005839*        ONE SLIP CANNOT COVER TWO REFUNDS.                     *
005840*        A SLIP WHOSE MANAGER FAILED THE APPROVER CHECK NEVER   *
005841*        MATCHES.                                               *
005842*****************************************************************
005843 2196-VALIDATE-RETURN-AUTH.
005844     IF SR-AMOUNT >= 0
005845         GO TO 2196-EXIT
005846     END-IF.
005847     COMPUTE WS-RETURN-MAGNITUDE = 0 - SR-AMOUNT.
005848     IF WS-RETURN-MAGNITUDE <= WS-RETURN-AUTH-LIMIT
005849         GO TO 2196-EXIT
005850     END-IF.
005851     COMPUTE WS-REC-DATE-NUM =
005852         SR-YEAR * 10000 + SR-MONTH * 100 + SR-DAY.
005853     SET WS-AUTH-NOT-FOUND TO TRUE.
005866*    2197-MATCH-ONE-AUTH                                        *
005867*        MATCHES ONE AUTHORIZATION SLIP AGAINST THE RETURN IN   *
005868*        HAND AND MARKS IT USED ON A MATCH.                     *
005869*        THE SLIP MUST BE FOR THE RETURN'S OWN STORE - A        *
005870*        REGISTER NUMBER IS ONLY UNIQUE WITHIN A STORE.         *
005871*****************************************************************
005872 2197-MATCH-ONE-AUTH.
005873     IF WS-AUTH-ENTRY-USED (WS-AUTH-SUB)
005874         OR NOT WS-AUTH-APPROVER-VALID (WS-AUTH-SUB)
005875         GO TO 2197-EXIT
005876     END-IF.
005877     IF WS-AUTH-DATE (WS-AUTH-SUB) NOT = WS-REC-DATE-NUM
005878         GO TO 2197-EXIT
005879     END-IF.
005880     IF WS-AUTH-AMOUNT (WS-AUTH-SUB) NOT = WS-RETURN-MAGNITUDE
005881         GO TO 2197-EXIT
005882     END-IF.
005883     IF WS-AUTH-STORE (WS-AUTH-SUB) NOT = SR-STORE-NO
005884         GO TO 2197-EXIT
005885     END-IF.
005886     IF WS-TRAN-REGISTER NOT = 0
005887         AND (WS-AUTH-REGISTER (WS-AUTH-SUB) NOT =
005888                 WS-TRAN-REGISTER
005889             OR WS-AUTH-CASHIER (WS-AUTH-SUB) NOT =
005890                 WS-TRAN-CASHIER)
005891         GO TO 2197-EXIT
005892     END-IF.
005893     SET WS-AUTH-FOUND TO TRUE.
005894     MOVE 'Y' TO WS-AUTH-USED-FLAG (WS-AUTH-SUB).
005895 2197-EXIT.
005896     EXIT.
005897*
005898*****************************************************************
005899*    2700-REFOOT-POS-DETAIL                                     *
005900*        CLASSIFIES ONE POS DETAIL RECORD THE WAY              *
005901*        SALES-MANAGER'S 2700-PROCESS-POS-DETAIL WOULD HAVE,   *
005902*        BY MOVING IT INTO SALES-RECORD AND REUSING THE SAME   *
005903*        VALIDATION.                                            *
005910*****************************************************************
005920 2700-REFOOT-POS-DETAIL.
005930     READ POS-DETAIL-FILE INTO POS-DETAIL-RECORD
006050     MOVE PD-TAX-AMOUNT TO SR-TAX-AMOUNT.
006060     MOVE PD-TAXABILITY-CODE TO SR-TAXABILITY-CODE.
006070     MOVE PD-EXEMPT-CERT TO SR-EXEMPT-CERT.
006071     MOVE PD-STORE-NO TO SR-STORE-NO.
006072     MOVE PD-REGISTER-NO TO WS-TRAN-REGISTER.
006074     MOVE PD-CASHIER-ID TO WS-TRAN-CASHIER.
006080     PERFORM 2150-VALIDATE-SALES-RECORD THRU 2150-EXIT.
006196     END-IF.
006200     ADD 1 TO WS-PD-POSTED-COUNT.
006210     ADD PD-AMOUNT TO WS-PD-POSTED-TOTAL.
006213     ADD 1 TO WS-STORE-POSTED-COUNT (WS-STORE-FOUND-SUB).
006216     ADD PD-AMOUNT TO WS-STORE-POSTED-TOTAL (WS-STORE-FOUND-SUB).
006220 2700-EXIT.
006230     EXIT.
006240*
006400         GO TO 3000-EXIT
006410     END-IF.
006420     ADD 1 TO WS-GL-DETAIL-COUNT.
006421     ADD GL-NET-AMOUNT TO WS-GL-DETAIL-TOTAL.
006422     MOVE ZERO TO WS-LOOKUP-STORE-NO.
006423     IF GL-STORE-NO NUMERIC
006424         MOVE GL-STORE-NO TO WS-LOOKUP-STORE-NO
006425     END-IF.
006426     PERFORM 2166-FIND-STORE-ENTRY THRU 2166-EXIT.
006427     IF WS-STORE-FOUND
006428         ADD 1 TO WS-STORE-GL-COUNT (WS-STORE-FOUND-SUB)
006429         ADD GL-NET-AMOUNT TO
006430             WS-STORE-GL-TOTAL (WS-STORE-FOUND-SUB)
006431     ELSE
006432         ADD 1 TO WS-GL-NO-STORE-COUNT
006433         ADD GL-NET-AMOUNT TO WS-GL-NO-STORE-TOTAL
006434     END-IF.
006440 3000-EXIT.
006450     EXIT.
006460*
006540     COMPUTE WS-POSTED-COUNT =
006550         WS-SD-POSTED-COUNT + WS-PD-POSTED-COUNT.
006560     COMPUTE WS-POSTED-TOTAL =
006561         WS-SD-POSTED-TOTAL + WS-PD-POSTED-TOTAL.
006562     PERFORM 4050-PRINT-ONE-STORE THRU 4050-EXIT
006563         VARYING WS-STORE-SUB FROM 1 BY 1
006564         UNTIL WS-STORE-SUB > WS-STORE-COUNT.
006565     IF WS-GL-NO-STORE-COUNT NOT = 0
006566         PERFORM 4060-PRINT-NO-STORE-GL THRU 4060-EXIT
006567     END-IF.
006568     MOVE "CONSOLIDATED - ALL STORES" TO BALANCE-LINE.
006569     WRITE BALANCE-LINE.
006570     MOVE SPACES TO BALANCE-LINE.
006571     WRITE BALANCE-LINE.
006580     MOVE "SOURCE TOTALS" TO BALANCE-LINE.
006590     WRITE BALANCE-LINE.
006600     MOVE "-------------" TO BALANCE-LINE.
009080     END-IF.
009090 9000-EXIT.
009100     EXIT.
009110*
009120*****************************************************************
009130*    1960-LOAD-APPROVER-MASTER                                  *
009140*        LOADS THE APPROVER MASTER THE SAME WAY SALES-MANAGER   *
009150*        DOES.  A MISSING FILE LEAVES THE TABLE EMPTY AND NO    *
009160*        SLIP AUTHORIZES ANYTHING.                              *
009170*****************************************************************
009180 1960-LOAD-APPROVER-MASTER.
009190     OPEN INPUT APPROVER-MASTER-FILE.
009200     IF NOT WS-APPRMST-FILE-OK
009210         DISPLAY "DAILY-BALANCE: APPROVER MASTER FILE "
009220             "(APPRMST) IS MISSING - NO RETURN IS AUTHORIZED"
009230         GO TO 1960-EXIT
009240     END-IF.
009250     PERFORM 1965-LOAD-ONE-APPROVER THRU 1965-EXIT
009260         UNTIL EOF-APPRMST-FILE.
009270     CLOSE APPROVER-MASTER-FILE.
009280 1960-EXIT.
009290     EXIT.
009300*
009310*****************************************************************
009320*    1965-LOAD-ONE-APPROVER                                     *
009330*****************************************************************
009340 1965-LOAD-ONE-APPROVER.
009350     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
009360         AT END
009370             SET EOF-APPRMST-FILE TO TRUE
009380             GO TO 1965-EXIT
009390     END-READ.
009400     IF WS-APPROVER-COUNT >= 50
009410         SET EOF-APPRMST-FILE TO TRUE
009420         GO TO 1965-EXIT
009430     END-IF.
009440     ADD 1 TO WS-APPROVER-COUNT.
009450     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
009460     MOVE AV-ACTIVE-FLAG TO
009470         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
009480     IF AV-RETURN-LIMIT NUMERIC
009490         MOVE AV-RETURN-LIMIT TO
009500             WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
009510     ELSE
009520         MOVE ZEROS TO WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
009530     END-IF.
009540 1965-EXIT.
009550     EXIT.
009560*
009570*****************************************************************
009580*    1976-MATCH-ONE-APPROVER                                    *
009590*****************************************************************
009600 1976-MATCH-ONE-APPROVER.
009610     IF WS-APPROVER-ID (WS-APPROVER-SUB) = RA-MANAGER-ID
009620         SET WS-APPROVER-FOUND TO TRUE
009630         MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB
009640     END-IF.
009650 1976-EXIT.
009660     EXIT.
009670*
009680*****************************************************************
009690*    1977-CHECK-ONE-AUTH                                        *
009700*        SETS THE STORE THE SLIP WAS KEYED FOR - A SLIP WITH    *
009710*        NO STORE IS THE MAIN STORE'S (01) - AND LOOKS THE      *
009720*        SLIP'S MANAGER UP ON THE APPROVER TABLE.               *
009730*        A SLIP IS ONLY GOOD ('V') WHEN ITS MANAGER IS AN       *
009740*        ACTIVE APPROVER WHOSE RETURN LIMIT COVERS IT.          *
009750*****************************************************************
009760 1977-CHECK-ONE-AUTH.
009770     IF RA-STORE-NO NUMERIC
009780         MOVE RA-STORE-NO TO WS-AUTH-STORE (WS-AUTH-COUNT)
009790     ELSE
009800         MOVE 01 TO WS-AUTH-STORE (WS-AUTH-COUNT)
009810     END-IF.
009820     MOVE 'X' TO WS-AUTH-APPROVAL-FLAG (WS-AUTH-COUNT).
009830     SET WS-APPROVER-NOT-FOUND TO TRUE.
009840     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
009850     PERFORM 1976-MATCH-ONE-APPROVER THRU 1976-EXIT
009860         VARYING WS-APPROVER-SUB FROM 1 BY 1
009870         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
009880             OR WS-APPROVER-FOUND.
009890     IF WS-APPROVER-FOUND
009900         AND WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-FOUND-SUB)
009910         AND RA-AMOUNT NOT >
009920             WS-APPROVER-LIMIT (WS-APPROVER-FOUND-SUB)
009930         SET WS-AUTH-APPROVER-VALID (WS-AUTH-COUNT) TO TRUE
009940     END-IF.
009950 1977-EXIT.
009960     EXIT.
009970*
009980*****************************************************************
009990*    1980-LOAD-STORE-MASTER                                     *
010000*        LOADS THE STORE MASTER - THE SAME RULE SALES-MANAGER   *
010010*        APPLIES: A MISSING OR EMPTY MASTER STOPS THE RUN.      *
010020*****************************************************************
010030 1980-LOAD-STORE-MASTER.
010040     OPEN INPUT STORE-MASTER-FILE.
010050     IF NOT WS-STOREMST-FILE-OK
010060         MOVE "*** STORE MASTER FILE (STOREMST) IS MISSING" TO
010070             BALANCE-LINE
010080         WRITE BALANCE-LINE
010090         DISPLAY "DAILY-BALANCE: NO STORE MASTER - "
010100             "RUN STOPPED"
010110         MOVE 8 TO RETURN-CODE
010120         SET WS-RUN-ABORTED TO TRUE
010130         GO TO 1980-EXIT
010140     END-IF.
010150     PERFORM 1985-LOAD-ONE-STORE THRU 1985-EXIT
010160         UNTIL EOF-STOREMST-FILE.
010170     CLOSE STORE-MASTER-FILE.
010180     IF WS-STORE-COUNT = 0
010190         MOVE "*** STORE MASTER FILE (STOREMST) IS EMPTY" TO
010200             BALANCE-LINE
010210         WRITE BALANCE-LINE
010220         DISPLAY "DAILY-BALANCE: EMPTY STORE MASTER - "
010230             "RUN STOPPED"
010240         MOVE 8 TO RETURN-CODE
010250         SET WS-RUN-ABORTED TO TRUE
010260     END-IF.
010270 1980-EXIT.
010280     EXIT.
010290*
010300*****************************************************************
010310*    1985-LOAD-ONE-STORE                                        *
010320*****************************************************************
010330 1985-LOAD-ONE-STORE.
010340     READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
010350         AT END
010360             SET EOF-STOREMST-FILE TO TRUE
010370             GO TO 1985-EXIT
010380     END-READ.
010390     IF WS-STORE-COUNT >= 10
010400         MOVE "*** STORE MASTER EXCEEDS 10 STORES" TO
010410             BALANCE-LINE
010420         WRITE BALANCE-LINE
010430         MOVE 8 TO RETURN-CODE
010440         SET WS-RUN-ABORTED TO TRUE
010450         SET EOF-STOREMST-FILE TO TRUE
010460         GO TO 1985-EXIT
010470     END-IF.
010480     ADD 1 TO WS-STORE-COUNT.
010490     MOVE ST-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT).
010500     MOVE ST-STORE-NAME TO WS-STORE-NAME (WS-STORE-COUNT).
010510     MOVE ST-ACTIVE-FLAG TO WS-STORE-ACTIVE-FLAG (WS-STORE-COUNT).
010520     MOVE ST-OPENED-DATE TO WS-STORE-OPENED-DATE (WS-STORE-COUNT).
010530     MOVE ZERO TO WS-STORE-POSTED-COUNT (WS-STORE-COUNT).
010540     MOVE ZEROS TO WS-STORE-POSTED-TOTAL (WS-STORE-COUNT).
010550     MOVE ZERO TO WS-STORE-GL-COUNT (WS-STORE-COUNT).
010560     MOVE ZEROS TO WS-STORE-GL-TOTAL (WS-STORE-COUNT).
010570 1985-EXIT.
010580     EXIT.
010590*
010600*****************************************************************
010610*    2165-VALIDATE-STORE-NO                                     *
010620*        THE SAME STORE RULES SALES-MANAGER'S                   *
010630*        2230-VALIDATE-STORE-NO APPLIES.  ON SUCCESS,           *
010640*        WS-STORE-FOUND-SUB POINTS AT THE STORE'S ENTRY.        *
010650*****************************************************************
010660 2165-VALIDATE-STORE-NO.
010670     IF SR-STORE-NO NOT NUMERIC
010680         SET RECORD-IS-INVALID TO TRUE
010690         GO TO 2165-EXIT
010700     END-IF.
010710     MOVE SR-STORE-NO TO WS-LOOKUP-STORE-NO.
010720     PERFORM 2166-FIND-STORE-ENTRY THRU 2166-EXIT.
010730     IF WS-STORE-NOT-FOUND
010740         SET RECORD-IS-INVALID TO TRUE
010750         GO TO 2165-EXIT
010760     END-IF.
010770     IF NOT WS-STORE-ENTRY-ACTIVE (WS-STORE-FOUND-SUB)
010780         SET RECORD-IS-INVALID TO TRUE
010790         GO TO 2165-EXIT
010800     END-IF.
010810     COMPUTE WS-REC-DATE-NUM =
010820         SR-YEAR * 10000 + SR-MONTH * 100 + SR-DAY.
010830     IF WS-REC-DATE-NUM <
010840             WS-STORE-OPENED-DATE (WS-STORE-FOUND-SUB)
010850         SET RECORD-IS-INVALID TO TRUE
010860     END-IF.
010870 2165-EXIT.
010880     EXIT.
010890*
010900*****************************************************************
010910*    2166-FIND-STORE-ENTRY                                      *
010920*****************************************************************
010930 2166-FIND-STORE-ENTRY.
010940     SET WS-STORE-NOT-FOUND TO TRUE.
010950     MOVE ZERO TO WS-STORE-FOUND-SUB.
010960     PERFORM 2167-MATCH-ONE-STORE THRU 2167-EXIT
010970         VARYING WS-STORE-SUB FROM 1 BY 1
010980         UNTIL WS-STORE-SUB > WS-STORE-COUNT
010990             OR WS-STORE-FOUND.
011000 2166-EXIT.
011010     EXIT.
011020*
011030*****************************************************************
011040*    2167-MATCH-ONE-STORE                                       *
011050*****************************************************************
011060 2167-MATCH-ONE-STORE.
011070     IF WS-STORE-NO (WS-STORE-SUB) = WS-LOOKUP-STORE-NO
011080         SET WS-STORE-FOUND TO TRUE
011090         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
011100     END-IF.
011110 2167-EXIT.
011120     EXIT.
011130*
011140*****************************************************************
011150*    4050-PRINT-ONE-STORE                                       *
011160*        ONE STORE'S POSTED FIGURES AGAINST ITS GL EXTRACT      *
011170*        DETAIL.  A STORE THAT DOES NOT FOOT COUNTS AGAINST THE *
011180*        DAY THE SAME AS A CONSOLIDATED COMPARISON.  AN         *
011190*        INACTIVE STORE WITH NOTHING POSTED AND NO GL DETAIL IS *
011200*        SKIPPED.                                               *
011210*****************************************************************
011220 4050-PRINT-ONE-STORE.
011230     IF NOT WS-STORE-ENTRY-ACTIVE (WS-STORE-SUB)
011240         AND WS-STORE-POSTED-COUNT (WS-STORE-SUB) = 0
011250         AND WS-STORE-GL-COUNT (WS-STORE-SUB) = 0
011260         GO TO 4050-EXIT
011270     END-IF.
011280     MOVE SPACES TO BALANCE-LINE.
011290     STRING "STORE " WS-STORE-NO (WS-STORE-SUB) " "
011300         WS-STORE-NAME (WS-STORE-SUB)
011310         DELIMITED BY SIZE INTO BALANCE-LINE
011320     END-STRING.
011330     WRITE BALANCE-LINE.
011340     MOVE "--------------------------" TO BALANCE-LINE.
011350     WRITE BALANCE-LINE.
011360     MOVE WS-STORE-POSTED-COUNT (WS-STORE-SUB) TO WS-COUNT-ED.
011370     MOVE WS-STORE-POSTED-TOTAL (WS-STORE-SUB) TO WS-AMOUNT-ED.
011380     MOVE SPACES TO BALANCE-LINE.
011390     STRING "TOTAL POSTED (SALESRPT): " WS-COUNT-ED "  "
011400         WS-AMOUNT-ED
011410         DELIMITED BY SIZE INTO BALANCE-LINE
011420     END-STRING.
011430     WRITE BALANCE-LINE.
011440     MOVE WS-STORE-GL-COUNT (WS-STORE-SUB) TO WS-COUNT-ED.
011450     MOVE WS-STORE-GL-TOTAL (WS-STORE-SUB) TO WS-AMOUNT-ED.
011460     MOVE SPACES TO BALANCE-LINE.
011470     STRING "GL EXTRACT DETAIL:       " WS-COUNT-ED "  "
011480         WS-AMOUNT-ED
011490         DELIMITED BY SIZE INTO BALANCE-LINE
011500     END-STRING.
011510     WRITE BALANCE-LINE.
011520     COMPUTE WS-COMPARE-DIFF =
011530         WS-STORE-POSTED-TOTAL (WS-STORE-SUB)
011540         - WS-STORE-GL-TOTAL (WS-STORE-SUB).
011550     MOVE SPACES TO WS-VERDICT.
011560     IF WS-COMPARE-DIFF = 0
011570         AND WS-STORE-POSTED-COUNT (WS-STORE-SUB) =
011580             WS-STORE-GL-COUNT (WS-STORE-SUB)
011590         MOVE "IN BALANCE" TO WS-VERDICT
011600     ELSE
011610         MOVE "*** OUT OF BALANCE" TO WS-VERDICT
011620         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
011630     END-IF.
011640     MOVE WS-COMPARE-DIFF TO WS-DIFF-ED.
011650     MOVE SPACES TO BALANCE-LINE.
011660     STRING "POSTED VS GL DETAIL:          " WS-DIFF-ED
011670         "  " WS-VERDICT
011680         DELIMITED BY SIZE INTO BALANCE-LINE
011690     END-STRING.
011700     WRITE BALANCE-LINE.
011710     MOVE SPACES TO BALANCE-LINE.
011720     WRITE BALANCE-LINE.
011730 4050-EXIT.
011740     EXIT.
011750*
011760*****************************************************************
011770*    4060-PRINT-NO-STORE-GL                                     *
011780*        GL EXTRACT DETAIL CARRYING A STORE NUMBER THAT IS      *
011790*        NOT ON THE STORE MASTER.  NOTHING SALES-MANAGER POSTS  *
011800*        CAN LAND HERE, SO ANY AMOUNT AT ALL PUTS THE DAY OUT   *
011810*        OF BALANCE.                                            *
011820*****************************************************************
011830 4060-PRINT-NO-STORE-GL.
011840     MOVE WS-GL-NO-STORE-COUNT TO WS-COUNT-ED.
011850     MOVE WS-GL-NO-STORE-TOTAL TO WS-AMOUNT-ED.
011860     MOVE SPACES TO BALANCE-LINE.
011870     STRING "GL DETAIL - NO STORE:    " WS-COUNT-ED "  "
011880         WS-AMOUNT-ED "  *** OUT OF BALANCE"
011890         DELIMITED BY SIZE INTO BALANCE-LINE
011900     END-STRING.
011910     WRITE BALANCE-LINE.
011920     MOVE SPACES TO BALANCE-LINE.
011930     WRITE BALANCE-LINE.
011940     ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
011950 4060-EXIT.
011960     EXIT.
