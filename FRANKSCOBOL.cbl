001128*                     END OF RUN.  SEE 1970-LOAD-RETURN-AUTHS,
001129*                     2296-VALIDATE-RETURN-AUTH AND
001131*                     9200-LIST-UNUSED-AUTHS.
001132*    2026-10-15 WJF   THE POS TENDER TYPE IS CARRIED ONTO THE GL
001133*                     EXTRACT (GL-TENDER-TYPE) SO GL-JOURNAL CAN
001134*                     CHARGE ON-ACCOUNT SALES TO RECEIVABLES
001135*                     INSTEAD OF CASH.
001136*    2026-10-15 WJF   MULTI-STORE.  EVERY SALES AND POS DETAIL
001137*                     RECORD NOW CARRIES ITS STORE NUMBER, WHICH
001138*                     MUST BE ON THE STORE MASTER (STOREMST) AND
001139*                     ACTIVE - SEE 2230-VALIDATE-STORE-NO.  THE
001140*                     STORE IS CARRIED ONTO THE GL EXTRACT AND
001141*                     THE EXCEPTION LINE (NOW 132 WIDE), AND THE
001142*                     TRAILER PRINTS EACH STORE'S DEPARTMENT
001143*                     ROLLUP AND SALES-TYPE BREAKOUT BEFORE THE
001144*                     CONSOLIDATED TOTALS.  THE STORE TOTALS RIDE
001145*                     ON THE CHECKPOINT.
001146*    2026-10-15 WJF   THE MANAGER ON A RETURN AUTHORIZATION
001147*                     SLIP MUST BE AN ACTIVE APPROVER ON THE
001148*                     APPROVER MASTER (APPRMST) WHOSE RETURN
001149*                     LIMIT COVERS THE SLIP - ANY OTHER SLIP
001150*                     AUTHORIZES NOTHING.  EACH SLIP USED IS
001151*                     LOGGED TO APPRLOG AT END OF RUN.  SEE
001152*                     1960-LOAD-APPROVER-MASTER AND
001153*                     9300-LOG-RETURN-APPROVALS.
001154*    2026-10-15 WJF   THE USED FLAG ON EACH RETURN AUTHORIZATION
001155*                     RIDES ON THE CHECKPOINT, SO A RESTARTED RUN
001156*                     NEITHER REUSES A SLIP NOR LEAVES ONE USED
001157*                     BEFORE THE CHECKPOINT OFF THE APPROVAL LOG.
001158*                     SEE 1370-RESTORE-AUTH-FLAGS.
001159*    2026-10-15 WJF   A RETURN AUTHORIZATION NOW CARRIES THE
001160*                     STORE IT WAS KEYED FOR (RA-STORE-NO) AND
001161*                     ONLY AUTHORIZES A RETURN AT THAT STORE.
001162*                     SEE 2297-MATCH-ONE-AUTH.
001163*
001164 ENVIRONMENT DIVISION.
001165 INPUT-OUTPUT SECTION.
001166 FILE-CONTROL.
001167     SELECT SALES-FILE
001168         ASSIGN TO SALESDAT
001170         ORGANIZATION IS LINE SEQUENTIAL.
001180*
001190     SELECT EXCEPTION-FILE
001549         ORGANIZATION IS LINE SEQUENTIAL
001551         FILE STATUS IS WS-RETAUTH-STATUS.
001552*
001553     SELECT STORE-MASTER-FILE
001554         ASSIGN TO STOREMST
001555         ORGANIZATION IS LINE SEQUENTIAL
001556         FILE STATUS IS WS-STOREMST-STATUS.
001557*
001558     SELECT APPROVER-MASTER-FILE
001559         ASSIGN TO APPRMST
001560         ORGANIZATION IS LINE SEQUENTIAL
001561         FILE STATUS IS WS-APPRMST-STATUS.
001562*
001563     SELECT APPROVAL-LOG-FILE
001564         ASSIGN TO APPRLOG
001565         ORGANIZATION IS LINE SEQUENTIAL
001566         FILE STATUS IS WS-APPRLOG-STATUS.
001567*
001568 DATA DIVISION.
001569 FILE SECTION.
001570 FD  SALES-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY SALESREC.
001600*
001610 FD  EXCEPTION-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  EXCEPTION-LINE                 PIC X(132).
001640*
001650 FD  SALES-REPORT-FILE
001660     LABEL RECORDS ARE STANDARD.
001924     LABEL RECORDS ARE STANDARD.
001925 COPY RETAUTH.
001926*
001927 FD  STORE-MASTER-FILE
001928     LABEL RECORDS ARE STANDARD.
001929 COPY STOREMST.
001930*
001931 FD  APPROVER-MASTER-FILE
001932     LABEL RECORDS ARE STANDARD.
001933 COPY APPRMST.
001934*
001935 FD  APPROVAL-LOG-FILE
001936     LABEL RECORDS ARE STANDARD.
001937 COPY APPRLOG.
001938*
001939 WORKING-STORAGE SECTION.
001940*
001950*--------------------------------------------------------------*
001960*    SWITCHES                                                   *
002368     05  WS-AUTH-FOUND-SW        PIC X(01)   VALUE 'N'.
002369         88  WS-AUTH-FOUND                    VALUE 'Y'.
002371         88  WS-AUTH-NOT-FOUND                VALUE 'N'.
002372     05  WS-STOREMST-STATUS      PIC X(02)   VALUE SPACES.
002373         88  WS-STOREMST-FILE-OK              VALUE '00'.
002374     05  WS-STOREMST-EOF-SW      PIC X(01)   VALUE 'N'.
002375         88  EOF-STOREMST-FILE                VALUE 'Y'.
002376     05  WS-STORE-FOUND-SW       PIC X(01)   VALUE 'N'.
002377         88  WS-STORE-FOUND                   VALUE 'Y'.
002378         88  WS-STORE-NOT-FOUND               VALUE 'N'.
002379     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
002380         88  WS-APPRMST-FILE-OK               VALUE '00'.
002381     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
002382         88  EOF-APPRMST-FILE                 VALUE 'Y'.
002383     05  WS-APPRLOG-STATUS       PIC X(02)   VALUE SPACES.
002384         88  WS-APPRLOG-FILE-MISSING          VALUE '35'.
002385     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
002386         88  WS-APPROVER-FOUND                VALUE 'Y'.
002387         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
002388*
002389*--------------------------------------------------------------*
002390*    RUNNING TOTALS AND COUNTERS                                *
002391*--------------------------------------------------------------*
002400 01  WS-TOTALS.
002410     05  WS-MONTH-TOTAL          PIC S9(09)V99 VALUE ZEROS.
002420     05  WS-YEAR-TOTAL           PIC S9(09)V99 VALUE ZEROS.
003020         10  WS-DEPT-TOTAL           PIC S9(09)V99.
003030*
003040 77  WS-DEPT-SUB                 PIC 9(02)   COMP.
003041 77  WS-DEPT-FOUND-SUB           PIC 9(02)   COMP VALUE ZERO.
003042 77  WS-CKPT-SUB                 PIC 9(02)   COMP.
003043 77  WS-LOOKUP-DEPT-CODE         PIC X(04).
003044*
003045*--------------------------------------------------------------*
003046*    STORE TABLE, LOADED FROM THE STORE MASTER (STOREMST.DAT)  *
003047*    AT START OF RUN.  EVERY SALE'S STORE NUMBER VALIDATES     *
003048*    AGAINST IT, AND EACH STORE CARRIES ITS OWN NET, GROSS,    *
003049*    RETURNS AND TAX TOTALS AND A DEPARTMENT TOTAL FOR EVERY   *
003050*    SLOT OF WS-DEPT-TABLE, SO THE TRAILER CAN PRINT EACH      *
003051*    STORE SEPARATELY AHEAD OF THE CONSOLIDATED FIGURES.       *
003052*--------------------------------------------------------------*
003053 01  WS-STORE-TABLE.
003054     05  WS-STORE-COUNT          PIC 9(02)   COMP VALUE ZERO.
003055     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
003056         10  WS-STORE-NO             PIC 9(02).
003057         10  WS-STORE-NAME           PIC X(20).
003058         10  WS-STORE-ACTIVE-FLAG    PIC X(01).
003059             88  WS-STORE-ENTRY-ACTIVE       VALUE 'A'.
003060         10  WS-STORE-OPENED-DATE    PIC 9(08).
003061         10  WS-STORE-NET-TOTAL      PIC S9(09)V99.
003062         10  WS-STORE-GROSS-TOTAL    PIC 9(09)V99.
003063         10  WS-STORE-RETURNS-TOTAL  PIC 9(09)V99.
003064         10  WS-STORE-TAX-TOTAL      PIC S9(09)V99.
003065         10  WS-STORE-DEPT-TOTAL     PIC S9(09)V99
003066                                     OCCURS 20 TIMES.
003067*
003068 77  WS-STORE-SUB                PIC 9(02)   COMP.
003069 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
003070 77  WS-CKPT-STORE-SUB           PIC 9(02)   COMP.
003071 77  WS-LOOKUP-STORE-NO          PIC 9(02).
003072*
003073*--------------------------------------------------------------*
003074*    EXEMPTION CERTIFICATE TABLE, LOADED FROM THE CERTIFICATE   *
003109*    THRESHOLD MUST MATCH AN UNUSED ENTRY - DATE AND AMOUNT,    *
003111*    PLUS REGISTER AND CASHIER WHEN THE TRANSACTION CAME IN     *
003112*    OVER THE POS FEED AND CARRIES THEM.                        *
003113*    ONLY A SLIP WHOSE MANAGER PASSED THE APPROVER MASTER      *
003114*    CHECK AT LOAD (APPROVAL FLAG 'V') CAN AUTHORIZE A RETURN, *
003115*    AND ONLY AT THE STORE THE SLIP WAS KEYED FOR.             *
003116*--------------------------------------------------------------*
003117 01  WS-AUTH-TABLE.
003118     05  WS-AUTH-COUNT           PIC 9(03)   COMP VALUE ZERO.
003119     05  WS-AUTH-ENTRY           OCCURS 100 TIMES.
003120         10  WS-AUTH-DATE            PIC 9(08).
003121         10  WS-AUTH-STORE           PIC 9(02).
003122         10  WS-AUTH-REGISTER        PIC 9(02).
003123         10  WS-AUTH-CASHIER         PIC X(05).
003124         10  WS-AUTH-AMOUNT          PIC 9(06).
003125         10  WS-AUTH-MANAGER         PIC X(03).
003126         10  WS-AUTH-USED-FLAG       PIC X(01).
003127             88  WS-AUTH-ENTRY-USED          VALUE 'Y'.
003128         10  WS-AUTH-APPROVAL-FLAG   PIC X(01).
003129             88  WS-AUTH-APPROVER-VALID      VALUE 'V'.
003130             88  WS-AUTH-APPROVER-UNKNOWN    VALUE 'U'.
003131             88  WS-AUTH-APPROVER-INACTIVE   VALUE 'I'.
003132             88  WS-AUTH-OVER-APPROVER-LIMIT VALUE 'L'.
003133*
003134 77  WS-AUTH-SUB                 PIC 9(03)   COMP.
003135 77  WS-CKPT-AUTH-SUB            PIC 9(03)   COMP.
003136*
003137*--------------------------------------------------------------*
003138*    APPROVER TABLE, LOADED FROM THE APPROVER MASTER           *
003139*    (APPRMST.DAT) WITH EACH PERSON'S RETURN AUTHORIZATION     *
003140*    LIMIT IN DOLLARS                                          *
003141*--------------------------------------------------------------*
003142 01  WS-APPROVER-TABLE.
003143     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
003144     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
003145         10  WS-APPROVER-ID          PIC X(03).
003146         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
003147             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
003148         10  WS-APPROVER-LIMIT       PIC 9(07)V99.
003149*
003150 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
003151 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
003152 77  WS-AUTH-REJECT-REASON       PIC X(40)   VALUE SPACES.
003153*
003154 77  WS-RETURN-MAGNITUDE         PIC 9(06).
003155 77  WS-RETURN-AUTH-LIMIT        PIC 9(06)   VALUE 100.
003156 77  WS-TRAN-REGISTER            PIC 9(02)   VALUE ZERO.
003157 77  WS-TRAN-CASHIER             PIC X(05)   VALUE SPACES.
003158 77  WS-TRAN-TENDER              PIC X(01)   VALUE SPACE.
003159*
003160*--------------------------------------------------------------*
003161*    INCOMING-FILE FINGERPRINT AND PRIOR-RUN GUARD WORK AREAS  *
003162*--------------------------------------------------------------*
003163 01  WS-RUN-TIME-RAW             PIC 9(08)   VALUE ZEROS.
003164 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
003165     05  WS-RUN-TIME             PIC 9(06).
003166     05  FILLER                  PIC 9(02).
003167 77  WS-INPUT-RECORD-COUNT       PIC 9(07)   COMP VALUE ZERO.
003170 77  WS-INPUT-FIRST-DATE         PIC 9(08)   VALUE 99999999.
003180 77  WS-INPUT-LAST-DATE          PIC 9(08)   VALUE ZEROS.
003190 77  WS-INPUT-TOTAL              PIC S9(11)V99 VALUE ZEROS.
003881     IF WS-RUN-ABORTED
003882         GO TO 1000-EXIT
003883     END-IF.
003884     PERFORM 1960-LOAD-APPROVER-MASTER THRU 1960-EXIT.
003885     PERFORM 1970-LOAD-RETURN-AUTHS THRU 1970-EXIT.
003886     IF WS-RUN-ABORTED
003887         GO TO 1000-EXIT
003888     END-IF.
003889     PERFORM 1980-LOAD-STORE-MASTER THRU 1980-EXIT.
003890     IF WS-RUN-ABORTED
003891         GO TO 1000-EXIT
003892     END-IF.
003893     PERFORM 1600-FINGERPRINT-SALES-FILE THRU 1600-EXIT.
003894     PERFORM 1700-CHECK-DUPLICATE-RUN THRU 1700-EXIT.
003900     IF WS-RUN-ABORTED
003910         GO TO 1000-EXIT
003920     END-IF.
005247     MOVE RA-CASHIER-ID TO WS-AUTH-CASHIER (WS-AUTH-COUNT).
005248     MOVE RA-AMOUNT TO WS-AUTH-AMOUNT (WS-AUTH-COUNT).
005249     MOVE RA-MANAGER-ID TO WS-AUTH-MANAGER (WS-AUTH-COUNT).
005250     PERFORM 1977-CHECK-ONE-AUTH THRU 1977-EXIT.
005251     MOVE 'N' TO WS-AUTH-USED-FLAG (WS-AUTH-COUNT).
005252 1975-EXIT.
005253     EXIT.
006150*    1300-LOAD-CHECKPOINT                                       *
006160*        ON A RESTART RUN, PRIMES THE RUNNING TOTALS FROM THE   *
006170*        LAST CHECKPOINT AND SETS THE NUMBER OF SALES RECORDS   *
006180*        TO SKIP BEFORE PROCESSING RESUMES.  THE RETURN         *
006183*        AUTHORIZATIONS USED BEFORE THE CHECKPOINT ARE MARKED   *
006186*        USED AGAIN.                                            *
006190*****************************************************************
006200 1300-LOAD-CHECKPOINT.
006210     MOVE ZERO TO WS-SKIP-REMAINING.
006410         VARYING WS-CKPT-SUB FROM 1 BY 1
006420         UNTIL WS-CKPT-SUB > CK-DEPT-COUNT
006430             OR WS-CKPT-SUB > 20.
006432     PERFORM 1360-RESTORE-ONE-STORE-TOTAL THRU 1360-EXIT
006434         VARYING WS-CKPT-STORE-SUB FROM 1 BY 1
006436         UNTIL WS-CKPT-STORE-SUB > CK-STORE-COUNT
006438             OR WS-CKPT-STORE-SUB > 10.
006440     MOVE CK-GROSS-SALES-TOTAL TO WS-GROSS-SALES-TOTAL.
006450     MOVE CK-RETURNS-TOTAL TO WS-RETURNS-TOTAL.
006460     MOVE CK-TAX-TOTAL TO WS-TAX-TOTAL.
006500     MOVE CK-POS-RECORDS-PROCESSED TO WS-POS-RECORDS-READ.
006510     MOVE CK-DATE-RANGE-SKIPPED TO WS-DATE-RANGE-SKIPPED.
006511     MOVE CK-CLOSED-PERIOD-COUNT TO WS-CLOSED-PERIOD-COUNT.
006515     PERFORM 1370-RESTORE-AUTH-FLAGS THRU 1370-EXIT.
006520     IF CK-PRIOR-YEAR NOT = 0 OR CK-PRIOR-MONTH NOT = 0
006530         MOVE 'N' TO WS-FIRST-RECORD-SW
006540     END-IF.
007400*
007405     MOVE ZERO TO WS-TRAN-REGISTER.
007406     MOVE SPACES TO WS-TRAN-CASHIER.
007408     MOVE SPACE TO WS-TRAN-TENDER.
007410     PERFORM 2200-VALIDATE-SALES-RECORD THRU 2200-EXIT.
007420     IF RECORD-IS-INVALID
007430         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
008590         GO TO 2200-EXIT
008600     END-IF.
008610*
008612     PERFORM 2230-VALIDATE-STORE-NO THRU 2230-EXIT.
008614     IF RECORD-IS-INVALID
008616         GO TO 2200-EXIT
008618     END-IF.
008620     PERFORM 2250-VALIDATE-DEPT-CODE THRU 2250-EXIT.
008630     IF RECORD-IS-INVALID
008640         GO TO 2200-EXIT
009757*        TRANSACTION CAME OVER THE POS FEED AND CARRIES THEM.   *
009758*        THE MATCHED SLIP IS MARKED USED SO ONE SLIP CANNOT     *
009759*        COVER TWO REFUNDS.                                     *
009760*        A SLIP THAT MATCHES BUT WHOSE MANAGER FAILED THE       *
009761*        APPROVER CHECK AUTHORIZES NOTHING - IF NO GOOD SLIP    *
009762*        MATCHES, THE EXCEPTION SAYS WHY THE SIGNED ONE FAILED. *
009763*****************************************************************
009764 2296-VALIDATE-RETURN-AUTH.
009765     IF SR-AMOUNT >= 0
009766         GO TO 2296-EXIT
009767     END-IF.
009768     COMPUTE WS-RETURN-MAGNITUDE = 0 - SR-AMOUNT.
009769     IF WS-RETURN-MAGNITUDE <= WS-RETURN-AUTH-LIMIT
009770         GO TO 2296-EXIT
009771     END-IF.
009772     COMPUTE WS-REC-DATE-NUM =
009773         SR-YEAR * 10000 + SR-MONTH * 100 + SR-DAY.
009774     SET WS-AUTH-NOT-FOUND TO TRUE.
009775     MOVE SPACES TO WS-AUTH-REJECT-REASON.
009776     PERFORM 2297-MATCH-ONE-AUTH THRU 2297-EXIT
009777         VARYING WS-AUTH-SUB FROM 1 BY 1
009778         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
009779             OR WS-AUTH-FOUND.
009780     IF WS-AUTH-NOT-FOUND
009781         SET RECORD-IS-INVALID TO TRUE
009782         IF WS-AUTH-REJECT-REASON NOT = SPACES
009783             MOVE WS-AUTH-REJECT-REASON TO WS-EXCEPTION-REASON
009784         ELSE
009785             MOVE "LARGE RETURN HAS NO AUTHORIZATION" TO
009786                 WS-EXCEPTION-REASON
009787         END-IF
009788     END-IF.
009789 2296-EXIT.
009790     EXIT.
009791*
009792*****************************************************************
009793*    2297-MATCH-ONE-AUTH                                        *
009794*        MATCHES ONE AUTHORIZATION SLIP AGAINST THE RETURN IN   *
009795*        HAND AND MARKS IT USED ON A MATCH.                     *
009796*        A MATCHING SLIP WITH A BAD APPROVER ONLY LEAVES ITS    *
009797*        REASON BEHIND, AND THE SEARCH GOES ON.                 *
009798*        THE SLIP MUST BE FOR THE RETURN'S OWN STORE - A        *
009799*        REGISTER NUMBER IS ONLY UNIQUE WITHIN A STORE.         *
009800*****************************************************************
009801 2297-MATCH-ONE-AUTH.
009802     IF WS-AUTH-ENTRY-USED (WS-AUTH-SUB)
009803         GO TO 2297-EXIT
009804     END-IF.
009805     IF WS-AUTH-DATE (WS-AUTH-SUB) NOT = WS-REC-DATE-NUM
009806         GO TO 2297-EXIT
009807     END-IF.
009808     IF WS-AUTH-AMOUNT (WS-AUTH-SUB) NOT = WS-RETURN-MAGNITUDE
009809         GO TO 2297-EXIT
009810     END-IF.
009811     IF WS-AUTH-STORE (WS-AUTH-SUB) NOT = SR-STORE-NO
009812         GO TO 2297-EXIT
009813     END-IF.
009814     IF WS-TRAN-REGISTER NOT = 0
009815         AND (WS-AUTH-REGISTER (WS-AUTH-SUB) NOT =
009816                 WS-TRAN-REGISTER
009817             OR WS-AUTH-CASHIER (WS-AUTH-SUB) NOT =
009818                 WS-TRAN-CASHIER)
009819         GO TO 2297-EXIT
009820     END-IF.
009821     EVALUATE TRUE
009822         WHEN WS-AUTH-APPROVER-UNKNOWN (WS-AUTH-SUB)
009823             MOVE "RETURN MANAGER NOT ON APPROVER MASTER" TO
009824                 WS-AUTH-REJECT-REASON
009825             GO TO 2297-EXIT
009826         WHEN WS-AUTH-APPROVER-INACTIVE (WS-AUTH-SUB)
009827             MOVE "RETURN MANAGER IS INACTIVE" TO
009828                 WS-AUTH-REJECT-REASON
009829             GO TO 2297-EXIT
009830         WHEN WS-AUTH-OVER-APPROVER-LIMIT (WS-AUTH-SUB)
009831             MOVE "RETURN OVER MANAGER'S APPROVAL LIMIT" TO
009832                 WS-AUTH-REJECT-REASON
009833             GO TO 2297-EXIT
009834     END-EVALUATE.
009835     SET WS-AUTH-FOUND TO TRUE.
009836     MOVE 'Y' TO WS-AUTH-USED-FLAG (WS-AUTH-SUB).
009837 2297-EXIT.
009838     EXIT.
009839*
009840*****************************************************************
009841*    2210-CHECK-LEAP-YEAR                                       *
009842*        SETS WS-LEAP-SW ACCORDING TO THE USUAL GREGORIAN RULE. *
009843*****************************************************************
009844 2210-CHECK-LEAP-YEAR.
009845     SET WS-NOT-LEAP-YEAR TO TRUE.
009846     DIVIDE SR-YEAR BY 4 GIVING WS-TEMP-QUOTIENT
009847         REMAINDER WS-REM-4.
009848     IF WS-REM-4 NOT = 0
009849         GO TO 2210-EXIT
009850     END-IF.
009851     DIVIDE SR-YEAR BY 100 GIVING WS-TEMP-QUOTIENT
009852         REMAINDER WS-REM-100.
009853     IF WS-REM-100 NOT = 0
009854         SET WS-LEAP-YEAR TO TRUE
009860         GO TO 2210-EXIT
009870     END-IF.
009880     DIVIDE SR-YEAR BY 400 GIVING WS-TEMP-QUOTIENT
010020     ADD 1 TO WS-EXCEPTION-COUNT.
010030     MOVE SPACES TO EXCEPTION-LINE.
010040     STRING "YEAR=" SR-YEAR " MONTH=" SR-MONTH
010050         " DAY=" SR-DAY " STORE=" SR-STORE-NO
010055         " DEPT=" SR-DEPT-CODE
010060         " AMOUNT=" SR-AMOUNT " TAX=" SR-TAX-AMOUNT
010070         " TAXB=" SR-TAXABILITY-CODE
010080         " REASON: " WS-EXCEPTION-REASON
010440     PERFORM 2620-SAVE-ONE-DEPT-TOTAL THRU 2620-EXIT
010450         VARYING WS-CKPT-SUB FROM 1 BY 1
010460         UNTIL WS-CKPT-SUB > 20.
010462     MOVE WS-STORE-COUNT TO CK-STORE-COUNT.
010464     PERFORM 2630-SAVE-ONE-STORE-TOTAL THRU 2630-EXIT
010466         VARYING WS-CKPT-STORE-SUB FROM 1 BY 1
010468         UNTIL WS-CKPT-STORE-SUB > 10.
010470     MOVE WS-GROSS-SALES-TOTAL TO CK-GROSS-SALES-TOTAL.
010480     MOVE WS-RETURNS-TOTAL TO CK-RETURNS-TOTAL.
010490     MOVE WS-TAX-TOTAL TO CK-TAX-TOTAL.
010520     MOVE WS-POS-RECORDS-READ TO CK-POS-RECORDS-PROCESSED.
010530     MOVE WS-DATE-RANGE-SKIPPED TO CK-DATE-RANGE-SKIPPED.
010531     MOVE WS-CLOSED-PERIOD-COUNT TO CK-CLOSED-PERIOD-COUNT.
010532     MOVE WS-AUTH-COUNT TO CK-AUTH-COUNT.
010533     PERFORM 2640-SAVE-ONE-AUTH-FLAG THRU 2640-EXIT
010534         VARYING WS-CKPT-AUTH-SUB FROM 1 BY 1
010535         UNTIL WS-CKPT-AUTH-SUB > 100.
010540     OPEN OUTPUT CHECKPOINT-FILE.
010550     WRITE CHECKPOINT-RECORD.
010560     CLOSE CHECKPOINT-FILE.
010850*****************************************************************
010860 2450-POST-DEPARTMENT-TOTAL.
010870     ADD SR-AMOUNT TO WS-DEPT-TOTAL (WS-DEPT-FOUND-SUB).
010872     ADD SR-AMOUNT TO WS-STORE-NET-TOTAL (WS-STORE-FOUND-SUB).
010874     ADD SR-AMOUNT TO WS-STORE-DEPT-TOTAL (WS-STORE-FOUND-SUB,
010876                                           WS-DEPT-FOUND-SUB).
010880 2450-EXIT.
010890     EXIT.
010900*
010990 2460-POST-SALES-TYPE-TOTAL.
011000     IF SR-AMOUNT >= 0
011010         ADD SR-AMOUNT TO WS-GROSS-SALES-TOTAL
011013         ADD SR-AMOUNT TO
011016             WS-STORE-GROSS-TOTAL (WS-STORE-FOUND-SUB)
011020     ELSE
011030         COMPUTE WS-RETURNS-TOTAL = WS-RETURNS-TOTAL - SR-AMOUNT
011032         COMPUTE WS-STORE-RETURNS-TOTAL (WS-STORE-FOUND-SUB) =
011034             WS-STORE-RETURNS-TOTAL (WS-STORE-FOUND-SUB)
011036             - SR-AMOUNT
011040     END-IF.
011050     ADD SR-TAX-AMOUNT TO WS-TAX-TOTAL.
011055     ADD SR-TAX-AMOUNT TO WS-STORE-TAX-TOTAL (WS-STORE-FOUND-SUB).
011060 2460-EXIT.
011070     EXIT.
011080*
011220     MOVE SR-DEPT-CODE TO GL-DEPT-CODE.
011230     MOVE SR-AMOUNT TO GL-NET-AMOUNT.
011240     MOVE SR-TAX-AMOUNT TO GL-TAX-AMOUNT.
011243     MOVE WS-TRAN-TENDER TO GL-TENDER-TYPE.
011246     MOVE SR-STORE-NO TO GL-STORE-NO.
011250     WRITE GL-EXTRACT-RECORD.
011260     ADD 1 TO WS-GL-RECORD-COUNT.
011270     ADD SR-AMOUNT TO WS-GL-TOTAL-AMOUNT.
011510     MOVE PD-TAX-AMOUNT TO SR-TAX-AMOUNT.
011520     MOVE PD-TAXABILITY-CODE TO SR-TAXABILITY-CODE.
011530     MOVE PD-EXEMPT-CERT TO SR-EXEMPT-CERT.
011531     MOVE PD-STORE-NO TO SR-STORE-NO.
011532     MOVE PD-REGISTER-NO TO WS-TRAN-REGISTER.
011534     MOVE PD-CASHIER-ID TO WS-TRAN-CASHIER.
011537     MOVE PD-TENDER-TYPE TO WS-TRAN-TENDER.
011540*
011550     PERFORM 2200-VALIDATE-SALES-RECORD THRU 2200-EXIT.
011560     IF RECORD-IS-INVALID
012665         DELIMITED BY SIZE INTO REPORT-LINE
012666     END-STRING.
012667     WRITE REPORT-LINE.
012668     PERFORM 4350-PRINT-ONE-STORE THRU 4350-EXIT
012669         VARYING WS-STORE-SUB FROM 1 BY 1
012670         UNTIL WS-STORE-SUB > WS-STORE-COUNT.
012671     MOVE SPACES TO REPORT-LINE.
012672     WRITE REPORT-LINE.
012673     MOVE "CONSOLIDATED - ALL STORES" TO REPORT-LINE.
012674     WRITE REPORT-LINE.
012675     MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED.
012680     MOVE SPACES TO REPORT-LINE.
012690     STRING "GRANDPA FRANK'S TOTAL SALES: " WS-GRAND-TOTAL-ED
012700         DELIMITED BY SIZE INTO REPORT-LINE
013710*****************************************************************
013720 9000-TERMINATE.
013721     PERFORM 9200-LIST-UNUSED-AUTHS THRU 9200-EXIT.
013725     PERFORM 9300-LOG-RETURN-APPROVALS THRU 9300-EXIT.
013730     MOVE SPACES TO EXCEPTION-LINE.
013740     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-ED.
013750     STRING "TOTAL EXCEPTIONS: " WS-EXCEPTION-COUNT-ED
014480     MOVE SPACES TO EXCEPTION-LINE.
014490     STRING "UNUSED RETURN AUTHORIZATION: DATE="
014500         WS-AUTH-DATE (WS-AUTH-SUB)
014505         " STORE=" WS-AUTH-STORE (WS-AUTH-SUB)
014510         " REG=" WS-AUTH-REGISTER (WS-AUTH-SUB)
014520         " CASHIER=" WS-AUTH-CASHIER (WS-AUTH-SUB)
014530         " AMOUNT=" WS-AUTH-AMOUNT (WS-AUTH-SUB)
014570     WRITE EXCEPTION-LINE.
014580 9250-EXIT.
014590     EXIT.
014600*
014610*****************************************************************
014620*    9300-LOG-RETURN-APPROVALS                                  *
014630*        APPENDS EVERY SLIP A POSTED RETURN USED TO THE         *
014640*        APPROVAL LOG UNDER ITS MANAGER.  DONE ONCE AT END OF   *
014650*        RUN, SO A RESTARTED RUN DOES NOT LOG A SLIP TWICE.  A  *
014660*        FIRST-EVER RUN CREATES THE LOG.                        *
014670*****************************************************************
014680 9300-LOG-RETURN-APPROVALS.
014690     MOVE SPACES TO WS-APPRLOG-STATUS.
014700     OPEN EXTEND APPROVAL-LOG-FILE.
014710     IF WS-APPRLOG-FILE-MISSING
014720         OPEN OUTPUT APPROVAL-LOG-FILE
014730     END-IF.
014740     PERFORM 9350-LOG-ONE-RETURN THRU 9350-EXIT
014750         VARYING WS-AUTH-SUB FROM 1 BY 1
014760         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.
014770     CLOSE APPROVAL-LOG-FILE.
014780 9300-EXIT.
014790     EXIT.
014800*
014810*****************************************************************
014820*    9350-LOG-ONE-RETURN                                        *
014830*****************************************************************
014840 9350-LOG-ONE-RETURN.
014850     IF NOT WS-AUTH-ENTRY-USED (WS-AUTH-SUB)
014860         GO TO 9350-EXIT
014870     END-IF.
014880     MOVE SPACES TO APPROVAL-LOG-RECORD.
014890     MOVE WS-RUN-DATE TO AX-RUN-DATE.
014900     MOVE WS-AUTH-MANAGER (WS-AUTH-SUB) TO AX-APPROVER-ID.
014910     SET AX-FUNCTION-RETURN TO TRUE.
014920     MOVE WS-AUTH-DATE (WS-AUTH-SUB) TO AX-TRAN-DATE.
014930     MOVE WS-AUTH-AMOUNT (WS-AUTH-SUB) TO AX-AMOUNT.
014940     STRING "REG " WS-AUTH-REGISTER (WS-AUTH-SUB)
014950         " CASHIER " WS-AUTH-CASHIER (WS-AUTH-SUB)
014960         DELIMITED BY SIZE INTO AX-REFERENCE
014970     END-STRING.
014980     WRITE APPROVAL-LOG-RECORD.
014990 9350-EXIT.
015000     EXIT.
015010*
015020*****************************************************************
015030*    1360-RESTORE-ONE-STORE-TOTAL                               *
015040*        RESTORES ONE STORE'S TOTALS FROM THE CHECKPOINT BY     *
015050*        MATCHING ITS STORE NUMBER, AND ITS DEPARTMENT TOTALS   *
015060*        BY MATCHING THE CHECKPOINT'S DEPARTMENT CODES, FOR THE *
015070*        SAME REASON AS 1350-RESTORE-ONE-DEPT-TOTAL.            *
015080*****************************************************************
015090 1360-RESTORE-ONE-STORE-TOTAL.
015100     MOVE CK-STORE-NO (WS-CKPT-STORE-SUB) TO WS-LOOKUP-STORE-NO.
015110     PERFORM 2232-FIND-STORE-ENTRY THRU 2232-EXIT.
015120     IF WS-STORE-NOT-FOUND
015130         GO TO 1360-EXIT
015140     END-IF.
015150     MOVE CK-STORE-NET-TOTAL (WS-CKPT-STORE-SUB) TO
015160         WS-STORE-NET-TOTAL (WS-STORE-FOUND-SUB).
015170     MOVE CK-STORE-GROSS-TOTAL (WS-CKPT-STORE-SUB) TO
015180         WS-STORE-GROSS-TOTAL (WS-STORE-FOUND-SUB).
015190     MOVE CK-STORE-RETURNS-TOTAL (WS-CKPT-STORE-SUB) TO
015200         WS-STORE-RETURNS-TOTAL (WS-STORE-FOUND-SUB).
015210     MOVE CK-STORE-TAX-TOTAL (WS-CKPT-STORE-SUB) TO
015220         WS-STORE-TAX-TOTAL (WS-STORE-FOUND-SUB).
015230     PERFORM 1365-RESTORE-ONE-STORE-DEPT THRU 1365-EXIT
015240         VARYING WS-CKPT-SUB FROM 1 BY 1
015250         UNTIL WS-CKPT-SUB > CK-DEPT-COUNT
015260             OR WS-CKPT-SUB > 20.
015270 1360-EXIT.
015280     EXIT.
015290*
015300*****************************************************************
015310*    1365-RESTORE-ONE-STORE-DEPT                                *
015320*****************************************************************
015330 1365-RESTORE-ONE-STORE-DEPT.
015340     MOVE CK-DEPT-CODE (WS-CKPT-SUB) TO WS-LOOKUP-DEPT-CODE.
015350     PERFORM 2260-FIND-DEPT-ENTRY THRU 2260-EXIT.
015360     IF WS-DEPT-FOUND
015370         MOVE CK-STORE-DEPT-TOTAL (WS-CKPT-STORE-SUB, WS-CKPT-SUB)
015380             TO WS-STORE-DEPT-TOTAL (WS-STORE-FOUND-SUB,
015390                                     WS-DEPT-FOUND-SUB)
015400     END-IF.
015410 1365-EXIT.
015420     EXIT.
015430*
015440*****************************************************************
015450*    1370-RESTORE-AUTH-FLAGS                                    *
015460*        THE USED FLAGS ARE KEPT IN RETAUTH.DAT ORDER, SO THEY  *
015470*        ARE ONLY PUT BACK WHEN THE FILE STILL HOLDS THE SAME   *
015480*        NUMBER OF SLIPS AS AT THE CHECKPOINT.  OTHERWISE THE   *
015490*        EXCEPTION LISTING SAYS SO AND EVERY SLIP STARTS UNUSED.*
015500*****************************************************************
015510 1370-RESTORE-AUTH-FLAGS.
015520     IF CK-AUTH-COUNT NOT NUMERIC
015530         OR CK-AUTH-COUNT NOT = WS-AUTH-COUNT
015540         MOVE SPACES TO EXCEPTION-LINE
015550         STRING "*** RETURN AUTHORIZATION FILE CHANGED SINCE THE "
015560             "CHECKPOINT - USED SLIPS NOT RESTORED"
015570             DELIMITED BY SIZE INTO EXCEPTION-LINE
015580         END-STRING
015590         WRITE EXCEPTION-LINE
015600         GO TO 1370-EXIT
015610     END-IF.
015620     PERFORM 1375-RESTORE-ONE-AUTH-FLAG THRU 1375-EXIT
015630         VARYING WS-CKPT-AUTH-SUB FROM 1 BY 1
015640         UNTIL WS-CKPT-AUTH-SUB > WS-AUTH-COUNT.
015650 1370-EXIT.
015660     EXIT.
015670*
015680*****************************************************************
015690*    1375-RESTORE-ONE-AUTH-FLAG                                 *
015700*****************************************************************
015710 1375-RESTORE-ONE-AUTH-FLAG.
015720     MOVE CK-AUTH-USED-FLAG (WS-CKPT-AUTH-SUB) TO
015730         WS-AUTH-USED-FLAG (WS-CKPT-AUTH-SUB).
015740 1375-EXIT.
015750     EXIT.
015760*
015770*****************************************************************
015780*    1960-LOAD-APPROVER-MASTER                                  *
015790*        LOADS EACH APPROVER'S INITIALS, STATUS AND RETURN      *
015800*        LIMIT FOR THE SLIP CHECK IN 1975.  A MISSING FILE      *
015810*        LEAVES THE TABLE EMPTY - NO SLIP CAN THEN BE PROVED    *
015820*        SIGNED, SO EVERY LARGE RETURN IS AN EXCEPTION.         *
015830*****************************************************************
015840 1960-LOAD-APPROVER-MASTER.
015850     OPEN INPUT APPROVER-MASTER-FILE.
015860     IF NOT WS-APPRMST-FILE-OK
015870         DISPLAY "SALES-MANAGER: APPROVER MASTER FILE "
015880             "(APPRMST) IS MISSING - NO RETURN IS AUTHORIZED"
015890         GO TO 1960-EXIT
015900     END-IF.
015910     PERFORM 1965-LOAD-ONE-APPROVER THRU 1965-EXIT
015920         UNTIL EOF-APPRMST-FILE.
015930     CLOSE APPROVER-MASTER-FILE.
015940 1960-EXIT.
015950     EXIT.
015960*
015970*****************************************************************
015980*    1965-LOAD-ONE-APPROVER                                     *
015990*****************************************************************
016000 1965-LOAD-ONE-APPROVER.
016010     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
016020         AT END
016030             SET EOF-APPRMST-FILE TO TRUE
016040             GO TO 1965-EXIT
016050     END-READ.
016060     IF WS-APPROVER-COUNT >= 50
016070         DISPLAY "SALES-MANAGER: APPROVER MASTER EXCEEDS 50 - "
016080             "REST IGNORED"
016090         SET EOF-APPRMST-FILE TO TRUE
016100         GO TO 1965-EXIT
016110     END-IF.
016120     ADD 1 TO WS-APPROVER-COUNT.
016130     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
016140     MOVE AV-ACTIVE-FLAG TO
016150         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
016160     IF AV-RETURN-LIMIT NUMERIC
016170         MOVE AV-RETURN-LIMIT TO
016180             WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
016190     ELSE
016200         MOVE ZEROS TO WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
016210     END-IF.
016220 1965-EXIT.
016230     EXIT.
016240*
016250*****************************************************************
016260*    1976-MATCH-ONE-APPROVER                                    *
016270*****************************************************************
016280 1976-MATCH-ONE-APPROVER.
016290     IF WS-APPROVER-ID (WS-APPROVER-SUB) = RA-MANAGER-ID
016300         SET WS-APPROVER-FOUND TO TRUE
016310         MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB
016320     END-IF.
016330 1976-EXIT.
016340     EXIT.
016350*
016360*****************************************************************
016370*    1977-CHECK-ONE-AUTH                                        *
016380*        SETS THE STORE THE SLIP WAS KEYED FOR - A SLIP WITH    *
016390*        NO STORE IS THE MAIN STORE'S (01) - AND LOOKS THE      *
016400*        SLIP'S MANAGER UP ON THE APPROVER TABLE.               *
016410*        THE RESULT IS KEPT IN WS-AUTH-APPROVAL-FLAG.           *
016420*****************************************************************
016430 1977-CHECK-ONE-AUTH.
016440     IF RA-STORE-NO NUMERIC
016450         MOVE RA-STORE-NO TO WS-AUTH-STORE (WS-AUTH-COUNT)
016460     ELSE
016470         MOVE 01 TO WS-AUTH-STORE (WS-AUTH-COUNT)
016480     END-IF.
016490     SET WS-APPROVER-NOT-FOUND TO TRUE.
016500     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
016510     PERFORM 1976-MATCH-ONE-APPROVER THRU 1976-EXIT
016520         VARYING WS-APPROVER-SUB FROM 1 BY 1
016530         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
016540             OR WS-APPROVER-FOUND.
016550     EVALUATE TRUE
016560         WHEN WS-APPROVER-NOT-FOUND
016570             SET WS-AUTH-APPROVER-UNKNOWN (WS-AUTH-COUNT) TO TRUE
016580         WHEN NOT WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-FOUND-SUB)
016590             SET WS-AUTH-APPROVER-INACTIVE (WS-AUTH-COUNT) TO TRUE
016600         WHEN RA-AMOUNT >
016610                 WS-APPROVER-LIMIT (WS-APPROVER-FOUND-SUB)
016620             SET WS-AUTH-OVER-APPROVER-LIMIT (WS-AUTH-COUNT)
016630                 TO TRUE
016640         WHEN OTHER
016650             SET WS-AUTH-APPROVER-VALID (WS-AUTH-COUNT) TO TRUE
016660     END-EVALUATE.
016670 1977-EXIT.
016680     EXIT.
016690*
016700*****************************************************************
016710*    1980-LOAD-STORE-MASTER                                     *
016720*        LOADS THE STORE MASTER INTO WS-STORE-TABLE.  EVERY     *
016730*        SALE MUST NAME A STORE ON THE MASTER, SO A MISSING OR  *
016740*        EMPTY MASTER STOPS THE RUN BEFORE ANYTHING POSTS, THE  *
016750*        SAME AS THE DEPARTMENT MASTER.                         *
016760*****************************************************************
016770 1980-LOAD-STORE-MASTER.
016780     OPEN INPUT STORE-MASTER-FILE.
016790     IF NOT WS-STOREMST-FILE-OK
016800         DISPLAY "SALES-MANAGER: STORE MASTER FILE "
016810             "(STOREMST) IS MISSING - RUN STOPPED"
016820         MOVE 8 TO RETURN-CODE
016830         SET WS-RUN-ABORTED TO TRUE
016840         GO TO 1980-EXIT
016850     END-IF.
016860     PERFORM 1985-LOAD-ONE-STORE THRU 1985-EXIT
016870         UNTIL EOF-STOREMST-FILE.
016880     CLOSE STORE-MASTER-FILE.
016890     IF WS-STORE-COUNT = 0
016900         DISPLAY "SALES-MANAGER: STORE MASTER FILE "
016910             "(STOREMST) IS EMPTY - RUN STOPPED"
016920         MOVE 8 TO RETURN-CODE
016930         SET WS-RUN-ABORTED TO TRUE
016940     END-IF.
016950 1980-EXIT.
016960     EXIT.
016970*
016980*****************************************************************
016990*    1985-LOAD-ONE-STORE                                        *
017000*****************************************************************
017010 1985-LOAD-ONE-STORE.
017020     READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
017030         AT END
017040             SET EOF-STOREMST-FILE TO TRUE
017050             GO TO 1985-EXIT
017060     END-READ.
017070     IF WS-STORE-COUNT >= 10
017080         DISPLAY "SALES-MANAGER: STORE MASTER EXCEEDS 10 "
017090             "STORES - RUN STOPPED"
017100         MOVE 8 TO RETURN-CODE
017110         SET WS-RUN-ABORTED TO TRUE
017120         SET EOF-STOREMST-FILE TO TRUE
017130         GO TO 1985-EXIT
017140     END-IF.
017150     ADD 1 TO WS-STORE-COUNT.
017160     MOVE ST-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT).
017170     MOVE ST-STORE-NAME TO WS-STORE-NAME (WS-STORE-COUNT).
017180     MOVE ST-ACTIVE-FLAG TO WS-STORE-ACTIVE-FLAG (WS-STORE-COUNT).
017190     MOVE ST-OPENED-DATE TO WS-STORE-OPENED-DATE (WS-STORE-COUNT).
017200     MOVE ZEROS TO WS-STORE-NET-TOTAL (WS-STORE-COUNT).
017210     MOVE ZEROS TO WS-STORE-GROSS-TOTAL (WS-STORE-COUNT).
017220     MOVE ZEROS TO WS-STORE-RETURNS-TOTAL (WS-STORE-COUNT).
017230     MOVE ZEROS TO WS-STORE-TAX-TOTAL (WS-STORE-COUNT).
017240     PERFORM 1987-CLEAR-ONE-STORE-DEPT THRU 1987-EXIT
017250         VARYING WS-DEPT-SUB FROM 1 BY 1
017260         UNTIL WS-DEPT-SUB > 20.
017270 1985-EXIT.
017280     EXIT.
017290*
017300*****************************************************************
017310*    1987-CLEAR-ONE-STORE-DEPT                                  *
017320*****************************************************************
017330 1987-CLEAR-ONE-STORE-DEPT.
017340     MOVE ZEROS TO
017350         WS-STORE-DEPT-TOTAL (WS-STORE-COUNT, WS-DEPT-SUB).
017360 1987-EXIT.
017370     EXIT.
017380*
017390*****************************************************************
017400*    2230-VALIDATE-STORE-NO                                     *
017410*        CHECKS SR-STORE-NO AGAINST THE STORE TABLE.  THE       *
017420*        STORE MUST BE ON THE MASTER AND ACTIVE, AND THE SALE   *
017430*        CANNOT PRE-DATE THE STORE'S OPENING.  ON SUCCESS,      *
017440*        WS-STORE-FOUND-SUB POINTS AT THE TABLE ENTRY THE       *
017450*        STORE TOTALS POST TO.                                  *
017460*****************************************************************
017470 2230-VALIDATE-STORE-NO.
017480     IF SR-STORE-NO NOT NUMERIC
017490         SET RECORD-IS-INVALID TO TRUE
017500         MOVE "STORE NUMBER NOT NUMERIC" TO WS-EXCEPTION-REASON
017510         GO TO 2230-EXIT
017520     END-IF.
017530     MOVE SR-STORE-NO TO WS-LOOKUP-STORE-NO.
017540     PERFORM 2232-FIND-STORE-ENTRY THRU 2232-EXIT.
017550     IF WS-STORE-NOT-FOUND
017560         SET RECORD-IS-INVALID TO TRUE
017570         MOVE "STORE NOT ON STORE MASTER" TO WS-EXCEPTION-REASON
017580         GO TO 2230-EXIT
017590     END-IF.
017600     IF NOT WS-STORE-ENTRY-ACTIVE (WS-STORE-FOUND-SUB)
017610         SET RECORD-IS-INVALID TO TRUE
017620         MOVE "STORE IS INACTIVE" TO WS-EXCEPTION-REASON
017630         GO TO 2230-EXIT
017640     END-IF.
017650     COMPUTE WS-REC-DATE-NUM =
017660         SR-YEAR * 10000 + SR-MONTH * 100 + SR-DAY.
017670     IF WS-REC-DATE-NUM <
017680             WS-STORE-OPENED-DATE (WS-STORE-FOUND-SUB)
017690         SET RECORD-IS-INVALID TO TRUE
017700         MOVE "SALE DATED BEFORE STORE OPENED" TO
017710             WS-EXCEPTION-REASON
017720     END-IF.
017730 2230-EXIT.
017740     EXIT.
017750*
017760*****************************************************************
017770*    2232-FIND-STORE-ENTRY                                      *
017780*        SEARCHES THE STORE TABLE FOR THE NUMBER IN             *
017790*        WS-LOOKUP-STORE-NO.  ON A FIND, WS-STORE-FOUND-SUB     *
017800*        POINTS AT THE MATCHING ENTRY.                          *
017810*****************************************************************
017820 2232-FIND-STORE-ENTRY.
017830     SET WS-STORE-NOT-FOUND TO TRUE.
017840     MOVE ZERO TO WS-STORE-FOUND-SUB.
017850     PERFORM 2234-MATCH-ONE-STORE THRU 2234-EXIT
017860         VARYING WS-STORE-SUB FROM 1 BY 1
017870         UNTIL WS-STORE-SUB > WS-STORE-COUNT
017880             OR WS-STORE-FOUND.
017890 2232-EXIT.
017900     EXIT.
017910*
017920*****************************************************************
017930*    2234-MATCH-ONE-STORE                                       *
017940*****************************************************************
017950 2234-MATCH-ONE-STORE.
017960     IF WS-STORE-NO (WS-STORE-SUB) = WS-LOOKUP-STORE-NO
017970         SET WS-STORE-FOUND TO TRUE
017980         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
017990     END-IF.
018000 2234-EXIT.
018010     EXIT.
018020*
018030*****************************************************************
018040*    2630-SAVE-ONE-STORE-TOTAL                                  *
018050*        FILLS ONE CHECKPOINT STORE SLOT.  ITS DEPARTMENT       *
018060*        TOTALS FOLLOW THE SAME SLOT ORDER AS CK-DEPT-CODE.     *
018070*        SLOTS PAST THE LOADED STORE COUNT ARE ZEROED.          *
018080*****************************************************************
018090 2630-SAVE-ONE-STORE-TOTAL.
018100     IF WS-CKPT-STORE-SUB > WS-STORE-COUNT
018110         MOVE ZEROS TO CK-STORE-NO (WS-CKPT-STORE-SUB)
018120         MOVE ZEROS TO CK-STORE-NET-TOTAL (WS-CKPT-STORE-SUB)
018130         MOVE ZEROS TO CK-STORE-GROSS-TOTAL (WS-CKPT-STORE-SUB)
018140         MOVE ZEROS TO CK-STORE-RETURNS-TOTAL (WS-CKPT-STORE-SUB)
018150         MOVE ZEROS TO CK-STORE-TAX-TOTAL (WS-CKPT-STORE-SUB)
018160     ELSE
018170         MOVE WS-STORE-NO (WS-CKPT-STORE-SUB) TO
018180             CK-STORE-NO (WS-CKPT-STORE-SUB)
018190         MOVE WS-STORE-NET-TOTAL (WS-CKPT-STORE-SUB) TO
018200             CK-STORE-NET-TOTAL (WS-CKPT-STORE-SUB)
018210         MOVE WS-STORE-GROSS-TOTAL (WS-CKPT-STORE-SUB) TO
018220             CK-STORE-GROSS-TOTAL (WS-CKPT-STORE-SUB)
018230         MOVE WS-STORE-RETURNS-TOTAL (WS-CKPT-STORE-SUB) TO
018240             CK-STORE-RETURNS-TOTAL (WS-CKPT-STORE-SUB)
018250         MOVE WS-STORE-TAX-TOTAL (WS-CKPT-STORE-SUB) TO
018260             CK-STORE-TAX-TOTAL (WS-CKPT-STORE-SUB)
018270     END-IF.
018280     PERFORM 2635-SAVE-ONE-STORE-DEPT THRU 2635-EXIT
018290         VARYING WS-CKPT-SUB FROM 1 BY 1
018300         UNTIL WS-CKPT-SUB > 20.
018310 2630-EXIT.
018320     EXIT.
018330*
018340*****************************************************************
018350*    2635-SAVE-ONE-STORE-DEPT                                   *
018360*****************************************************************
018370 2635-SAVE-ONE-STORE-DEPT.
018380     IF WS-CKPT-STORE-SUB > WS-STORE-COUNT
018390         OR WS-CKPT-SUB > WS-DEPT-COUNT
018400         MOVE ZEROS TO
018410             CK-STORE-DEPT-TOTAL (WS-CKPT-STORE-SUB, WS-CKPT-SUB)
018420     ELSE
018430         MOVE WS-STORE-DEPT-TOTAL (WS-CKPT-STORE-SUB, WS-CKPT-SUB)
018440             TO CK-STORE-DEPT-TOTAL (WS-CKPT-STORE-SUB,
018450                                     WS-CKPT-SUB)
018460     END-IF.
018470 2635-EXIT.
018480     EXIT.
018490*
018500*****************************************************************
018510*    2640-SAVE-ONE-AUTH-FLAG                                    *
018520*        SLOTS PAST THE LOADED AUTHORIZATION COUNT ARE SET      *
018530*        UNUSED.                                                *
018540*****************************************************************
018550 2640-SAVE-ONE-AUTH-FLAG.
018560     IF WS-CKPT-AUTH-SUB > WS-AUTH-COUNT
018570         MOVE 'N' TO CK-AUTH-USED-FLAG (WS-CKPT-AUTH-SUB)
018580     ELSE
018590         MOVE WS-AUTH-USED-FLAG (WS-CKPT-AUTH-SUB) TO
018600             CK-AUTH-USED-FLAG (WS-CKPT-AUTH-SUB)
018610     END-IF.
018620 2640-EXIT.
018630     EXIT.
018640*
018650*****************************************************************
018660*    4350-PRINT-ONE-STORE                                       *
018670*        PRINTS ONE STORE'S NET SALES, ITS DEPARTMENT ROLLUP    *
018680*        AND ITS GROSS SALES, RETURNS AND TAX, LAID OUT LIKE    *
018690*        THE CONSOLIDATED FIGURES THAT FOLLOW.  AN INACTIVE     *
018700*        STORE PRINTS ONLY IF A TOTAL REACHED IT.               *
018710*****************************************************************
018720 4350-PRINT-ONE-STORE.
018730     IF NOT WS-STORE-ENTRY-ACTIVE (WS-STORE-SUB)
018740         AND WS-STORE-NET-TOTAL (WS-STORE-SUB) = 0
018750         AND WS-STORE-GROSS-TOTAL (WS-STORE-SUB) = 0
018760         AND WS-STORE-RETURNS-TOTAL (WS-STORE-SUB) = 0
018770         GO TO 4350-EXIT
018780     END-IF.
018790     MOVE SPACES TO REPORT-LINE.
018800     WRITE REPORT-LINE.
018810     MOVE SPACES TO REPORT-LINE.
018820     STRING "STORE " WS-STORE-NO (WS-STORE-SUB) " "
018830         WS-STORE-NAME (WS-STORE-SUB)
018840         DELIMITED BY SIZE INTO REPORT-LINE
018850     END-STRING.
018860     WRITE REPORT-LINE.
018870     MOVE WS-STORE-NET-TOTAL (WS-STORE-SUB) TO WS-GRAND-TOTAL-ED.
018880     MOVE SPACES TO REPORT-LINE.
018890     STRING "STORE TOTAL SALES:           " WS-GRAND-TOTAL-ED
018900         DELIMITED BY SIZE INTO REPORT-LINE
018910     END-STRING.
018920     WRITE REPORT-LINE.
018930     MOVE "SALES BY DEPARTMENT" TO REPORT-LINE.
018940     WRITE REPORT-LINE.
018950     PERFORM 4360-PRINT-ONE-STORE-DEPT THRU 4360-EXIT
018960         VARYING WS-DEPT-SUB FROM 1 BY 1
018970         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
018980     MOVE WS-STORE-GROSS-TOTAL (WS-STORE-SUB) TO
018990         WS-GROSS-SALES-TOT-ED.
019000     MOVE SPACES TO REPORT-LINE.
019010     STRING "  GROSS SALES:  " WS-GROSS-SALES-TOT-ED
019020         DELIMITED BY SIZE INTO REPORT-LINE
019030     END-STRING.
019040     WRITE REPORT-LINE.
019050     MOVE WS-STORE-RETURNS-TOTAL (WS-STORE-SUB) TO
019060         WS-RETURNS-TOT-ED.
019070     MOVE SPACES TO REPORT-LINE.
019080     STRING "  RETURNS:      " WS-RETURNS-TOT-ED
019090         DELIMITED BY SIZE INTO REPORT-LINE
019100     END-STRING.
019110     WRITE REPORT-LINE.
019120     MOVE WS-STORE-TAX-TOTAL (WS-STORE-SUB) TO WS-TAX-TOTAL-ED.
019130     MOVE SPACES TO REPORT-LINE.
019140     STRING "  TAX COLLECTED:" WS-TAX-TOTAL-ED
019150         DELIMITED BY SIZE INTO REPORT-LINE
019160     END-STRING.
019170     WRITE REPORT-LINE.
019180 4350-EXIT.
019190     EXIT.
019200*
019210*****************************************************************
019220*    4360-PRINT-ONE-STORE-DEPT                                  *
019230*        SAME RULE AS 4410-PRINT-ONE-DEPARTMENT - AN INACTIVE   *
019240*        DEPARTMENT PRINTS ONLY IF THE STORE HAS A TOTAL IN IT. *
019250*****************************************************************
019260 4360-PRINT-ONE-STORE-DEPT.
019270     IF NOT WS-DEPT-ENTRY-ACTIVE (WS-DEPT-SUB)
019280         AND WS-STORE-DEPT-TOTAL (WS-STORE-SUB, WS-DEPT-SUB) = 0
019290         GO TO 4360-EXIT
019300     END-IF.
019310     MOVE WS-STORE-DEPT-TOTAL (WS-STORE-SUB, WS-DEPT-SUB) TO
019320         WS-DEPT-TOTAL-ED.
019330     MOVE SPACES TO REPORT-LINE.
019340     STRING "  " WS-DEPT-NAME (WS-DEPT-SUB) " "
019350         WS-DEPT-TOTAL-ED
019360         DELIMITED BY SIZE INTO REPORT-LINE
019370     END-STRING.
019380     WRITE REPORT-LINE.
019390 4360-EXIT.
019400     EXIT.
