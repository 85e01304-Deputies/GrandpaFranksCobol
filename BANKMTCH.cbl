000170*    DEPOSIT-MATCH                                              *
000180*                                                                *
000190*    BANK DEPOSIT CONFIRMATION MATCHING.  BUILDS THE EXPECTED   *
000200*    CASH AND CHECK DEPOSIT PER STORE AND BUSINESS DAY FROM     *
000210*    THE POS DETAIL FILE (POSDTL.DAT) - THE SAME NET-OF-REFUNDS *
000220*    FIGURES TENDER-SETTLE PUTS ON THE DEPOSIT SLIP - AND THE   *
000225*    CUSTOMER CHECKS MAILED IN AGAINST RECEIVABLES              *
000230*    (ARPAYTRN.DAT), PLUS ANY DEPOSITS STILL UNMATCHED FROM     *
000240*    PRIOR RUNS (DEPOPEN.DAT), THEN PAIRS EACH BANK             *
000250*    CONFIRMATION (BANKCONF.DAT, KEYED FROM THE BANK RECEIPT)   *
000253*    AGAINST THEM.  A CONFIRMATION SETTLES ONLY ITS OWN STORE'S *
000256*    DEPOSIT.                                                   *
000260*    THE REPORT SHOWS MATCHED, SHORT, OVER, UNEXPECTED AND      *
000270*    MISSING DEPOSITS, AND EVERY STILL-UNMATCHED DAY IS         *
000280*    CARRIED FORWARD (DEPNEW) SO AN UNBANKED DEPOSIT KEEPS      *
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  -----------------------------------------
000350*    2026-09-02 WJF   ORIGINAL PROGRAM.
000351*    2026-10-15 WJF   MAILED-IN A/R CHECK PAYMENTS (ARPAYTRN)
000352*                     ADDED TO THE DAY'S EXPECTED CHECK DEPOSIT.
000353*                     SEE 2700-PROCESS-AR-PAYMENT.
000354*    2026-10-15 WJF   EXPECTED DEPOSITS KEPT AND MATCHED BY STORE
000355*                     AS WELL AS DATE AND TENDER CLASS.  MAILED-IN
000356*                     A/R CHECKS ARE BANKED WITH STORE 01.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000510         ASSIGN TO BANKCONF
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONFIRM-STATUS.
000531*
000532     SELECT AR-PAYMENT-FILE
000533         ASSIGN TO ARPAYTRN
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-PAYMENT-STATUS.
000540*
000550     SELECT CARRY-OUT-FILE
000560         ASSIGN TO DEPNEW
000740     LABEL RECORDS ARE STANDARD.
000750 COPY BANKCNF.
000760*
000762 FD  AR-PAYMENT-FILE
000764     LABEL RECORDS ARE STANDARD.
000766 COPY ARPAY.
000768*
000770 FD  CARRY-OUT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CARRY-OUT-RECORD               PIC X(31).
000800*
000810 FD  MATCH-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
001070         88  WS-BUCKET-NOT-FOUND              VALUE 'N'.
001080     05  WS-BUCKET-OVERFLOW-SW   PIC X(01)   VALUE 'N'.
001090         88  WS-BUCKET-OVERFLOW               VALUE 'Y'.
001091     05  WS-PAY-EOF-SW           PIC X(01)   VALUE 'N'.
001092         88  EOF-PAYMENT-FILE                 VALUE 'Y'.
001093     05  WS-PAYMENT-STATUS       PIC X(02)   VALUE SPACES.
001094         88  WS-PAYMENT-FILE-OK               VALUE '00'.
001095         88  WS-PAYMENT-MISSING               VALUE '35'.
001100*
001110*--------------------------------------------------------------*
001120*    EXPECTED-DEPOSIT TABLE - ONE ENTRY PER STORE, BUSINESS    *
001130*    DATE AND TENDER CLASS, MERGED FROM THE PRIOR RUNS'        *
001140*    CARRY-FORWARD AND THE CURRENT POS DETAIL.  THE SETTLED    *
001150*    FLAG MARKS ENTRIES A BANK CONFIRMATION HAS ACCOUNTED FOR; *
001160*    THE REST ARE CARRIED FORWARD AGAIN.                       *
001170*--------------------------------------------------------------*
001180 01  WS-EXPECT-TABLE.
001190     05  WS-EXPECT-COUNT         PIC 9(03)   COMP VALUE ZERO.
001200     05  WS-EXPECT-ENTRY         OCCURS 198 TIMES.
001205         10  WS-EXP-STORE-NO         PIC 9(02).
001210         10  WS-EXP-DATE             PIC 9(08).
001220         10  WS-EXP-CLASS            PIC X(01).
001230         10  WS-EXP-AMOUNT           PIC S9(09)V99.
001270*
001280 77  WS-SUB                      PIC 9(03)   COMP.
001290 77  WS-EXPECT-SUB               PIC 9(03)   COMP.
001295 77  WS-CURR-STORE-NO            PIC 9(02).
001300 77  WS-CURR-DATE                PIC 9(08).
001310 77  WS-CURR-CLASS               PIC X(01).
001320 77  WS-DIFFERENCE               PIC S9(09)V99.
001325 77  WS-AR-DEPOSIT-STORE         PIC 9(02)   VALUE 01.
001330*
001340*--------------------------------------------------------------*
001350*    COUNTERS                                                   *
001480 77  WS-CARRIED-COUNT-ED         PIC ZZZZ9.
001490 77  WS-OVERFLOW-SKIPPED         PIC 9(05)   COMP VALUE ZERO.
001500 77  WS-OVERFLOW-SKIPPED-ED      PIC ZZZZ9.
001503 77  WS-AR-CHECKS-ADDED          PIC 9(05)   COMP VALUE ZERO.
001506 77  WS-AR-CHECKS-ADDED-ED       PIC ZZZZ9.
001510*
001520*--------------------------------------------------------------*
001530*    CARRY-FORWARD OUTPUT BUILD AREA, LAID OUT LIKE             *
001590     05  WS-CO-EXPECTED-AMOUNT   PIC S9(09)V99
001600                                 SIGN IS TRAILING SEPARATE.
001610     05  WS-CO-FIRST-SEEN-DATE   PIC 9(08).
001615     05  WS-CO-STORE-NO          PIC 9(02).
001620*
001630 01  WS-RUN-DATE                 PIC 9(08).
001640 01  WS-RUN-DATE-ED              PIC 9999/99/99.
001650 01  WS-DEPOSIT-DATE-ED          PIC 9999/99/99.
001655 01  WS-STORE-ED                 PIC 99.
001660*
001670*--------------------------------------------------------------*
001680*    EDITED DISPLAY FIELDS                                      *
001840         UNTIL EOF-CARRY-IN-FILE.
001850     PERFORM 2500-PROCESS-POS-DETAIL THRU 2500-EXIT
001860         UNTIL EOF-POS-FILE.
001863     PERFORM 2700-PROCESS-AR-PAYMENT THRU 2700-EXIT
001866         UNTIL EOF-PAYMENT-FILE.
001870     PERFORM 3000-PROCESS-CONFIRMATION THRU 3000-EXIT
001880         UNTIL EOF-CONFIRM-FILE.
001890     PERFORM 4000-CARRY-UNMATCHED-FORWARD THRU 4000-EXIT.
001980*        A MISSING CARRY-FORWARD FILE MEANS NOTHING IS          *
001990*        OUTSTANDING; A MISSING CONFIRMATION FILE MEANS THE     *
002000*        BANK SIDE HAS NOT BEEN KEYED - EVERY EXPECTED          *
002010*        DEPOSIT WILL CARRY FORWARD.  A MISSING A/R PAYMENT     *
002015*        FILE MEANS NO CHECKS CAME IN BY MAIL.                  *
002020*****************************************************************
002030 1000-INITIALIZE.
002040     OPEN OUTPUT MATCH-REPORT-FILE.
002120     OPEN INPUT POS-DETAIL-FILE.
002130     IF NOT WS-POS-FILE-OK
002140         SET EOF-POS-FILE TO TRUE
002142     END-IF.
002144     OPEN INPUT AR-PAYMENT-FILE.
002146     IF NOT WS-PAYMENT-FILE-OK
002148         SET EOF-PAYMENT-FILE TO TRUE
002150     END-IF.
002160     OPEN INPUT BANK-CONFIRM-FILE.
002170     IF NOT WS-CONFIRM-FILE-OK
002490*****************************************************************
002500*    2000-LOAD-CARRY-FORWARD                                    *
002510*        LOADS ONE UNMATCHED DEPOSIT FROM THE PRIOR RUNS INTO   *
002513*        THE EXPECTED TABLE.  A CARRIED DEPOSIT WITH NO STORE   *
002516*        NUMBER DATES FROM BEFORE DEPOSITS WERE KEPT BY STORE   *
002520*        AND BELONGS TO STORE 01.                               *
002530*****************************************************************
002540 2000-LOAD-CARRY-FORWARD.
002550     READ CARRY-IN-FILE INTO DEPOSIT-ITEM-RECORD
002570             SET EOF-CARRY-IN-FILE TO TRUE
002580             GO TO 2000-EXIT
002590     END-READ.
002592     IF DI-STORE-NO NOT NUMERIC
002594         MOVE 01 TO DI-STORE-NO
002596     END-IF.
002598     MOVE DI-STORE-NO TO WS-CURR-STORE-NO.
002600     MOVE DI-DEPOSIT-DATE TO WS-CURR-DATE.
002610     MOVE DI-TENDER-CLASS TO WS-CURR-CLASS.
002620     PERFORM 2100-FIND-OR-ADD-EXPECTED THRU 2100-EXIT.
002720*
002730*****************************************************************
002740*    2100-FIND-OR-ADD-EXPECTED                                  *
002750*        LOCATES THE EXPECTED-DEPOSIT ENTRY FOR                 *
002755*        WS-CURR-STORE-NO, WS-CURR-DATE AND WS-CURR-CLASS,      *
002760*        ADDING A ZEROED ENTRY ON FIRST SIGHT.  IF THE TABLE    *
002770*        IS FULL, WS-BUCKET-OVERFLOW IS SET AND THE CALLER      *
002780*        COUNTS AND SKIPS RATHER THAN SUBSCRIPTING PAST THE     *
002790*        TABLE'S END.                                           *
002800*****************************************************************
002810 2100-FIND-OR-ADD-EXPECTED.
002820     SET WS-BUCKET-NOT-FOUND TO TRUE.
002950         END-IF
002960         ADD 1 TO WS-EXPECT-COUNT
002970         MOVE WS-EXPECT-COUNT TO WS-EXPECT-SUB
002975         MOVE WS-CURR-STORE-NO TO WS-EXP-STORE-NO (WS-EXPECT-SUB)
002980         MOVE WS-CURR-DATE TO WS-EXP-DATE (WS-EXPECT-SUB)
002990         MOVE WS-CURR-CLASS TO WS-EXP-CLASS (WS-EXPECT-SUB)
003000         MOVE ZEROS TO WS-EXP-AMOUNT (WS-EXPECT-SUB)
003080*    2150-SEARCH-ONE-EXPECTED                                   *
003090*****************************************************************
003100 2150-SEARCH-ONE-EXPECTED.
003110     IF WS-EXP-STORE-NO (WS-EXPECT-SUB) = WS-CURR-STORE-NO
003115         AND WS-EXP-DATE (WS-EXPECT-SUB) = WS-CURR-DATE
003120         AND WS-EXP-CLASS (WS-EXPECT-SUB) = WS-CURR-CLASS
003130         SET WS-BUCKET-FOUND TO TRUE
003140     END-IF.
003170*
003180*****************************************************************
003190*    2500-PROCESS-POS-DETAIL                                    *
003200*        ADDS ONE POS TRANSACTION'S AMOUNT TO ITS STORE AND     *
003210*        DAY'S EXPECTED CASH OR CHECK DEPOSIT - NET OF          *
003220*        REFUNDS, THE SAME FIGURE TENDER-SETTLE PUTS ON THE     *
003225*        DEPOSIT SLIP.                                          *
003230*        CREDIT AND ON-ACCOUNT TENDERS ARE NOT BANKABLE AND     *
003240*        ARE NOT EXPECTED AT THE BANK.                          *
003250*****************************************************************
003320     IF NOT PD-TENDER-CASH AND NOT PD-TENDER-CHECK
003330         GO TO 2500-EXIT
003340     END-IF.
003345     MOVE PD-STORE-NO TO WS-CURR-STORE-NO.
003350     COMPUTE WS-CURR-DATE =
003360         PD-YEAR * 10000 + PD-MONTH * 100 + PD-DAY.
003370     MOVE PD-TENDER-TYPE TO WS-CURR-CLASS.
003420     END-IF.
003430     ADD PD-AMOUNT TO WS-EXP-AMOUNT (WS-EXPECT-SUB).
003440 2500-EXIT.
003441     EXIT.
003442*
003443*****************************************************************
003444*    2700-PROCESS-AR-PAYMENT                                    *
003445*        ADDS ONE MAILED-IN CUSTOMER PAYMENT TO ITS DAY'S       *
003446*        EXPECTED CHECK DEPOSIT.  THE CHECK GOES TO THE BANK    *
003447*        WHETHER OR NOT AR-POST ACCEPTED THE POSTING, SO EVERY  *
003448*        'P' TRANSACTION COUNTS.  A CREDIT MEMO MOVES NO MONEY  *
003449*        AND IS SKIPPED.  THE OFFICE BANKS THE MAILED CHECKS    *
003450*        WITH STORE 01'S DEPOSIT (WS-AR-DEPOSIT-STORE).         *
003451*****************************************************************
003452 2700-PROCESS-AR-PAYMENT.
003453     READ AR-PAYMENT-FILE INTO AR-PAYMENT-RECORD
003454         AT END
003455             SET EOF-PAYMENT-FILE TO TRUE
003456             GO TO 2700-EXIT
003457     END-READ.
003458     IF NOT AP-PAYMENT
003459         GO TO 2700-EXIT
003460     END-IF.
003461     MOVE WS-AR-DEPOSIT-STORE TO WS-CURR-STORE-NO.
003462     COMPUTE WS-CURR-DATE =
003463         AP-YEAR * 10000 + AP-MONTH * 100 + AP-DAY.
003464     MOVE 'K' TO WS-CURR-CLASS.
003465     PERFORM 2100-FIND-OR-ADD-EXPECTED THRU 2100-EXIT.
003466     IF WS-BUCKET-OVERFLOW
003467         ADD 1 TO WS-OVERFLOW-SKIPPED
003468         GO TO 2700-EXIT
003469     END-IF.
003470     ADD AP-AMOUNT TO WS-EXP-AMOUNT (WS-EXPECT-SUB).
003471     ADD 1 TO WS-AR-CHECKS-ADDED.
003472 2700-EXIT.
003473     EXIT.
003474*
003475*****************************************************************
003480*    3000-PROCESS-CONFIRMATION                                  *
003490*        PAIRS ONE BANK CONFIRMATION AGAINST ITS EXPECTED       *
003500*        DEPOSIT AND PRINTS THE MATCHED, SHORT, OVER OR         *
003620     COMPUTE WS-CURR-DATE =
003630         BC-YEAR * 10000 + BC-MONTH * 100 + BC-DAY.
003640     MOVE WS-CURR-DATE TO WS-DEPOSIT-DATE-ED.
003641     PERFORM 3050-SET-CLASS-DESC THRU 3050-EXIT.
003642     IF BC-STORE-NO NOT NUMERIC
003643         ADD 1 TO WS-UNEXPECTED-COUNT
003644         MOVE SPACES TO MATCH-LINE
003645         STRING "STORE ??  " WS-DEPOSIT-DATE-ED "  "
003646             "*** STORE NUMBER '" BC-STORE-NO
003647             "' NOT VALID - REF " BC-REFERENCE
003648             DELIMITED BY SIZE INTO MATCH-LINE
003649         END-STRING
003650         WRITE MATCH-LINE
003651         GO TO 3000-EXIT
003652     END-IF.
003653     MOVE BC-STORE-NO TO WS-CURR-STORE-NO.
003654     MOVE BC-STORE-NO TO WS-STORE-ED.
003660     IF NOT BC-CLASS-VALID
003670         ADD 1 TO WS-UNEXPECTED-COUNT
003680         MOVE SPACES TO MATCH-LINE
003690         STRING "STORE " WS-STORE-ED "  " WS-DEPOSIT-DATE-ED "  "
003700             "*** TENDER CLASS '" BC-TENDER-CLASS
003710             "' NOT RECOGNIZED - REF " BC-REFERENCE
003720             DELIMITED BY SIZE INTO MATCH-LINE
003800         ADD 1 TO WS-UNEXPECTED-COUNT
003810         MOVE BC-AMOUNT TO WS-CONFIRMED-ED
003820         MOVE SPACES TO MATCH-LINE
003830         STRING "STORE " WS-STORE-ED "  "
003835             WS-DEPOSIT-DATE-ED "  " WS-CLASS-DESC
003840             "  CONFIRMED: " WS-CONFIRMED-ED
003850             "  *** NO EXPECTED DEPOSIT ON FILE"
003860             DELIMITED BY SIZE INTO MATCH-LINE
003980         WHEN WS-DIFFERENCE = 0
003990             ADD 1 TO WS-MATCHED-COUNT
004000             MOVE SPACES TO MATCH-LINE
004010             STRING "STORE " WS-STORE-ED "  "
004015                 WS-DEPOSIT-DATE-ED "  " WS-CLASS-DESC
004020                 "  EXPECTED: " WS-EXPECTED-ED
004030                 "  CONFIRMED: " WS-CONFIRMED-ED
004040                 "  MATCHED"
004070         WHEN WS-DIFFERENCE < 0
004080             ADD 1 TO WS-SHORT-COUNT
004090             MOVE SPACES TO MATCH-LINE
004100             STRING "STORE " WS-STORE-ED "  "
004105                 WS-DEPOSIT-DATE-ED "  " WS-CLASS-DESC
004110                 "  EXPECTED: " WS-EXPECTED-ED
004120                 "  CONFIRMED: " WS-CONFIRMED-ED
004130                 "  *** SHORT " WS-DIFFERENCE-ED
004160         WHEN OTHER
004170             ADD 1 TO WS-OVER-COUNT
004180             MOVE SPACES TO MATCH-LINE
004190             STRING "STORE " WS-STORE-ED "  "
004195                 WS-DEPOSIT-DATE-ED "  " WS-CLASS-DESC
004200                 "  EXPECTED: " WS-EXPECTED-ED
004210                 "  CONFIRMED: " WS-CONFIRMED-ED
004220                 "  *** OVER " WS-DIFFERENCE-ED
004440*
004450*****************************************************************
004460*    3100-FIND-EXPECTED                                         *
004470*        LOCATES THE EXPECTED ENTRY FOR WS-CURR-STORE-NO,       *
004480*        WS-CURR-DATE AND WS-CURR-CLASS WITHOUT ADDING ONE - A  *
004490*        CONFIRMATION FOR A STORE AND DAY WE NEVER EXPECTED IS  *
004495*        ITS OWN EXCEPTION.                                     *
004500*****************************************************************
004510 3100-FIND-EXPECTED.
004520     SET WS-BUCKET-NOT-FOUND TO TRUE.
004850         GO TO 4100-EXIT
004860     END-IF.
004870     ADD 1 TO WS-CARRIED-COUNT.
004875     MOVE WS-EXP-STORE-NO (WS-SUB) TO WS-STORE-ED.
004880     MOVE WS-EXP-DATE (WS-SUB) TO WS-DEPOSIT-DATE-ED.
004890     MOVE WS-EXP-AMOUNT (WS-SUB) TO WS-EXPECTED-ED.
004900     MOVE SPACES TO WS-CLASS-DESC.
004940         MOVE "CHECK" TO WS-CLASS-DESC
004950     END-IF.
004960     MOVE SPACES TO MATCH-LINE.
004965     STRING "STORE " WS-STORE-ED "  "
004970         WS-DEPOSIT-DATE-ED "  " WS-CLASS-DESC
004980         "  EXPECTED: " WS-EXPECTED-ED
004990         "  *** MISSING - NO BANK CONFIRMATION"
005000         DELIMITED BY SIZE INTO MATCH-LINE
005050     MOVE WS-EXP-CLASS (WS-SUB) TO WS-CO-TENDER-CLASS.
005060     MOVE WS-EXP-AMOUNT (WS-SUB) TO WS-CO-EXPECTED-AMOUNT.
005070     MOVE WS-EXP-FIRST-SEEN (WS-SUB) TO WS-CO-FIRST-SEEN-DATE.
005075     MOVE WS-EXP-STORE-NO (WS-SUB) TO WS-CO-STORE-NO.
005080     MOVE WS-CARRY-OUT-RECORD TO CARRY-OUT-RECORD.
005090     WRITE CARRY-OUT-RECORD.
005100 4100-EXIT.
005550         DELIMITED BY SIZE INTO MATCH-LINE
005560     END-STRING.
005570     WRITE MATCH-LINE.
005571     MOVE WS-AR-CHECKS-ADDED TO WS-AR-CHECKS-ADDED-ED.
005572     MOVE SPACES TO MATCH-LINE.
005573     STRING "A/R MAIL CHECKS EXPECTED:" WS-AR-CHECKS-ADDED-ED
005574         DELIMITED BY SIZE INTO MATCH-LINE
005575     END-STRING.
005576     WRITE MATCH-LINE.
005580     IF WS-OVERFLOW-SKIPPED > 0
005590         MOVE WS-OVERFLOW-SKIPPED TO WS-OVERFLOW-SKIPPED-ED
005600         MOVE SPACES TO MATCH-LINE
005820     IF NOT WS-CONFIRM-MISSING
005830         CLOSE BANK-CONFIRM-FILE
005840     END-IF.
005842     IF NOT WS-PAYMENT-MISSING
005844         CLOSE AR-PAYMENT-FILE
005846     END-IF.
005850 9000-EXIT.
005860     EXIT.
