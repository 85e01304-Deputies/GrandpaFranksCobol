000240*    STATEMENT.  EACH DAY IS FOOTED BACK AGAINST THE REGISTER   *
000250*    CLOSE-OUT TOTALS (REGCLOSE.DAT) SO A SHORT DEPOSIT IS      *
000260*    CAUGHT THE SAME NIGHT.                                     *
000261*                                                               *
000262*    EACH STORE BANKS ITS OWN DEPOSIT, SO THE DAYS ARE KEPT BY  *
000263*    STORE: EVERY STORE PRINTS ITS OWN DAYS AND STORE TOTALS,   *
000264*    FOLLOWED BY THE CONSOLIDATED TOTALS FOR ALL STORES.  STORE *
000265*    NAMES COME FROM THE STORE MASTER (STOREMST.DAT).           *
000270*****************************************************************
000280*
000290* MODIFICATION HISTORY
000328*                     THE ON-ACCOUNT NET IS INCLUDED IN THE
000329*                     SETTLEMENT TOTAL CHECKED AGAINST THE
000331*                     REGISTER CLOSE-OUT.
000332*    2026-10-15 WJF   DAYS ARE NOW KEPT BY STORE AND BUSINESS
000333*                     DAY.  EACH STORE PRINTS SEPARATELY WITH
000334*                     ITS OWN TOTALS, FOLLOWED BY A CONSOLIDATED
000335*                     TOTAL.  THE DAY TABLE NOW HOLDS 200
000336*                     STORE-DAYS.
000337*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000470         ASSIGN TO SETTLRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490*
000491     SELECT STORE-MASTER-FILE
000492         ASSIGN TO STOREMST
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-STOREMST-STATUS.
000495*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  POS-DETAIL-FILE
000600 FD  SETTLEMENT-REPORT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  SETTLE-LINE                    PIC X(100).
000622*
000624 FD  STORE-MASTER-FILE
000626     LABEL RECORDS ARE STANDARD.
000628 COPY STOREMST.
000630*
000640 WORKING-STORAGE SECTION.
000650*
000780         88  WS-BUCKET-NOT-FOUND              VALUE 'N'.
000790     05  WS-BUCKET-OVERFLOW-SW   PIC X(01)   VALUE 'N'.
000800         88  WS-BUCKET-OVERFLOW               VALUE 'Y'.
000801     05  WS-STOREMST-STATUS      PIC X(02)   VALUE SPACES.
000802         88  WS-STOREMST-FILE-OK              VALUE '00'.
000803     05  WS-STOREMST-EOF-SW      PIC X(01)   VALUE 'N'.
000804         88  EOF-STOREMST-FILE                VALUE 'Y'.
000805*
000806*--------------------------------------------------------------*
000807*        STORE TABLE                                           *
000808*        LOADED IN STORE NUMBER ORDER FROM THE STORE MASTER; A *
000809*        STORE SEEN IN THE DETAIL OR CLOSE-OUTS BUT NOT ON THE *
000810*        MASTER IS ADDED AT THE END.  THE STORE TOTALS ARE     *
000811*        ACCUMULATED AS EACH STORE'S DAYS PRINT.               *
000812*--------------------------------------------------------------*
000813 01  WS-STORE-TABLE.
000814     05  WS-STORE-COUNT          PIC 9(02)   COMP VALUE ZERO.
000815     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
000816         10  WS-STORE-NO             PIC 9(02).
000817         10  WS-STORE-NAME           PIC X(20).
000818*
000819 01  WS-STORE-TOTALS.
000820     05  WS-STORE-DAYS           PIC 9(03)   COMP.
000821     05  WS-STORE-DEPOSIT        PIC S9(09)V99.
000822     05  WS-STORE-CREDIT         PIC S9(09)V99.
000823     05  WS-STORE-ONACCT         PIC S9(09)V99.
000824     05  WS-STORE-REGISTER       PIC S9(09)V99.
000825     05  WS-STORE-CLOSEOUT       PIC S9(09)V99.
000826 01  WS-CONSOLIDATED-TOTALS.
000827     05  WS-ALL-DEPOSIT          PIC S9(09)V99 VALUE ZERO.
000828     05  WS-ALL-CREDIT           PIC S9(09)V99 VALUE ZERO.
000829     05  WS-ALL-ONACCT           PIC S9(09)V99 VALUE ZERO.
000830     05  WS-ALL-REGISTER         PIC S9(09)V99 VALUE ZERO.
000831     05  WS-ALL-CLOSEOUT         PIC S9(09)V99 VALUE ZERO.
000832 77  WS-STORE-SUB                PIC 9(02)   COMP.
000833 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
000834 77  WS-CURR-STORE-NO            PIC 9(02).
000835 77  WS-STORES-SKIPPED           PIC 9(05)   COMP VALUE ZERO.
000836 77  WS-STORES-SKIPPED-ED        PIC ZZZZ9.
000837*
000838*--------------------------------------------------------------*
000839*    PER-DAY TENDER ACCUMULATORS                                *
000840*        ONE BUCKET PER DISTINCT STORE AND PD-YEAR/PD-MONTH/    *
000845*        PD-DAY SEEN                                            *
000850*        IN THE POS DETAIL, IN ORDER OF FIRST APPEARANCE (THE   *
000860*        REGISTER EXPORT NATURALLY ARRIVES IN DATE ORDER).      *
000870*        REFUND AMOUNTS ARE CARRIED AS POSITIVE MAGNITUDES,     *
000880*        THE SAME WAY SALES-MANAGER CARRIES ITS RETURNS TOTAL.  *
000890*--------------------------------------------------------------*
000900 01  WS-DAY-TABLE.
000910     05  WS-DAY-COUNT            PIC 9(03)   COMP VALUE ZERO.
000920     05  WS-DAY-ENTRY            OCCURS 200 TIMES.
000925         10  WS-DAY-STORE-NO         PIC 9(02).
000930         10  WS-DAY-DATE             PIC 9(08).
000940         10  WS-DAY-CASH-SALES       PIC S9(09)V99.
000950         10  WS-DAY-CASH-REFUNDS     PIC S9(09)V99.
001070         10  WS-DAY-CLOSEOUT-SEEN    PIC X(01).
001080             88  WS-DAY-HAS-CLOSEOUT         VALUE 'Y'.
001090*
001100 77  WS-SUB                      PIC 9(03)   COMP.
001110 77  WS-DATE-SUB                 PIC 9(03)   COMP.
001120 77  WS-CURR-DATE                PIC 9(08).
001130 77  WS-DATE-BUCKETS-SKIPPED     PIC 9(05)   COMP VALUE ZERO.
001140 77  WS-DATE-BUCKETS-SKIPPED-ED  PIC ZZZZ9.
001350     05  WS-DIFFERENCE-ED        PIC $-,---,---,--9.99.
001360     05  WS-DAYS-BAL-ED          PIC ZZZZ9.
001370     05  WS-DAYS-OOB-ED          PIC ZZZZ9.
001375     05  WS-STORE-NO-ED          PIC 9(02).
001380*
001390 01  WS-BALANCE-FLAG             PIC X(20)   VALUE SPACES.
001400*
001660     OPEN OUTPUT SETTLEMENT-REPORT-FILE.
001670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001680     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
001685     PERFORM 1300-LOAD-STORE-MASTER THRU 1300-EXIT.
001690     PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001700 1000-EXIT.
001710     EXIT.
001910*    2000-PROCESS-POS-DETAIL                                    *
001920*        ADDS ONE POS DETAIL TRANSACTION TO ITS BUSINESS DAY'S  *
001930*        TENDER ACCUMULATORS.                                    *
001933*        A DETAIL RECORD FOR A STORE THAT CANNOT BE ADDED TO    *
001936*        THE STORE TABLE IS COUNTED AND SKIPPED.                *
001940*****************************************************************
001950 2000-PROCESS-POS-DETAIL.
001960     READ POS-DETAIL-FILE INTO POS-DETAIL-RECORD
001980             SET EOF-POS-FILE TO TRUE
001990             GO TO 2000-EXIT
002000     END-READ.
002001     MOVE PD-STORE-NO TO WS-CURR-STORE-NO.
002002     PERFORM 2150-FIND-OR-ADD-STORE THRU 2150-EXIT.
002003     IF WS-STORE-FOUND-SUB = 0
002004         ADD 1 TO WS-STORES-SKIPPED
002005         GO TO 2000-EXIT
002006     END-IF.
002010     COMPUTE WS-CURR-DATE =
002020         PD-YEAR * 10000 + PD-MONTH * 100 + PD-DAY.
002030     PERFORM 2050-FIND-OR-ADD-DAY-BUCKET THRU 2050-EXIT.
002120*
002130*****************************************************************
002140*    2050-FIND-OR-ADD-DAY-BUCKET                                 *
002150*        LOCATES THE DAY BUCKET FOR WS-CURR-STORE-NO AND        *
002155*        WS-CURR-DATE, ADDING A NEW ZEROED BUCKET IF THIS IS    *
002160*        THE FIRST TRANSACTION SEEN FOR THAT STORE AND DATE.    *
002170*        IF 200 BUCKETS ARE ALREADY ON FILE, WS-BUCKET-OVERFLOW *
002180*        IS SET AND NO BUCKET IS ADDED - THE CALLER COUNTS AND  *
002190*        SKIPS THE TRANSACTION RATHER THAN SUBSCRIPTING PAST    *
002200*        THE TABLE'S END.                                       *
002210*****************************************************************
002220 2050-FIND-OR-ADD-DAY-BUCKET.
002230     SET WS-BUCKET-NOT-FOUND TO TRUE.
002300     IF WS-BUCKET-FOUND
002310         SUBTRACT 1 FROM WS-DATE-SUB
002320     ELSE
002330         IF WS-DAY-COUNT >= 200
002340             SET WS-BUCKET-OVERFLOW TO TRUE
002350             GO TO 2050-EXIT
002360         END-IF
002370         ADD 1 TO WS-DAY-COUNT
002380         MOVE WS-DAY-COUNT TO WS-DATE-SUB
002385         MOVE WS-CURR-STORE-NO TO WS-DAY-STORE-NO (WS-DATE-SUB)
002390         MOVE WS-CURR-DATE TO WS-DAY-DATE (WS-DATE-SUB)
002400         MOVE ZEROS TO WS-DAY-CASH-SALES (WS-DATE-SUB)
002410         MOVE ZEROS TO WS-DAY-CASH-REFUNDS (WS-DATE-SUB)
002600*****************************************************************
002610 2060-SEARCH-ONE-DAY-BUCKET.
002620     IF WS-DAY-DATE (WS-DATE-SUB) = WS-CURR-DATE
002625         AND WS-DAY-STORE-NO (WS-DATE-SUB) = WS-CURR-STORE-NO
002630         SET WS-BUCKET-FOUND TO TRUE
002640     END-IF.
002650 2060-EXIT.
003110*        SUMS THE CASHIER-REPORTED CLOSE-OUT AMOUNTS INTO THE   *
003120*        MATCHING DAY BUCKET SO EACH DAY'S SETTLEMENT CAN BE    *
003130*        FOOTED AGAINST WHAT THE REGISTERS SAID THEY TOOK IN.   *
003135*        EACH CLOSE-OUT GOES TO ITS OWN STORE'S DAY.            *
003140*****************************************************************
003150 3000-PROCESS-CLOSEOUTS.
003160     READ REGISTER-CLOSEOUT-FILE INTO REGISTER-CLOSEOUT-RECORD
003180             SET EOF-CLOSEOUT-FILE TO TRUE
003190             GO TO 3000-EXIT
003200     END-READ.
003201     MOVE RC-STORE-NO TO WS-CURR-STORE-NO.
003202     PERFORM 2150-FIND-OR-ADD-STORE THRU 2150-EXIT.
003203     IF WS-STORE-FOUND-SUB = 0
003204         ADD 1 TO WS-STORES-SKIPPED
003205         GO TO 3000-EXIT
003206     END-IF.
003210     COMPUTE WS-CURR-DATE =
003220         RC-YEAR * 10000 + RC-MONTH * 100 + RC-DAY.
003230     PERFORM 2050-FIND-OR-ADD-DAY-BUCKET THRU 2050-EXIT.
003350*    4000-PRINT-SETTLEMENT                                      *
003360*        PRINTS ONE SETTLEMENT SECTION PER BUSINESS DAY, THEN   *
003370*        THE RUN SUMMARY.                                        *
003372*        THE DAYS PRINT STORE BY STORE, EACH STORE FOLLOWED BY  *
003374*        ITS TOTALS; THE RUN SUMMARY CARRIES THE CONSOLIDATED   *
003376*        TOTALS.                                                *
003380*****************************************************************
003390 4000-PRINT-SETTLEMENT.
003400     IF WS-DAY-COUNT = 0
003440             SETTLE-LINE
003450         WRITE SETTLE-LINE
003460         GO TO 4000-EXIT
003461     END-IF.
003462     PERFORM 4050-PRINT-ONE-STORE THRU 4050-EXIT
003463         VARYING WS-STORE-SUB FROM 1 BY 1
003464         UNTIL WS-STORE-SUB > WS-STORE-COUNT.
003465     PERFORM 4500-PRINT-RUN-SUMMARY THRU 4500-EXIT.
003466 4000-EXIT.
003467     EXIT.
003468*
003469*****************************************************************
003470*    4050-PRINT-ONE-STORE                                       *
003471*        PRINTS EVERY DAY ON FILE FOR ONE STORE, THEN THE       *
003472*        STORE'S TOTALS.  A STORE WITH NO POS DETAIL OR         *
003473*        CLOSE-OUTS IN THIS RUN PRINTS NOTHING.                 *
003474*****************************************************************
003475 4050-PRINT-ONE-STORE.
003476     MOVE ZERO TO WS-STORE-DAYS.
003477     MOVE ZEROS TO WS-STORE-DEPOSIT WS-STORE-CREDIT
003478                   WS-STORE-ONACCT WS-STORE-REGISTER
003479                   WS-STORE-CLOSEOUT.
003480     PERFORM 4100-PRINT-ONE-DAY THRU 4100-EXIT
003490         VARYING WS-SUB FROM 1 BY 1
003500         UNTIL WS-SUB > WS-DAY-COUNT.
003502     IF WS-STORE-DAYS = 0
003504         GO TO 4050-EXIT
003506     END-IF.
003510     PERFORM 4300-PRINT-STORE-TOTALS THRU 4300-EXIT.
003520 4050-EXIT.
003530     EXIT.
003540*
003550*****************************************************************
003590*        REGISTER CLOSE-OUT TOTAL.                               *
003600*****************************************************************
003610 4100-PRINT-ONE-DAY.
003612     IF WS-DAY-STORE-NO (WS-SUB) NOT = WS-STORE-NO (WS-STORE-SUB)
003614         GO TO 4100-EXIT
003616     END-IF.
003618     ADD 1 TO WS-STORE-DAYS.
003620     MOVE WS-DAY-DATE (WS-SUB) TO WS-DAY-DATE-ED.
003625     MOVE WS-STORE-NO (WS-STORE-SUB) TO WS-STORE-NO-ED.
003630     MOVE SPACES TO SETTLE-LINE.
003640     WRITE SETTLE-LINE.
003650     MOVE SPACES TO SETTLE-LINE.
003660     STRING "STORE " WS-STORE-NO-ED "  "
003663         WS-STORE-NAME (WS-STORE-SUB)
003666         "  BUSINESS DAY " WS-DAY-DATE-ED
003670         DELIMITED BY SIZE INTO SETTLE-LINE
003680     END-STRING.
003690     WRITE SETTLE-LINE.
004600     COMPUTE WS-SETTLE-TOTAL =
004610         WS-DEPOSIT-TOTAL + WS-CREDIT-NET + WS-ONACCT-NET
004620         + WS-DAY-UNKNOWN-AMOUNT (WS-SUB).
004621     ADD WS-DEPOSIT-TOTAL TO WS-STORE-DEPOSIT.
004622     ADD WS-CREDIT-NET TO WS-STORE-CREDIT.
004623     ADD WS-ONACCT-NET TO WS-STORE-ONACCT.
004624     ADD WS-DAY-REGISTER-TOTAL (WS-SUB) TO WS-STORE-REGISTER.
004625     ADD WS-DAY-CLOSEOUT-TOTAL (WS-SUB) TO WS-STORE-CLOSEOUT.
004630     MOVE WS-DAY-REGISTER-TOTAL (WS-SUB) TO
004640         WS-REGISTER-TOTAL-ED.
004650     MOVE SPACES TO SETTLE-LINE.
005090     MOVE "-----------------------------------------" TO
005100         SETTLE-LINE.
005110     WRITE SETTLE-LINE.
005111     MOVE "CONSOLIDATED - ALL STORES" TO SETTLE-LINE.
005112     WRITE SETTLE-LINE.
005113     MOVE WS-ALL-DEPOSIT TO WS-DEPOSIT-TOTAL-ED.
005114     MOVE WS-ALL-CREDIT TO WS-CREDIT-NET-ED.
005115     MOVE WS-ALL-ONACCT TO WS-ONACCT-NET-ED.
005116     MOVE WS-ALL-REGISTER TO WS-REGISTER-TOTAL-ED.
005117     MOVE WS-ALL-CLOSEOUT TO WS-CLOSEOUT-TOTAL-ED.
005118     PERFORM 4400-PRINT-TOTAL-LINES THRU 4400-EXIT.
005120     MOVE WS-DAYS-IN-BALANCE TO WS-DAYS-BAL-ED.
005130     MOVE SPACES TO SETTLE-LINE.
005140     STRING "STORE-DAYS IN BALANCE:     " WS-DAYS-BAL-ED
005150         DELIMITED BY SIZE INTO SETTLE-LINE
005160     END-STRING.
005170     WRITE SETTLE-LINE.
005180     MOVE WS-DAYS-OUT-OF-BAL TO WS-DAYS-OOB-ED.
005190     MOVE SPACES TO SETTLE-LINE.
005200     STRING "STORE-DAYS OUT OF BALANCE: " WS-DAYS-OOB-ED
005210         DELIMITED BY SIZE INTO SETTLE-LINE
005220     END-STRING.
005230     WRITE SETTLE-LINE.
005250         MOVE WS-DATE-BUCKETS-SKIPPED TO
005260             WS-DATE-BUCKETS-SKIPPED-ED
005270         MOVE SPACES TO SETTLE-LINE
005280         STRING "RECORDS SKIPPED (>200 STORE-DAYS): "
005290             WS-DATE-BUCKETS-SKIPPED-ED
005291             DELIMITED BY SIZE INTO SETTLE-LINE
005292         END-STRING
005293         WRITE SETTLE-LINE
005294     END-IF.
005295     IF WS-STORES-SKIPPED > 0
005296         MOVE WS-STORES-SKIPPED TO WS-STORES-SKIPPED-ED
005297         MOVE SPACES TO SETTLE-LINE
005298         STRING "RECORDS SKIPPED (>10 STORES):      "
005299             WS-STORES-SKIPPED-ED
005300             DELIMITED BY SIZE INTO SETTLE-LINE
005310         END-STRING
005320         WRITE SETTLE-LINE
005430           SETTLEMENT-REPORT-FILE.
005440 9000-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    1300-LOAD-STORE-MASTER                                     *
005490*        LOADS THE STORE MASTER FOR THE STORE NAMES AND         *
005500*        PRINTING ORDER.  THE SETTLEMENT DOES NOT DEPEND ON IT  *
005510*        - WITH NO MASTER, EVERY STORE IS ADDED AS IT IS SEEN   *
005520*        AND FLAGGED AS NOT ON THE MASTER.                      *
005530*****************************************************************
005540 1300-LOAD-STORE-MASTER.
005550     OPEN INPUT STORE-MASTER-FILE.
005560     IF NOT WS-STOREMST-FILE-OK
005570         GO TO 1300-EXIT
005580     END-IF.
005590     PERFORM 1350-LOAD-ONE-STORE THRU 1350-EXIT
005600         UNTIL EOF-STOREMST-FILE.
005610     CLOSE STORE-MASTER-FILE.
005620 1300-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*    1350-LOAD-ONE-STORE                                        *
005670*****************************************************************
005680 1350-LOAD-ONE-STORE.
005690     READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
005700         AT END
005710             SET EOF-STOREMST-FILE TO TRUE
005720             GO TO 1350-EXIT
005730     END-READ.
005740     IF WS-STORE-COUNT >= 10
005750         SET EOF-STOREMST-FILE TO TRUE
005760         GO TO 1350-EXIT
005770     END-IF.
005780     ADD 1 TO WS-STORE-COUNT.
005790     MOVE ST-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT).
005800     MOVE ST-STORE-NAME TO WS-STORE-NAME (WS-STORE-COUNT).
005810 1350-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850*    2150-FIND-OR-ADD-STORE                                     *
005860*        SETS WS-STORE-FOUND-SUB TO WS-CURR-STORE-NO'S ENTRY IN *
005870*        THE STORE TABLE, ADDING THE STORE (FLAGGED AS NOT ON   *
005880*        THE MASTER) IF IT IS NOT THERE.  ZERO MEANS THE TABLE  *
005890*        IS FULL AND THE STORE COULD NOT BE ADDED.              *
005900*****************************************************************
005910 2150-FIND-OR-ADD-STORE.
005920     MOVE ZERO TO WS-STORE-FOUND-SUB.
005930     PERFORM 2160-MATCH-ONE-STORE THRU 2160-EXIT
005940         VARYING WS-STORE-SUB FROM 1 BY 1
005950         UNTIL WS-STORE-SUB > WS-STORE-COUNT
005960             OR WS-STORE-FOUND-SUB > 0.
005970     IF WS-STORE-FOUND-SUB > 0 OR WS-STORE-COUNT >= 10
005980         GO TO 2150-EXIT
005990     END-IF.
006000     ADD 1 TO WS-STORE-COUNT.
006010     MOVE WS-STORE-COUNT TO WS-STORE-FOUND-SUB.
006020     MOVE WS-CURR-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT).
006030     MOVE "** NOT ON MASTER **" TO WS-STORE-NAME (WS-STORE-COUNT).
006040 2150-EXIT.
006050     EXIT.
006060*
006070*****************************************************************
006080*    2160-MATCH-ONE-STORE                                       *
006090*****************************************************************
006100 2160-MATCH-ONE-STORE.
006110     IF WS-STORE-NO (WS-STORE-SUB) = WS-CURR-STORE-NO
006120         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
006130     END-IF.
006140 2160-EXIT.
006150     EXIT.
006160*
006170*****************************************************************
006180*    4300-PRINT-STORE-TOTALS                                    *
006190*        THE STORE'S DEPOSITS, CARD SETTLEMENT AND CHARGE SALES *
006200*        FOR ALL ITS DAYS IN THE RUN, ADDED INTO THE            *
006210*        CONSOLIDATED TOTALS.                                   *
006220*****************************************************************
006230 4300-PRINT-STORE-TOTALS.
006240     ADD WS-STORE-DEPOSIT TO WS-ALL-DEPOSIT.
006250     ADD WS-STORE-CREDIT TO WS-ALL-CREDIT.
006260     ADD WS-STORE-ONACCT TO WS-ALL-ONACCT.
006270     ADD WS-STORE-REGISTER TO WS-ALL-REGISTER.
006280     ADD WS-STORE-CLOSEOUT TO WS-ALL-CLOSEOUT.
006290     MOVE SPACES TO SETTLE-LINE.
006300     WRITE SETTLE-LINE.
006310     MOVE SPACES TO SETTLE-LINE.
006320     STRING "STORE " WS-STORE-NO-ED " TOTALS"
006330         DELIMITED BY SIZE INTO SETTLE-LINE
006340     END-STRING.
006350     WRITE SETTLE-LINE.
006360     MOVE WS-STORE-DEPOSIT TO WS-DEPOSIT-TOTAL-ED.
006370     MOVE WS-STORE-CREDIT TO WS-CREDIT-NET-ED.
006380     MOVE WS-STORE-ONACCT TO WS-ONACCT-NET-ED.
006390     MOVE WS-STORE-REGISTER TO WS-REGISTER-TOTAL-ED.
006400     MOVE WS-STORE-CLOSEOUT TO WS-CLOSEOUT-TOTAL-ED.
006410     PERFORM 4400-PRINT-TOTAL-LINES THRU 4400-EXIT.
006420 4300-EXIT.
006430     EXIT.
006440*
006450*****************************************************************
006460*    4400-PRINT-TOTAL-LINES                                     *
006470*        PRINTS THE EDITED TOTALS SET UP BY THE CALLER - USED   *
006480*        FOR EACH STORE AND FOR THE CONSOLIDATED TOTALS.        *
006490*****************************************************************
006500 4400-PRINT-TOTAL-LINES.
006510     MOVE SPACES TO SETTLE-LINE.
006520     STRING "  TOTAL BANK DEPOSITS:  " WS-DEPOSIT-TOTAL-ED
006530         DELIMITED BY SIZE INTO SETTLE-LINE
006540     END-STRING.
006550     WRITE SETTLE-LINE.
006560     MOVE SPACES TO SETTLE-LINE.
006570     STRING "  NET CARD SETTLEMENT:  " WS-CREDIT-NET-ED
006580         DELIMITED BY SIZE INTO SETTLE-LINE
006590     END-STRING.
006600     WRITE SETTLE-LINE.
006610     MOVE SPACES TO SETTLE-LINE.
006620     STRING "  NET TO RECEIVABLES:   " WS-ONACCT-NET-ED
006630         DELIMITED BY SIZE INTO SETTLE-LINE
006640     END-STRING.
006650     WRITE SETTLE-LINE.
006660     MOVE SPACES TO SETTLE-LINE.
006670     STRING "  REGISTER TOTAL:       " WS-REGISTER-TOTAL-ED
006680         DELIMITED BY SIZE INTO SETTLE-LINE
006690     END-STRING.
006700     WRITE SETTLE-LINE.
006710     MOVE SPACES TO SETTLE-LINE.
006720     STRING "  REGISTER CLOSE-OUT:   " WS-CLOSEOUT-TOTAL-ED
006730         DELIMITED BY SIZE INTO SETTLE-LINE
006740     END-STRING.
006750     WRITE SETTLE-LINE.
006760 4400-EXIT.
006770     EXIT.
