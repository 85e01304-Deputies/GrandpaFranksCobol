000210*    REGISTER'S TOTAL AGAINST THE COUNT AND AMOUNT THE CASHIER  *
000220*    REPORTED AT CLOSE-OUT (REGCLOSE.DAT), FLAGGING ANY         *
000230*    REGISTER THAT DOES NOT BALANCE.                            *
000231*                                                               *
000232*    REGISTER NUMBERS ARE ONLY UNIQUE WITHIN A STORE, SO DETAIL *
000233*    IS SUMMED BY STORE AND REGISTER, AND THE CLOSE-OUTS ARE    *
000234*    SORTED INTO STORE/REGISTER/DATE ORDER SO EACH STORE PRINTS *
000235*    AS ITS OWN SECTION WITH ITS OWN TOTALS, FOLLOWED BY THE    *
000236*    CONSOLIDATED TOTALS FOR ALL STORES.  STORE NAMES COME FROM *
000237*    THE STORE MASTER (STOREMST.DAT); A STORE NOT ON THE MASTER *
000238*    STILL RECONCILES BUT IS FLAGGED IN ITS HEADING.            *
000240*****************************************************************
000250*
000260* MODIFICATION HISTORY
000300*    2026-08-09 WJF   THE DETAIL AND CLOSE-OUT AMOUNT FIELDS ARE
000310*                     NOW SIGNED, SINCE A REGISTER'S TRANSACTIONS
000320*                     CAN INCLUDE RETURNS.
000321*    2026-10-15 WJF   RECONCILES BY STORE AND REGISTER.  EACH
000322*                     STORE PRINTS SEPARATELY FOLLOWED BY A
000323*                     CONSOLIDATED TOTAL.  SEE 3000-RECONCILE-
000324*                     CLOSEOUTS.  A CLOSE-OUT'S DATE BUCKETS ARE
000325*                     NOW SEARCHED UNDER ITS OWN REGISTER, NOT
000326*                     THE LAST DETAIL RECORD'S.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000410     SELECT REGISTER-CLOSEOUT-FILE
000420         ASSIGN TO REGCLOSE
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431*
000432     SELECT STORE-MASTER-FILE
000433         ASSIGN TO STOREMST
000434         ORGANIZATION IS LINE SEQUENTIAL
000435         FILE STATUS IS WS-STOREMST-STATUS.
000436*
000437     SELECT SORT-CLOSEOUT-FILE
000438         ASSIGN TO SRTWRK1.
000440*
000450     SELECT RECON-REPORT-FILE
000460         ASSIGN TO RECONRPT
000590 FD  RECON-REPORT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  RECON-LINE                     PIC X(100).
000611*
000612 FD  STORE-MASTER-FILE
000613     LABEL RECORDS ARE STANDARD.
000614 COPY STOREMST.
000615*
000616 SD  SORT-CLOSEOUT-FILE.
000617 01  SORT-CLOSEOUT-RECORD.
000618     05  SC-REGISTER-NO             PIC 9(02).
000619     05  SC-DATE                    PIC 9(08).
000620     05  FILLER                     PIC X(17).
000621     05  SC-STORE-NO                PIC 9(02).
000622*
000630 WORKING-STORAGE SECTION.
000640*
000650*--------------------------------------------------------------*
000680 01  WS-SWITCHES.
000690     05  WS-POS-EOF-SW           PIC X(01)   VALUE 'N'.
000700         88  EOF-POS-FILE                     VALUE 'Y'.
000710     05  WS-STOREMST-STATUS      PIC X(02)   VALUE SPACES.
000720         88  WS-STOREMST-FILE-OK              VALUE '00'.
000722     05  WS-STOREMST-EOF-SW      PIC X(01)   VALUE 'N'.
000724         88  EOF-STOREMST-FILE                VALUE 'Y'.
000726     05  WS-FIRST-STORE-SW       PIC X(01)   VALUE 'Y'.
000728         88  WS-FIRST-STORE                   VALUE 'Y'.
000730*
000740*--------------------------------------------------------------*
000750*    PER-STORE, PER-REGISTER DETAIL ACCUMULATORS               *
000752*        ONE ENTRY PER STORE, LOADED IN STORE NUMBER ORDER     *
000754*        FROM THE STORE MASTER; A STORE SEEN IN THE DETAIL BUT *
000756*        NOT ON THE MASTER IS ADDED AT THE END.  WITHIN A      *
000758*        STORE THE REGISTERS ARE SUBSCRIPTED DIRECTLY BY       *
000760*        REGISTER NUMBER (01-99), WITH ONE DATE BUCKET PER     *
000770*        DISTINCT PD-YEAR/PD-MONTH/PD-DAY SEEN FOR THAT        *
000780*        REGISTER, SO A MULTI-DAY POSDTL.DAT RECONCILES EACH   *
000790*        DAY'S CLOSE-OUT AGAINST ONLY THAT DAY'S DETAIL        *
000800*        INSTEAD OF THE REGISTER'S WHOLE-FILE SUM.             *
000810*--------------------------------------------------------------*
000820 01  WS-STORE-TABLE.
000825     05  WS-STORE-COUNT          PIC 9(02)   COMP VALUE ZERO.
000830     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
000850         10  WS-STORE-NO             PIC 9(02).
000860         10  WS-STORE-NAME           PIC X(20).
000865         10  WS-REGISTER-ENTRY       OCCURS 99 TIMES.
000870             15  WS-REG-DATE-COUNT       PIC 9(02)   COMP.
000880             15  WS-REG-DATE-ENTRY       OCCURS 99 TIMES.
000890                 20  WS-REG-DATE             PIC 9(08).
000893                 20  WS-REG-DETAIL-COUNT     PIC 9(05)   COMP.
000896                 20  WS-REG-DETAIL-AMOUNT    PIC S9(09)V99.
000900*
000901*--------------------------------------------------------------*
000902*        STORE AND CONSOLIDATED CLOSE-OUT TOTALS               *
000903*--------------------------------------------------------------*
000904 01  WS-STORE-TOTALS.
000905     05  WS-STORE-REGS-BALANCED  PIC 9(05)   COMP.
000906     05  WS-STORE-REGS-OUT-OF-BAL
000907                                 PIC 9(05)   COMP.
000908     05  WS-STORE-DETAIL-AMOUNT  PIC S9(09)V99.
000909     05  WS-STORE-CLOSE-AMOUNT   PIC S9(09)V99.
000910 77  WS-TOTAL-DETAIL-AMOUNT      PIC S9(09)V99 VALUE ZERO.
000911 77  WS-TOTAL-CLOSE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
000912 77  WS-STORE-SUB                PIC 9(02)   COMP.
000913 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
000914 77  WS-PRIOR-STORE-NO           PIC 9(02)   VALUE ZERO.
000915 77  WS-CURR-STORE-NO            PIC 9(02).
000916 77  WS-STORES-SKIPPED           PIC 9(05)   COMP VALUE ZERO.
000917 77  WS-STORES-SKIPPED-ED        PIC ZZZZ9.
000918 77  WS-SUB                      PIC 9(02)   COMP.
000919 77  WS-REG-SUB                  PIC 9(02)   COMP.
000920 77  WS-DATE-SUB                 PIC 9(02)   COMP.
000930 77  WS-CURR-DATE                PIC 9(08).
000940 77  WS-BUCKET-FOUND-SW          PIC X(01)   VALUE 'N'.
001210     05  WS-DIFFERENCE-ED        PIC $-,---,---,--9.99.
001220     05  WS-REGISTERS-BAL-ED     PIC ZZZZ9.
001230     05  WS-REGISTERS-OOB-ED     PIC ZZZZ9.
001235     05  WS-STORE-NO-ED          PIC 9(02).
001240*
001250 01  WS-BALANCE-FLAG             PIC X(20)   VALUE SPACES.
001260*
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-PROCESS-POS-DETAIL THRU 2000-EXIT
001340         UNTIL EOF-POS-FILE.
001360     SORT SORT-CLOSEOUT-FILE
001362         ASCENDING KEY SC-STORE-NO SC-REGISTER-NO SC-DATE
001364         USING REGISTER-CLOSEOUT-FILE
001366         OUTPUT PROCEDURE IS 3000-RECONCILE-CLOSEOUTS
001368             THRU 3000-RECONCILE-CLOSEOUTS-END.
001370     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001390     STOP RUN.
001450*****************************************************************
001460 1000-INITIALIZE.
001470     OPEN INPUT POS-DETAIL-FILE.
001490     OPEN OUTPUT RECON-REPORT-FILE.
001500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001510     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
001530     PERFORM 1300-LOAD-STORE-MASTER THRU 1300-EXIT.
001550     PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001560 1000-EXIT.
001570     EXIT.
001600*    1100-ZERO-ONE-REGISTER                                     *
001610*****************************************************************
001620 1100-ZERO-ONE-REGISTER.
001630     MOVE ZERO TO WS-REG-DATE-COUNT (WS-STORE-SUB WS-SUB).
001640 1100-EXIT.
001650     EXIT.
001660*
001780         DELIMITED BY SIZE INTO RECON-LINE
001790     END-STRING.
001800     WRITE RECON-LINE.
001890 1200-EXIT.
001900     EXIT.
001910*
001930*    2000-PROCESS-POS-DETAIL                                    *
001940*        ADDS ONE POS DETAIL TRANSACTION TO ITS REGISTER'S      *
001950*        RUNNING COUNT AND AMOUNT.                               *
001952*        A STORE NOT YET IN THE TABLE IS ADDED; ONCE THE TABLE  *
001954*        IS FULL, ANY FURTHER STORE'S DETAIL IS COUNTED AND     *
001956*        SKIPPED.                                               *
001960*****************************************************************
001970 2000-PROCESS-POS-DETAIL.
001980     READ POS-DETAIL-FILE INTO POS-DETAIL-RECORD
002020     END-READ.
002030     IF PD-REGISTER-NO < 1 OR PD-REGISTER-NO > 99
002040         GO TO 2000-EXIT
002041     END-IF.
002042     MOVE PD-STORE-NO TO WS-CURR-STORE-NO.
002043     PERFORM 2150-FIND-STORE-ENTRY THRU 2150-EXIT.
002044     IF WS-STORE-FOUND-SUB = 0
002045         IF WS-STORE-COUNT >= 10
002046             ADD 1 TO WS-STORES-SKIPPED
002047             GO TO 2000-EXIT
002048         END-IF
002049         PERFORM 2100-ADD-STORE-ENTRY THRU 2100-EXIT
002050         MOVE WS-STORE-COUNT TO WS-STORE-FOUND-SUB
002051     END-IF.
002052     MOVE WS-STORE-FOUND-SUB TO WS-STORE-SUB.
002053     MOVE PD-REGISTER-NO TO WS-REG-SUB.
002060     COMPUTE WS-CURR-DATE =
002070         PD-YEAR * 10000 + PD-MONTH * 100 + PD-DAY.
002080     PERFORM 2050-FIND-OR-ADD-DATE-BUCKET THRU 2050-EXIT.
002100         ADD 1 TO WS-DATE-BUCKETS-SKIPPED
002110         GO TO 2000-EXIT
002120     END-IF.
002130     ADD 1 TO WS-REG-DETAIL-COUNT
002135         (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB).
002140     ADD PD-AMOUNT TO WS-REG-DETAIL-AMOUNT
002150         (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB).
002160 2000-EXIT.
002170     EXIT.
002180*
002320     MOVE ZERO TO WS-DATE-SUB.
002330     PERFORM 2060-SEARCH-ONE-DATE-BUCKET THRU 2060-EXIT
002340         VARYING WS-DATE-SUB FROM 1 BY 1
002350         UNTIL WS-DATE-SUB >
002355             WS-REG-DATE-COUNT (WS-STORE-SUB WS-REG-SUB)
002360             OR WS-BUCKET-FOUND.
002370     IF WS-BUCKET-FOUND
002380         SUBTRACT 1 FROM WS-DATE-SUB
002390     ELSE
002400         IF WS-REG-DATE-COUNT (WS-STORE-SUB WS-REG-SUB) >= 99
002410             SET WS-BUCKET-OVERFLOW TO TRUE
002420             GO TO 2050-EXIT
002430         END-IF
002440         ADD 1 TO WS-REG-DATE-COUNT (WS-STORE-SUB WS-REG-SUB)
002450         MOVE WS-REG-DATE-COUNT (WS-STORE-SUB WS-REG-SUB) TO
002455             WS-DATE-SUB
002460         MOVE WS-CURR-DATE TO
002470             WS-REG-DATE (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB)
002480         MOVE ZERO TO WS-REG-DETAIL-COUNT
002490             (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB)
002500         MOVE ZEROS TO WS-REG-DETAIL-AMOUNT
002510             (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB)
002520     END-IF.
002530 2050-EXIT.
002540     EXIT.
002570*    2060-SEARCH-ONE-DATE-BUCKET                                *
002580*****************************************************************
002590 2060-SEARCH-ONE-DATE-BUCKET.
002600     IF WS-REG-DATE (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB) =
002605             WS-CURR-DATE
002610         SET WS-BUCKET-FOUND TO TRUE
002620     END-IF.
002630 2060-EXIT.
002640     EXIT.
002650*
002660*****************************************************************
002670*    3000-RECONCILE-CLOSEOUTS (SORT OUTPUT PROCEDURE)           *
002680*        COMPARES EACH REGISTER'S REPORTED CLOSE-OUT AGAINST    *
002690*        THE DETAIL TOTAL ACCUMULATED FOR THAT SAME DAY.        *
002692*        THE CLOSE-OUTS ARRIVE IN STORE/REGISTER/DATE ORDER; A  *
002694*        CHANGE OF STORE PRINTS THE PRIOR STORE'S TOTALS AND    *
002696*        STARTS THE NEXT STORE'S SECTION.                       *
002700*****************************************************************
002710 3000-RECONCILE-CLOSEOUTS.
002713     SET WS-FIRST-STORE TO TRUE.
002716 3000-RECONCILE-LOOP.
002720     RETURN SORT-CLOSEOUT-FILE INTO REGISTER-CLOSEOUT-RECORD
002730         AT END
002750             GO TO 3000-RECONCILE-DONE
002760     END-RETURN.
002770     IF RC-REGISTER-NO < 1 OR RC-REGISTER-NO > 99
002780         GO TO 3000-RECONCILE-LOOP
002781     END-IF.
002782     IF WS-FIRST-STORE
002783         PERFORM 3200-START-STORE THRU 3200-EXIT
002784     ELSE
002785         IF RC-STORE-NO NOT = WS-PRIOR-STORE-NO
002786             PERFORM 3300-PRINT-STORE-TOTALS THRU 3300-EXIT
002787             PERFORM 3200-START-STORE THRU 3200-EXIT
002788         END-IF
002790     END-IF.
002800     PERFORM 3100-PRINT-RECON-LINE THRU 3100-EXIT.
002802     GO TO 3000-RECONCILE-LOOP.
002804 3000-RECONCILE-DONE.
002806     IF NOT WS-FIRST-STORE
002808         PERFORM 3300-PRINT-STORE-TOTALS THRU 3300-EXIT
002810     END-IF.
002812 3000-RECONCILE-CLOSEOUTS-END.
002820     EXIT.
002830*
002840*****************************************************************
002890*        THE CLOSE-OUT STILL SHOWS AS OUT OF BALANCE.            *
002900*****************************************************************
002910 3050-FIND-DATE-BUCKET.
002911     MOVE ZERO TO WS-PRINT-DETAIL-COUNT.
002912     MOVE ZEROS TO WS-PRINT-DETAIL-AMOUNT.
002913     IF WS-STORE-FOUND-SUB = 0
002914         GO TO 3050-EXIT
002915     END-IF.
002916     MOVE WS-STORE-FOUND-SUB TO WS-STORE-SUB.
002917     MOVE RC-REGISTER-NO TO WS-REG-SUB.
002920     COMPUTE WS-CURR-DATE =
002930         RC-YEAR * 10000 + RC-MONTH * 100 + RC-DAY.
002940     SET WS-BUCKET-NOT-FOUND TO TRUE.
002950     MOVE ZERO TO WS-DATE-SUB.
002960     PERFORM 2060-SEARCH-ONE-DATE-BUCKET THRU 2060-EXIT
002970         VARYING WS-DATE-SUB FROM 1 BY 1
002980         UNTIL WS-DATE-SUB >
002985             WS-REG-DATE-COUNT (WS-STORE-SUB WS-REG-SUB)
002990             OR WS-BUCKET-FOUND.
003000     IF WS-BUCKET-FOUND
003010         SUBTRACT 1 FROM WS-DATE-SUB
003020         MOVE WS-REG-DETAIL-COUNT
003025             (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB)
003030             TO WS-PRINT-DETAIL-COUNT
003040         MOVE WS-REG-DETAIL-AMOUNT
003045             (WS-STORE-SUB WS-REG-SUB WS-DATE-SUB)
003050             TO WS-PRINT-DETAIL-AMOUNT
003090     END-IF.
003100 3050-EXIT.
003110     EXIT.
003220     COMPUTE WS-AMOUNT-DIFFERENCE =
003230         WS-PRINT-DETAIL-AMOUNT - RC-CLOSEOUT-AMOUNT.
003240     MOVE WS-AMOUNT-DIFFERENCE TO WS-DIFFERENCE-ED.
003242     ADD WS-PRINT-DETAIL-AMOUNT TO WS-STORE-DETAIL-AMOUNT
003244                                   WS-TOTAL-DETAIL-AMOUNT.
003246     ADD RC-CLOSEOUT-AMOUNT TO WS-STORE-CLOSE-AMOUNT
003248                               WS-TOTAL-CLOSE-AMOUNT.
003250     MOVE SPACES TO WS-BALANCE-FLAG.
003260     IF WS-AMOUNT-DIFFERENCE = 0
003270             AND WS-PRINT-DETAIL-COUNT = RC-CLOSEOUT-COUNT
003280         ADD 1 TO WS-REGISTERS-BALANCED
003285         ADD 1 TO WS-STORE-REGS-BALANCED
003290     ELSE
003300         ADD 1 TO WS-REGISTERS-OUT-OF-BAL
003305         ADD 1 TO WS-STORE-REGS-OUT-OF-BAL
003310         MOVE "*** OUT OF BALANCE" TO WS-BALANCE-FLAG
003320     END-IF.
003330     MOVE SPACES TO RECON-LINE.
003430*
003440*****************************************************************
003450*    4000-PRINT-SUMMARY                                         *
003455*        THE CONSOLIDATED TOTALS FOR ALL STORES.                *
003460*****************************************************************
003470 4000-PRINT-SUMMARY.
003480     MOVE SPACES TO RECON-LINE.
003490     WRITE RECON-LINE.
003500     MOVE "-----------------------------------------" TO
003501         RECON-LINE.
003502     WRITE RECON-LINE.
003503     MOVE "CONSOLIDATED - ALL STORES" TO RECON-LINE.
003504     WRITE RECON-LINE.
003505     MOVE WS-TOTAL-DETAIL-AMOUNT TO WS-DETAIL-AMOUNT-ED.
003506     MOVE WS-TOTAL-CLOSE-AMOUNT TO WS-CLOSE-AMOUNT-ED.
003507     MOVE SPACES TO RECON-LINE.
003508     STRING "DETAIL AMOUNT:            " WS-DETAIL-AMOUNT-ED
003509         DELIMITED BY SIZE INTO RECON-LINE
003510     END-STRING.
003511     WRITE RECON-LINE.
003512     MOVE SPACES TO RECON-LINE.
003513     STRING "CLOSE-OUT AMOUNT:         " WS-CLOSE-AMOUNT-ED
003514         DELIMITED BY SIZE INTO RECON-LINE
003515     END-STRING.
003520     WRITE RECON-LINE.
003530     MOVE WS-REGISTERS-BALANCED TO WS-REGISTERS-BAL-ED.
003540     MOVE WS-REGISTERS-OUT-OF-BAL TO WS-REGISTERS-OOB-ED.
003710         END-STRING
003720         WRITE RECON-LINE
003730     END-IF.
003731     IF WS-STORES-SKIPPED > 0
003732         MOVE WS-STORES-SKIPPED TO WS-STORES-SKIPPED-ED
003733         MOVE SPACES TO RECON-LINE
003734         STRING "POS DETAIL SKIPPED (>10 STORES):         "
003735             WS-STORES-SKIPPED-ED
003736             DELIMITED BY SIZE INTO RECON-LINE
003737         END-STRING
003738         WRITE RECON-LINE
003739     END-IF.
003740 4000-EXIT.
003750     EXIT.
003760*
003790*****************************************************************
003800 9000-TERMINATE.
003810     CLOSE POS-DETAIL-FILE
003830           RECON-REPORT-FILE.
003840 9000-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880*    1300-LOAD-STORE-MASTER                                     *
003890*        LOADS THE STORE MASTER FOR THE STORE NAMES PRINTED IN  *
003900*        EACH STORE'S HEADING.  THE RECONCILIATION DOES NOT     *
003910*        DEPEND ON IT - WITH NO MASTER, EVERY STORE IS SIMPLY   *
003920*        ADDED AS IT IS SEEN AND FLAGGED AS NOT ON THE MASTER.  *
003930*****************************************************************
003940 1300-LOAD-STORE-MASTER.
003950     OPEN INPUT STORE-MASTER-FILE.
003960     IF NOT WS-STOREMST-FILE-OK
003970         GO TO 1300-EXIT
003980     END-IF.
003990     PERFORM 1350-LOAD-ONE-STORE THRU 1350-EXIT
004000         UNTIL EOF-STOREMST-FILE.
004010     CLOSE STORE-MASTER-FILE.
004020 1300-EXIT.
004030     EXIT.
004040*
004050*****************************************************************
004060*    1350-LOAD-ONE-STORE                                        *
004070*****************************************************************
004080 1350-LOAD-ONE-STORE.
004090     READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
004100         AT END
004110             SET EOF-STOREMST-FILE TO TRUE
004120             GO TO 1350-EXIT
004130     END-READ.
004140     IF WS-STORE-COUNT >= 10
004150         SET EOF-STOREMST-FILE TO TRUE
004160         GO TO 1350-EXIT
004170     END-IF.
004180     MOVE ST-STORE-NO TO WS-CURR-STORE-NO.
004190     PERFORM 2100-ADD-STORE-ENTRY THRU 2100-EXIT.
004200     MOVE ST-STORE-NAME TO WS-STORE-NAME (WS-STORE-COUNT).
004210 1350-EXIT.
004220     EXIT.
004230*
004240*****************************************************************
004250*    2100-ADD-STORE-ENTRY                                       *
004260*        ADDS WS-CURR-STORE-NO TO THE END OF THE STORE TABLE    *
004270*        WITH ALL 99 REGISTERS EMPTY.  THE NAME IS OVERLAID BY  *
004280*        THE CALLER WHEN LOADING FROM THE STORE MASTER.         *
004290*****************************************************************
004300 2100-ADD-STORE-ENTRY.
004310     ADD 1 TO WS-STORE-COUNT.
004320     MOVE WS-STORE-COUNT TO WS-STORE-SUB.
004330     MOVE WS-CURR-STORE-NO TO WS-STORE-NO (WS-STORE-SUB).
004340     MOVE "** NOT ON MASTER **" TO WS-STORE-NAME (WS-STORE-SUB).
004350     PERFORM 1100-ZERO-ONE-REGISTER THRU 1100-EXIT
004360         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
004370 2100-EXIT.
004380     EXIT.
004390*
004400*****************************************************************
004410*    2150-FIND-STORE-ENTRY                                      *
004420*        SETS WS-STORE-FOUND-SUB TO WS-CURR-STORE-NO'S TABLE    *
004430*        ENTRY, OR ZERO IF THE STORE IS NOT IN THE TABLE.       *
004440*****************************************************************
004450 2150-FIND-STORE-ENTRY.
004460     MOVE ZERO TO WS-STORE-FOUND-SUB.
004470     PERFORM 2160-MATCH-ONE-STORE THRU 2160-EXIT
004480         VARYING WS-STORE-SUB FROM 1 BY 1
004490         UNTIL WS-STORE-SUB > WS-STORE-COUNT
004500             OR WS-STORE-FOUND-SUB > 0.
004510 2150-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550*    2160-MATCH-ONE-STORE                                       *
004560*****************************************************************
004570 2160-MATCH-ONE-STORE.
004580     IF WS-STORE-NO (WS-STORE-SUB) = WS-CURR-STORE-NO
004590         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
004600     END-IF.
004610 2160-EXIT.
004620     EXIT.
004630*
004640*****************************************************************
004650*    3200-START-STORE                                           *
004660*        PRINTS THE HEADING FOR RC-STORE-NO'S SECTION AND       *
004670*        ZEROES THE STORE TOTALS.  A STORE WITH CLOSE-OUTS BUT  *
004680*        NO DETAIL AT ALL IS NOT IN THE TABLE; ITS REGISTERS    *
004690*        ALL PRINT WITH ZERO DETAIL AND SHOW AS OUT OF BALANCE. *
004700*****************************************************************
004710 3200-START-STORE.
004720     MOVE 'N' TO WS-FIRST-STORE-SW.
004730     MOVE RC-STORE-NO TO WS-PRIOR-STORE-NO.
004740     MOVE RC-STORE-NO TO WS-CURR-STORE-NO.
004750     PERFORM 2150-FIND-STORE-ENTRY THRU 2150-EXIT.
004760     MOVE ZERO TO WS-STORE-REGS-BALANCED
004770                  WS-STORE-REGS-OUT-OF-BAL.
004780     MOVE ZEROS TO WS-STORE-DETAIL-AMOUNT
004790                   WS-STORE-CLOSE-AMOUNT.
004800     MOVE RC-STORE-NO TO WS-STORE-NO-ED.
004810     MOVE SPACES TO RECON-LINE.
004820     WRITE RECON-LINE.
004830     MOVE SPACES TO RECON-LINE.
004840     IF WS-STORE-FOUND-SUB = 0
004850         STRING "STORE " WS-STORE-NO-ED "  ** NOT ON MASTER **"
004860             DELIMITED BY SIZE INTO RECON-LINE
004870         END-STRING
004880     ELSE
004890         STRING "STORE " WS-STORE-NO-ED "  "
004900             WS-STORE-NAME (WS-STORE-FOUND-SUB)
004910             DELIMITED BY SIZE INTO RECON-LINE
004920         END-STRING
004930     END-IF.
004940     WRITE RECON-LINE.
004950     MOVE SPACES TO RECON-LINE.
004960     STRING "REG  DETAIL-CNT  CLOSE-CNT  DETAIL-AMT  CLOSE-AMT"
004970         "  DIFFERENCE"
004980         DELIMITED BY SIZE INTO RECON-LINE
004990     END-STRING.
005000     WRITE RECON-LINE.
005010 3200-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*    3300-PRINT-STORE-TOTALS                                    *
005060*****************************************************************
005070 3300-PRINT-STORE-TOTALS.
005080     MOVE WS-PRIOR-STORE-NO TO WS-STORE-NO-ED.
005090     MOVE WS-STORE-DETAIL-AMOUNT TO WS-DETAIL-AMOUNT-ED.
005100     MOVE WS-STORE-CLOSE-AMOUNT TO WS-CLOSE-AMOUNT-ED.
005110     MOVE SPACES TO RECON-LINE.
005120     STRING "STORE " WS-STORE-NO-ED " TOTAL           "
005130         WS-DETAIL-AMOUNT-ED "  " WS-CLOSE-AMOUNT-ED
005140         DELIMITED BY SIZE INTO RECON-LINE
005150     END-STRING.
005160     WRITE RECON-LINE.
005170     MOVE WS-STORE-REGS-BALANCED TO WS-REGISTERS-BAL-ED.
005180     MOVE WS-STORE-REGS-OUT-OF-BAL TO WS-REGISTERS-OOB-ED.
005190     MOVE SPACES TO RECON-LINE.
005200     STRING "  REGISTERS IN BALANCE: " WS-REGISTERS-BAL-ED
005210         "   OUT OF BALANCE: " WS-REGISTERS-OOB-ED
005220         DELIMITED BY SIZE INTO RECON-LINE
005230     END-STRING.
005240     WRITE RECON-LINE.
005250 3300-EXIT.
005260     EXIT.
