000260*    FIRST - AN UNKNOWN OR INACTIVE ACCOUNT IS REJECTED ON THE  *
000270*    POSTING REGISTER AND TOUCHES NOTHING, THE SAME DISCIPLINE  *
000280*    HISTORY-ADJUST GIVES THE HISTORY FILE.  THE MONTH-END      *
000281*    STATEMENTS AND AGING REPORT ARE PRINTED BY THE             *
000282*    AR-STATEMENT COMPANION PROGRAM.                            *
000283*                                                                *
000284*    EVERY PAYMENT AND CREDIT MEMO POSTED IS ALSO JOURNALED TO  *
000285*    THE GENERAL LEDGER (ARJRNL.DAT, JRNLREC LAYOUT) - A        *
000286*    PAYMENT DEBITS CASH/CLEARING AND A CREDIT MEMO DEBITS      *
000287*    SALES RETURNS AND ALLOWANCES, BOTH CREDITING THE A/R       *
000288*    CONTROL ACCOUNT FROM THE ACCOUNT MASTER 'C' RECORD.        *
000289*    GL-JOURNAL CARRIES ARJRNL INTO THE NIGHT'S GLJRNL.  THE    *
000290*    CHARGE SIDE NEEDS NO ENTRY HERE - GL-JOURNAL DEBITS A/R    *
000291*    FOR THE ON-ACCOUNT SALE FROM THE GL EXTRACT.               *
000292*                                                                *
000293*    CREDIT CONTROL: EACH CUSTOMER'S BALANCE IS BUILT FROM THE  *
000294*    OPEN-ITEM FILE AT START OF RUN AND CARRIED FORWARD AS THE  *
000295*    NIGHT'S ITEMS POST.  A CHARGE THAT TAKES THE BALANCE OVER  *
000296*    CU-CREDIT-LIMIT, OR ANY CHARGE TO AN ACCOUNT ON CREDIT     *
000297*    HOLD, IS LISTED ON THE OVER-LIMIT REPORT (OVLMTRPT) FOR    *
000298*    THE OFFICE TO FOLLOW UP.  THE CHARGE STILL POSTS - THE     *
000299*    GOODS HAVE ALREADY LEFT THE STORE.                         *
000300*                                                                *
000301*    A CREDIT MEMO MUST BE SIGNED (AP-AUTHORIZED-BY) BY AN      *
000302*    ACTIVE APPROVER ON THE APPROVER MASTER (APPRMST.DAT) WHOSE *
000303*    CREDIT MEMO LIMIT COVERS THE AMOUNT.  EACH CREDIT MEMO     *
000304*    POSTED IS LOGGED UNDER ITS APPROVER ON THE APPROVAL        *
000305*    ACTIVITY LOG (APPRLOG.DAT).                                *
000310*****************************************************************
000320*
000330* MODIFICATION HISTORY
000340*    DATE       INIT  DESCRIPTION
000350*    ---------  ----  -----------------------------------------
000351*    2026-09-02 WJF   ORIGINAL PROGRAM.
000352*    2026-10-15 WJF   PAYMENTS AND CREDIT MEMOS JOURNALED TO
000353*                     ARJRNL AGAINST THE A/R CONTROL ACCOUNT.
000354*                     A CHARGE ITEM NOW CARRIES THE SALES TAX
000355*                     TOO, SINCE THE CUSTOMER OWES IT AND THE
000356*                     LEDGER DEBITS A/R FOR IT.
000357*    2026-10-15 WJF   OVER-LIMIT REPORT - CHARGES OVER THE
000358*                     CUSTOMER'S CREDIT LIMIT OR ON AN ACCOUNT
000359*                     ON CREDIT HOLD.
000360*    2026-10-15 WJF   CREDIT MEMOS CHECKED AGAINST THE APPROVER
000361*                     MASTER (APPRMST) - UNKNOWN, INACTIVE OR
000362*                     OVER-LIMIT APPROVER IS REJECTED.  POSTED
000363*                     CREDIT MEMOS LOGGED TO APPRLOG.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARITEM-STATUS.
000600*
000601     SELECT ACCOUNT-MASTER-FILE
000602         ASSIGN TO ACCTMST
000603         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS WS-ACCTMST-STATUS.
000605*
000606     SELECT AR-JOURNAL-FILE
000607         ASSIGN TO ARJRNL
000608         ORGANIZATION IS LINE SEQUENTIAL.
000609*
000610     SELECT AR-REPORT-FILE
000620         ASSIGN TO ARPSTRPT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000631*
000632     SELECT OVERLIMIT-REPORT-FILE
000633         ASSIGN TO OVLMTRPT
000634         ORGANIZATION IS LINE SEQUENTIAL.
000635*
000636     SELECT APPROVER-MASTER-FILE
000637         ASSIGN TO APPRMST
000638         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS WS-APPRMST-STATUS.
000640*
000641     SELECT APPROVAL-LOG-FILE
000642         ASSIGN TO APPRLOG
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-APPRLOG-STATUS.
000645*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  POS-DETAIL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY ARITEM.
000820*
000821 FD  ACCOUNT-MASTER-FILE
000822     LABEL RECORDS ARE STANDARD.
000823 COPY ACCTMST.
000824*
000825 FD  AR-JOURNAL-FILE
000826     LABEL RECORDS ARE STANDARD.
000827 COPY JRNLREC.
000828*
000830 FD  AR-REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  AR-LINE                        PIC X(120).
000851*
000852 FD  OVERLIMIT-REPORT-FILE
000853     LABEL RECORDS ARE STANDARD.
000854 01  OVERLIMIT-LINE                 PIC X(120).
000855*
000856 FD  APPROVER-MASTER-FILE
000857     LABEL RECORDS ARE STANDARD.
000858 COPY APPRMST.
000859*
000860 FD  APPROVAL-LOG-FILE
000861     LABEL RECORDS ARE STANDARD.
000862 COPY APPRLOG.
000863*
000870 WORKING-STORAGE SECTION.
000880*
000890*--------------------------------------------------------------*
001050     05  WS-ARITEM-STATUS        PIC X(02)   VALUE SPACES.
001060         88  WS-ARITEM-FILE-OK                VALUE '00'.
001070         88  WS-ARITEM-FILE-MISSING           VALUE '35'.
001073     05  WS-ARITEM-EOF-SW        PIC X(01)   VALUE 'N'.
001076         88  EOF-ARITEM-FILE                  VALUE 'Y'.
001080     05  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
001090         88  WS-CUST-FOUND                    VALUE 'Y'.
001100         88  WS-CUST-NOT-FOUND                VALUE 'N'.
001130         88  RECORD-IS-INVALID                VALUE 'N'.
001140     05  WS-ABORT-SW             PIC X(01)   VALUE 'N'.
001150         88  WS-RUN-ABORTED                   VALUE 'Y'.
001151     05  WS-ACCTMST-STATUS       PIC X(02)   VALUE SPACES.
001152         88  WS-ACCTMST-FILE-OK               VALUE '00'.
001153     05  WS-ACCTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001154         88  EOF-ACCTMST-FILE                 VALUE 'Y'.
001155     05  WS-CONTROL-ACCTS-SW     PIC X(01)   VALUE 'N'.
001156         88  WS-CONTROL-ACCTS-LOADED          VALUE 'Y'.
001157     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
001158         88  WS-APPRMST-FILE-OK               VALUE '00'.
001159     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
001160         88  EOF-APPRMST-FILE                 VALUE 'Y'.
001161     05  WS-APPRLOG-STATUS       PIC X(02)   VALUE SPACES.
001162         88  WS-APPRLOG-FILE-MISSING          VALUE '35'.
001163     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
001164         88  WS-APPROVER-FOUND                VALUE 'Y'.
001165         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
001166*
001170*--------------------------------------------------------------*
001180*    CUSTOMER TABLE, LOADED FROM THE CUSTOMER MASTER FILE       *
001190*    (CUSTMST.DAT) AT START OF RUN.  EVERY ON-ACCOUNT SALE AND  *
001200*    PAYMENT TRANSACTION VALIDATES AGAINST THIS TABLE.  THE     *
001203*    BALANCE IS LOADED FROM THE OPEN-ITEM FILE AND KEPT         *
001206*    CURRENT AS ITEMS POST, FOR THE CREDIT LIMIT CHECK.         *
001210*--------------------------------------------------------------*
001220 01  WS-CUST-TABLE.
001230     05  WS-CUST-COUNT           PIC 9(03)   COMP VALUE ZERO.
001260         10  WS-CUST-NAME            PIC X(25).
001270         10  WS-CUST-ACTIVE-FLAG     PIC X(01).
001280             88  WS-CUST-ENTRY-ACTIVE        VALUE 'A'.
001282         10  WS-CUST-CREDIT-LIMIT    PIC 9(07)V99.
001284         10  WS-CUST-HOLD-FLAG       PIC X(01).
001286             88  WS-CUST-ENTRY-ON-HOLD       VALUE 'H'.
001288         10  WS-CUST-BALANCE         PIC S9(11)V99.
001290*
001300 77  WS-CUST-SUB                 PIC 9(03)   COMP.
001310 77  WS-CUST-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001320 77  WS-LOOKUP-CUSTOMER-NO       PIC X(06).
001321*
001322*--------------------------------------------------------------*
001323*    APPROVER TABLE, LOADED FROM THE APPROVER MASTER           *
001324*    (APPRMST.DAT) WITH EACH PERSON'S CREDIT MEMO LIMIT        *
001325*--------------------------------------------------------------*
001326 01  WS-APPROVER-TABLE.
001327     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
001328     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
001329         10  WS-APPROVER-ID          PIC X(03).
001330         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
001331             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
001332         10  WS-APPROVER-LIMIT       PIC 9(07)V99.
001333*
001334 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
001335 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
001336*
001337*--------------------------------------------------------------*
001338*    CONTROL ACCOUNTS FROM THE ACCOUNT MASTER 'C' RECORD AND    *
001339*    THE A/R JOURNAL (ARJRNL) LEG WORK AREA AND TOTALS          *
001340*--------------------------------------------------------------*
001341 77  WS-CASH-ACCOUNT             PIC 9(08)   VALUE ZEROS.
001342 77  WS-AR-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001343 77  WS-ALLOWANCE-ACCOUNT        PIC 9(08)   VALUE ZEROS.
001344 77  WS-LEG-ACCOUNT              PIC 9(08).
001345 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
001346 77  WS-LEG-AMOUNT               PIC S9(09)V99.
001347 77  WS-JOURNAL-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
001348 77  WS-JOURNAL-COUNT-ED         PIC ZZZZZZ9.
001349 77  WS-JOURNAL-DEBIT-TOTAL      PIC S9(11)V99 VALUE ZEROS.
001350 77  WS-JOURNAL-CREDIT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
001351*
001352*--------------------------------------------------------------*
001353*    OVER-LIMIT REPORT WORK AREAS AND TOTALS                    *
001354*--------------------------------------------------------------*
001355 77  WS-FLAGGED-COUNT            PIC 9(05)   COMP VALUE ZERO.
001356 77  WS-FLAGGED-COUNT-ED         PIC ZZZZ9.
001357 77  WS-FLAGGED-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
001358 77  WS-BALANCE-ITEMS-READ       PIC 9(07)   COMP VALUE ZERO.
001359 01  WS-OVERLIMIT-REASON         PIC X(16)   VALUE SPACES.
001360*
001361*--------------------------------------------------------------*
001362*    COUNTERS AND WORK AREAS                                    *
001363*--------------------------------------------------------------*
001370 77  WS-POS-RECORDS-READ         PIC 9(07)   COMP VALUE ZERO.
001380 77  WS-POS-RECORDS-READ-ED      PIC ZZZZZZ9.
001390 77  WS-CHARGES-POSTED           PIC 9(07)   COMP VALUE ZERO.
001590     05  WS-ITEM-AMOUNT-ED       PIC $-,---,---,--9.99.
001600     05  WS-CHARGE-TOTAL-ED      PIC $--,---,---,--9.99.
001610     05  WS-PAYMENT-TOTAL-ED     PIC $--,---,---,--9.99.
001612     05  WS-OL-CHARGE-ED         PIC $-,---,--9.99.
001614     05  WS-OL-BALANCE-ED        PIC $--,---,--9.99.
001616     05  WS-OL-LIMIT-ED          PIC $Z,ZZZ,ZZ9.99.
001618     05  WS-FLAGGED-TOTAL-ED     PIC $--,---,---,--9.99.
001620*
001630 PROCEDURE DIVISION.
001640*****************************************************************
001740         UNTIL EOF-POS-FILE.
001750     PERFORM 3000-PROCESS-PAYMENT THRU 3000-EXIT
001760         UNTIL EOF-PAYMENT-FILE.
001765     PERFORM 3900-WRITE-JOURNAL-CONTROL THRU 3900-EXIT.
001770     PERFORM 4000-PRINT-REGISTER-TRAILER THRU 4000-EXIT.
001775     PERFORM 4100-PRINT-OVERLIMIT-TRAILER THRU 4100-EXIT.
001780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001790     STOP RUN.
001800 0000-MAINLINE-EXIT.
001860*        THE OPEN-ITEM FILE IS OPENED EXTEND SO EVERY RUN'S     *
001870*        ITEMS ACCUMULATE PERMANENTLY; A FIRST-EVER RUN         *
001880*        CREATES IT.  A MISSING POS OR PAYMENT FILE SIMPLY      *
001890*        MEANS THAT SIDE HAS NOTHING TO POST TONIGHT.  THE      *
001892*        ACCOUNT MASTER CONTROL ACCOUNTS MUST BE THERE OR       *
001894*        NOTHING CAN BE JOURNALED, SO THE RUN STOPS.  THE       *
001896*        CUSTOMER BALANCES ARE READ FROM THE OPEN-ITEM FILE     *
001898*        BEFORE IT IS REOPENED FOR EXTEND.                      *
001900*****************************************************************
001910 1000-INITIALIZE.
001920     OPEN OUTPUT AR-REPORT-FILE.
001925     OPEN OUTPUT OVERLIMIT-REPORT-FILE.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001940     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
001950     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
001970     IF WS-RUN-ABORTED
001980         GO TO 1000-EXIT
001990     END-IF.
001991     PERFORM 1600-LOAD-CONTROL-ACCOUNTS THRU 1600-EXIT.
001992     IF WS-RUN-ABORTED
001993         GO TO 1000-EXIT
001994     END-IF.
001995     PERFORM 1700-LOAD-OPEN-BALANCES THRU 1700-EXIT.
001996     PERFORM 1800-LOAD-APPROVER-MASTER THRU 1800-EXIT.
002000     OPEN INPUT POS-DETAIL-FILE.
002010     IF NOT WS-POS-FILE-OK
002020         SET EOF-POS-FILE TO TRUE
002080     OPEN EXTEND AR-OPEN-ITEM-FILE.
002090     IF WS-ARITEM-FILE-MISSING
002100         OPEN OUTPUT AR-OPEN-ITEM-FILE
002101     END-IF.
002102     OPEN OUTPUT AR-JOURNAL-FILE.
002103     OPEN EXTEND APPROVAL-LOG-FILE.
002104     IF WS-APPRLOG-FILE-MISSING
002105         OPEN OUTPUT APPROVAL-LOG-FILE
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002260     END-STRING.
002270     WRITE AR-LINE.
002280     MOVE SPACES TO AR-LINE.
002281     WRITE AR-LINE.
002282     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO OVERLIMIT-LINE.
002283     WRITE OVERLIMIT-LINE.
002284     MOVE "A/R OVER-LIMIT AND CREDIT-HOLD CHARGES" TO
002285         OVERLIMIT-LINE.
002286     WRITE OVERLIMIT-LINE.
002287     MOVE SPACES TO OVERLIMIT-LINE.
002288     STRING "RUN DATE: " WS-RUN-DATE-ED
002289         DELIMITED BY SIZE INTO OVERLIMIT-LINE
002290     END-STRING.
002291     WRITE OVERLIMIT-LINE.
002292     MOVE SPACES TO OVERLIMIT-LINE.
002293     WRITE OVERLIMIT-LINE.
002294     MOVE SPACES TO OVERLIMIT-LINE.
002295     STRING "DATE        CUST    CUSTOMER NAME              "
002296         "       CHARGE     NEW BALANCE   CREDIT LIMIT  REASON"
002297         DELIMITED BY SIZE INTO OVERLIMIT-LINE
002298     END-STRING.
002299     WRITE OVERLIMIT-LINE.
002300 1100-EXIT.
002310     EXIT.
002320*
002860     MOVE CU-CUSTOMER-NO TO WS-CUST-NO (WS-CUST-COUNT).
002870     MOVE CU-CUSTOMER-NAME TO WS-CUST-NAME (WS-CUST-COUNT).
002880     MOVE CU-ACTIVE-FLAG TO WS-CUST-ACTIVE-FLAG (WS-CUST-COUNT).
002881     IF CU-CREDIT-LIMIT NUMERIC
002882         MOVE CU-CREDIT-LIMIT TO
002883             WS-CUST-CREDIT-LIMIT (WS-CUST-COUNT)
002884     ELSE
002885         MOVE ZEROS TO WS-CUST-CREDIT-LIMIT (WS-CUST-COUNT)
002886     END-IF.
002887     MOVE CU-CREDIT-HOLD TO WS-CUST-HOLD-FLAG (WS-CUST-COUNT).
002888     MOVE ZEROS TO WS-CUST-BALANCE (WS-CUST-COUNT).
002890 1550-EXIT.
002900     EXIT.
002910*
003130     END-IF.
003140     PERFORM 2300-WRITE-CHARGE-ITEM THRU 2300-EXIT.
003150     PERFORM 2400-WRITE-CHARGE-LINE THRU 2400-EXIT.
003155     PERFORM 2600-CHECK-CREDIT-LIMIT THRU 2600-EXIT.
003160 2000-EXIT.
003170     EXIT.
003180*
003840*
003850*****************************************************************
003860*    2300-WRITE-CHARGE-ITEM                                     *
003870*        APPENDS ONE CHARGE ITEM TO THE OPEN-ITEM FILE FOR THE  *
003880*        SALE PLUS ITS TAX.  THE REFERENCE CARRIES THE REGISTER *
003890*        AND CASHIER SO THE STATEMENT LINE CAN BE TRACED BACK   *
003895*        TO THE SALE.                                           *
003900*****************************************************************
003910 2300-WRITE-CHARGE-ITEM.
003920     MOVE SPACES TO AR-ITEM-RECORD.
003990     STRING "REG" PD-REGISTER-NO "/" PD-CASHIER-ID
004000         DELIMITED BY SIZE INTO AI-REFERENCE
004010     END-STRING.
004020     COMPUTE AI-AMOUNT = PD-AMOUNT + PD-TAX-AMOUNT.
004030     WRITE AR-ITEM-RECORD.
004040     ADD 1 TO WS-CHARGES-POSTED.
004050     ADD AI-AMOUNT TO WS-CHARGE-AMOUNT-TOTAL.
004060 2300-EXIT.
004070     EXIT.
004080*
004100*    2400-WRITE-CHARGE-LINE                                     *
004110*****************************************************************
004120 2400-WRITE-CHARGE-LINE.
004130     MOVE AI-AMOUNT TO WS-ITEM-AMOUNT.
004140     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
004150     MOVE SPACES TO AR-LINE.
004160     STRING PD-YEAR "-" PD-MONTH "-" PD-DAY
004480*        ACCOUNT IS STILL ACCEPTED - A CLOSED ACCOUNT CAN       *
004490*        STILL PAY OFF ITS BALANCE - BUT AN UNKNOWN CUSTOMER    *
004500*        IS REJECTED.                                           *
004503*        A CREDIT MEMO ALSO NEEDS AN APPROVER WITH AUTHORITY    *
004506*        FOR ITS AMOUNT, AND IS LOGGED UNDER THAT APPROVER.     *
004510*****************************************************************
004520 3000-PROCESS-PAYMENT.
004530     READ AR-PAYMENT-FILE INTO AR-PAYMENT-RECORD
004620         GO TO 3000-EXIT
004630     END-IF.
004640     PERFORM 3300-WRITE-PAYMENT-ITEM THRU 3300-EXIT.
004645     PERFORM 3350-JOURNAL-PAYMENT THRU 3350-EXIT.
004650     PERFORM 3400-WRITE-PAYMENT-LINE THRU 3400-EXIT.
004652     IF AP-CREDIT-MEMO
004654         PERFORM 3450-LOG-CREDIT-MEMO THRU 3450-EXIT
004656     END-IF.
004660 3000-EXIT.
004670     EXIT.
004680*
004910         SET RECORD-IS-INVALID TO TRUE
004920         MOVE "CUSTOMER NOT ON CUSTOMER MASTER" TO
004930             WS-REJECT-REASON
004931         GO TO 3100-EXIT
004932     END-IF.
004933*
004934     IF AP-CREDIT-MEMO
004935         PERFORM 3150-CHECK-APPROVER THRU 3150-EXIT
004940     END-IF.
004950 3100-EXIT.
004960     EXIT.
005170     WRITE AR-ITEM-RECORD.
005180     ADD 1 TO WS-PAYMENTS-POSTED.
005190     ADD AI-AMOUNT TO WS-PAYMENT-AMOUNT-TOTAL.
005195     ADD AI-AMOUNT TO WS-CUST-BALANCE (WS-CUST-FOUND-SUB).
005200 3300-EXIT.
005210     EXIT.
005220*
006040     STRING "TOTAL PAYMENTS POSTED: " WS-PAYMENT-TOTAL-ED
006050         DELIMITED BY SIZE INTO AR-LINE
006060     END-STRING.
006061     WRITE AR-LINE.
006062     MOVE WS-JOURNAL-RECORD-COUNT TO WS-JOURNAL-COUNT-ED.
006063     MOVE SPACES TO AR-LINE.
006064     STRING "A/R JOURNAL RECORDS:     " WS-JOURNAL-COUNT-ED
006065         DELIMITED BY SIZE INTO AR-LINE
006066     END-STRING.
006067     WRITE AR-LINE.
006068     MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-COUNT-ED.
006069     MOVE SPACES TO AR-LINE.
006070     STRING "CHARGES OVER LIMIT/HOLD:   " WS-FLAGGED-COUNT-ED
006071         "  (SEE OVER-LIMIT REPORT)"
006072         DELIMITED BY SIZE INTO AR-LINE
006073     END-STRING.
006074     WRITE AR-LINE.
006080     IF WS-REJECT-COUNT > 0
006090         MOVE "*** REVIEW REJECTED TRANSACTIONS AND RESUBMIT" TO
006100             AR-LINE
006150*
006160*****************************************************************
006170*    9000-TERMINATE                                             *
006173*        A STOPPED RUN LEAVES AN EMPTY ARJRNL SO A STALE ONE    *
006176*        FROM A PRIOR NIGHT CANNOT BE CARRIED BY MISTAKE.       *
006180*****************************************************************
006190 9000-TERMINATE.
006200     CLOSE AR-REPORT-FILE
006205           OVERLIMIT-REPORT-FILE.
006210     IF NOT WS-RUN-ABORTED
006220         CLOSE POS-DETAIL-FILE
006230               AR-PAYMENT-FILE
006240               AR-OPEN-ITEM-FILE
006241               AR-JOURNAL-FILE
006242               APPROVAL-LOG-FILE
006243     ELSE
006244         OPEN OUTPUT AR-JOURNAL-FILE
006245         CLOSE AR-JOURNAL-FILE
006250     END-IF.
006260 9000-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*    1600-LOAD-CONTROL-ACCOUNTS                                 *
006310*        PICKS THE CASH/CLEARING, A/R AND SALES RETURNS AND     *
006320*        ALLOWANCES ACCOUNTS OFF THE ACCOUNT MASTER'S 'C'       *
006330*        RECORD.  ALL THREE ARE NEEDED TO JOURNAL A PAYMENT     *
006340*        OR CREDIT MEMO, SO ANY ONE MISSING STOPS THE RUN.      *
006350*****************************************************************
006360 1600-LOAD-CONTROL-ACCOUNTS.
006370     OPEN INPUT ACCOUNT-MASTER-FILE.
006380     IF NOT WS-ACCTMST-FILE-OK
006390         MOVE "*** ACCOUNT MASTER FILE (ACCTMST) IS MISSING" TO
006400             AR-LINE
006410         WRITE AR-LINE
006420         DISPLAY "AR-POST: NO ACCOUNT MASTER - RUN STOPPED"
006430         MOVE 8 TO RETURN-CODE
006440         SET WS-RUN-ABORTED TO TRUE
006450         GO TO 1600-EXIT
006460     END-IF.
006470     PERFORM 1650-READ-ONE-ACCOUNT THRU 1650-EXIT
006480         UNTIL EOF-ACCTMST-FILE.
006490     CLOSE ACCOUNT-MASTER-FILE.
006500     IF NOT WS-CONTROL-ACCTS-LOADED
006510         OR WS-CASH-ACCOUNT = 0
006520         OR WS-AR-ACCOUNT = 0
006530         OR WS-ALLOWANCE-ACCOUNT = 0
006540         MOVE "*** ACCOUNT MASTER 'C' RECORD LACKS CASH, A/R OR"
006550             TO AR-LINE
006560         WRITE AR-LINE
006570         MOVE "*** ALLOWANCE ACCOUNT - NOTHING CAN BE JOURNALED"
006580             TO AR-LINE
006590         WRITE AR-LINE
006600         DISPLAY "AR-POST: NO A/R CONTROL ACCOUNTS - RUN STOPPED"
006610         MOVE 8 TO RETURN-CODE
006620         SET WS-RUN-ABORTED TO TRUE
006630     END-IF.
006640 1600-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
006680*    1650-READ-ONE-ACCOUNT                                      *
006690*****************************************************************
006700 1650-READ-ONE-ACCOUNT.
006710     READ ACCOUNT-MASTER-FILE INTO ACCOUNT-MASTER-RECORD
006720         AT END
006730             SET EOF-ACCTMST-FILE TO TRUE
006740             GO TO 1650-EXIT
006750     END-READ.
006760     IF NOT AM-CONTROL-RECORD
006770         GO TO 1650-EXIT
006780     END-IF.
006790     SET WS-CONTROL-ACCTS-LOADED TO TRUE.
006800     MOVE AM-CASH-ACCOUNT TO WS-CASH-ACCOUNT.
006810     IF AM-AR-ACCOUNT NUMERIC
006820         MOVE AM-AR-ACCOUNT TO WS-AR-ACCOUNT
006830     END-IF.
006840     IF AM-ALLOWANCE-ACCOUNT NUMERIC
006850         MOVE AM-ALLOWANCE-ACCOUNT TO WS-ALLOWANCE-ACCOUNT
006860     END-IF.
006870 1650-EXIT.
006880     EXIT.
006890*
006900*****************************************************************
006910*    1700-LOAD-OPEN-BALANCES                                    *
006920*        SUMS THE OPEN-ITEM FILE INTO EACH CUSTOMER'S TABLE     *
006930*        BALANCE SO TONIGHT'S CHARGES CAN BE TESTED AGAINST THE *
006940*        CREDIT LIMIT.  NO FILE YET MEANS EVERY BALANCE IS      *
006950*        ZERO.  ITEMS FOR A CUSTOMER NO LONGER ON THE MASTER    *
006960*        ARE PASSED OVER - NOTHING NEW CAN POST TO THEM.        *
006970*****************************************************************
006980 1700-LOAD-OPEN-BALANCES.
006990     OPEN INPUT AR-OPEN-ITEM-FILE.
007000     IF NOT WS-ARITEM-FILE-OK
007010         GO TO 1700-EXIT
007020     END-IF.
007030     PERFORM 1750-ADD-ONE-ITEM THRU 1750-EXIT
007040         UNTIL EOF-ARITEM-FILE.
007050     CLOSE AR-OPEN-ITEM-FILE.
007060 1700-EXIT.
007070     EXIT.
007080*
007090*****************************************************************
007100*    1750-ADD-ONE-ITEM                                          *
007110*****************************************************************
007120 1750-ADD-ONE-ITEM.
007130     READ AR-OPEN-ITEM-FILE INTO AR-ITEM-RECORD
007140         AT END
007150             SET EOF-ARITEM-FILE TO TRUE
007160             GO TO 1750-EXIT
007170     END-READ.
007180     ADD 1 TO WS-BALANCE-ITEMS-READ.
007190     MOVE AI-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO.
007200     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT.
007210     IF WS-CUST-FOUND
007220         ADD AI-AMOUNT TO WS-CUST-BALANCE (WS-CUST-FOUND-SUB)
007230     END-IF.
007240 1750-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280*    1800-LOAD-APPROVER-MASTER                                  *
007290*        LOADS EACH APPROVER'S INITIALS, STATUS AND CREDIT MEMO *
007300*        LIMIT.  A MISSING FILE IS NOTED ON THE REGISTER - NO   *
007310*        CREDIT MEMO CAN THEN BE PROVED SIGNED, SO EVERY ONE IS *
007320*        REJECTED.  PAYMENTS NEED NO APPROVER.                  *
007330*****************************************************************
007340 1800-LOAD-APPROVER-MASTER.
007350     OPEN INPUT APPROVER-MASTER-FILE.
007360     IF NOT WS-APPRMST-FILE-OK
007370         MOVE "*** APPROVER MASTER FILE (APPRMST) IS MISSING" TO
007380             AR-LINE
007390         WRITE AR-LINE
007400         GO TO 1800-EXIT
007410     END-IF.
007420     PERFORM 1850-LOAD-ONE-APPROVER THRU 1850-EXIT
007430         UNTIL EOF-APPRMST-FILE.
007440     CLOSE APPROVER-MASTER-FILE.
007450 1800-EXIT.
007460     EXIT.
007470*
007480*****************************************************************
007490*    1850-LOAD-ONE-APPROVER                                     *
007500*****************************************************************
007510 1850-LOAD-ONE-APPROVER.
007520     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
007530         AT END
007540             SET EOF-APPRMST-FILE TO TRUE
007550             GO TO 1850-EXIT
007560     END-READ.
007570     IF WS-APPROVER-COUNT >= 50
007580         MOVE "*** APPROVER MASTER EXCEEDS 50 - REST IGNORED" TO
007590             AR-LINE
007600         WRITE AR-LINE
007610         SET EOF-APPRMST-FILE TO TRUE
007620         GO TO 1850-EXIT
007630     END-IF.
007640     ADD 1 TO WS-APPROVER-COUNT.
007650     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
007660     MOVE AV-ACTIVE-FLAG TO
007670         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
007680     IF AV-CREDIT-LIMIT NUMERIC
007690         MOVE AV-CREDIT-LIMIT TO
007700             WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
007710     ELSE
007720         MOVE ZEROS TO WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
007730     END-IF.
007740 1850-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780*    2600-CHECK-CREDIT-LIMIT                                    *
007790*        CARRIES THE POSTED CHARGE INTO THE CUSTOMER'S BALANCE  *
007800*        AND LISTS IT ON THE OVER-LIMIT REPORT IF THE ACCOUNT   *
007810*        IS ON CREDIT HOLD OR THE NEW BALANCE IS OVER THE       *
007820*        CREDIT LIMIT.  A CUSTOMER WITH NO LIMIT ON THE MASTER  *
007830*        IS A CASH CUSTOMER AND EVERY CHARGE IS LISTED.         *
007840*****************************************************************
007850 2600-CHECK-CREDIT-LIMIT.
007860     ADD AI-AMOUNT TO WS-CUST-BALANCE (WS-CUST-FOUND-SUB).
007870     EVALUATE TRUE
007880         WHEN WS-CUST-ENTRY-ON-HOLD (WS-CUST-FOUND-SUB)
007890             MOVE "ON CREDIT HOLD" TO WS-OVERLIMIT-REASON
007900         WHEN WS-CUST-BALANCE (WS-CUST-FOUND-SUB) >
007910                 WS-CUST-CREDIT-LIMIT (WS-CUST-FOUND-SUB)
007920             MOVE "OVER LIMIT" TO WS-OVERLIMIT-REASON
007930         WHEN OTHER
007940             GO TO 2600-EXIT
007950     END-EVALUATE.
007960     ADD 1 TO WS-FLAGGED-COUNT.
007970     ADD AI-AMOUNT TO WS-FLAGGED-AMOUNT-TOTAL.
007980     MOVE AI-AMOUNT TO WS-OL-CHARGE-ED.
007990     MOVE WS-CUST-BALANCE (WS-CUST-FOUND-SUB) TO WS-OL-BALANCE-ED.
008000     MOVE WS-CUST-CREDIT-LIMIT (WS-CUST-FOUND-SUB) TO
008010         WS-OL-LIMIT-ED.
008020     MOVE SPACES TO OVERLIMIT-LINE.
008030     STRING PD-YEAR "-" PD-MONTH "-" PD-DAY
008040         "  " PD-CUSTOMER-NO
008050         "  " WS-CUST-NAME (WS-CUST-FOUND-SUB)
008060         "  " WS-OL-CHARGE-ED
008070         "  " WS-OL-BALANCE-ED
008080         "  " WS-OL-LIMIT-ED
008090         "  " WS-OVERLIMIT-REASON
008100         DELIMITED BY SIZE INTO OVERLIMIT-LINE
008110     END-STRING.
008120     WRITE OVERLIMIT-LINE.
008130 2600-EXIT.
008140     EXIT.
008150*
008160*****************************************************************
008170*    3150-CHECK-APPROVER                                        *
008180*        A CREDIT MEMO'S AP-AUTHORIZED-BY MUST BE ON THE        *
008190*        APPROVER MASTER, ACTIVE, AND HOLD A CREDIT MEMO LIMIT  *
008200*        AT LEAST AS LARGE AS THE MEMO.                         *
008210*****************************************************************
008220 3150-CHECK-APPROVER.
008230     IF AP-AUTHORIZED-BY = SPACES
008240         SET RECORD-IS-INVALID TO TRUE
008250         MOVE "CREDIT MEMO APPROVER MISSING" TO WS-REJECT-REASON
008260         GO TO 3150-EXIT
008270     END-IF.
008280     SET WS-APPROVER-NOT-FOUND TO TRUE.
008290     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
008300     PERFORM 3160-MATCH-ONE-APPROVER THRU 3160-EXIT
008310         VARYING WS-APPROVER-SUB FROM 1 BY 1
008320         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
008330             OR WS-APPROVER-FOUND.
008340     IF WS-APPROVER-NOT-FOUND
008350         SET RECORD-IS-INVALID TO TRUE
008360         MOVE "APPROVER NOT ON APPROVER MASTER" TO
008370             WS-REJECT-REASON
008380         GO TO 3150-EXIT
008390     END-IF.
008400     IF NOT WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-FOUND-SUB)
008410         SET RECORD-IS-INVALID TO TRUE
008420         MOVE "APPROVER IS INACTIVE" TO WS-REJECT-REASON
008430         GO TO 3150-EXIT
008440     END-IF.
008450     IF AP-AMOUNT > WS-APPROVER-LIMIT (WS-APPROVER-FOUND-SUB)
008460         SET RECORD-IS-INVALID TO TRUE
008470         MOVE "CREDIT MEMO OVER APPROVER'S LIMIT" TO
008480             WS-REJECT-REASON
008490     END-IF.
008500 3150-EXIT.
008510     EXIT.
008520*
008530*****************************************************************
008540*    3160-MATCH-ONE-APPROVER                                    *
008550*****************************************************************
008560 3160-MATCH-ONE-APPROVER.
008570     IF WS-APPROVER-ID (WS-APPROVER-SUB) = AP-AUTHORIZED-BY
008580         SET WS-APPROVER-FOUND TO TRUE
008590         MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB
008600     END-IF.
008610 3160-EXIT.
008620     EXIT.
008630*
008640*****************************************************************
008650*    3350-JOURNAL-PAYMENT                                       *
008660*        WRITES THE BALANCED JOURNAL PAIR FOR ONE POSTED        *
008670*        PAYMENT OR CREDIT MEMO: DEBIT CASH/CLEARING (PAYMENT)  *
008680*        OR SALES RETURNS AND ALLOWANCES (CREDIT MEMO), CREDIT  *
008690*        THE A/R CONTROL ACCOUNT, BOTH FOR THE KEYED AMOUNT.    *
008700*****************************************************************
008710 3350-JOURNAL-PAYMENT.
008720     IF AP-CREDIT-MEMO
008730         MOVE WS-ALLOWANCE-ACCOUNT TO WS-LEG-ACCOUNT
008740     ELSE
008750         MOVE WS-CASH-ACCOUNT TO WS-LEG-ACCOUNT
008760     END-IF.
008770     MOVE 'D' TO WS-LEG-DEBIT-CREDIT.
008780     MOVE AP-AMOUNT TO WS-LEG-AMOUNT.
008790     PERFORM 3360-WRITE-JOURNAL-LEG THRU 3360-EXIT.
008800     MOVE WS-AR-ACCOUNT TO WS-LEG-ACCOUNT.
008810     MOVE 'C' TO WS-LEG-DEBIT-CREDIT.
008820     MOVE AP-AMOUNT TO WS-LEG-AMOUNT.
008830     PERFORM 3360-WRITE-JOURNAL-LEG THRU 3360-EXIT.
008840 3350-EXIT.
008850     EXIT.
008860*
008870*****************************************************************
008880*    3360-WRITE-JOURNAL-LEG                                     *
008890*        WRITES ONE ARJRNL LEG FROM THE WS-LEG FIELDS, DATED    *
008900*        WITH THE PAYMENT TRANSACTION'S OWN DATE.               *
008910*****************************************************************
008920 3360-WRITE-JOURNAL-LEG.
008930     MOVE SPACES TO JOURNAL-RECORD.
008940     SET JR-DETAIL-RECORD TO TRUE.
008950     MOVE AP-YEAR TO JR-YEAR.
008960     MOVE AP-MONTH TO JR-MONTH.
008970     MOVE AP-DAY TO JR-DAY.
008980     MOVE "A/R" TO JR-SOURCE-DEPT.
008990     MOVE WS-LEG-ACCOUNT TO JR-ACCOUNT.
009000     MOVE WS-LEG-DEBIT-CREDIT TO JR-DEBIT-CREDIT.
009010     MOVE WS-LEG-AMOUNT TO JR-AMOUNT.
009020     WRITE JOURNAL-RECORD.
009030     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
009040     IF WS-LEG-DEBIT-CREDIT = 'D'
009050         ADD WS-LEG-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL
009060     ELSE
009070         ADD WS-LEG-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL
009080     END-IF.
009090 3360-EXIT.
009100     EXIT.
009110*
009120*****************************************************************
009130*    3450-LOG-CREDIT-MEMO                                       *
009140*        APPENDS THE POSTED CREDIT MEMO TO THE APPROVAL LOG     *
009150*        UNDER THE APPROVER WHO SIGNED IT.                      *
009160*****************************************************************
009170 3450-LOG-CREDIT-MEMO.
009180     MOVE SPACES TO APPROVAL-LOG-RECORD.
009190     MOVE WS-RUN-DATE TO AX-RUN-DATE.
009200     MOVE AP-AUTHORIZED-BY TO AX-APPROVER-ID.
009210     SET AX-FUNCTION-CREDIT TO TRUE.
009220     COMPUTE AX-TRAN-DATE = AP-YEAR * 10000 + AP-MONTH * 100
009230         + AP-DAY.
009240     MOVE AP-AMOUNT TO AX-AMOUNT.
009250     STRING "CUST " AP-CUSTOMER-NO " REF " AP-REFERENCE
009260         DELIMITED BY SIZE INTO AX-REFERENCE
009270     END-STRING.
009280     WRITE APPROVAL-LOG-RECORD.
009290 3450-EXIT.
009300     EXIT.
009310*
009320*****************************************************************
009330*    3900-WRITE-JOURNAL-CONTROL                                 *
009340*        WRITES THE ARJRNL CONTROL RECORD - RECORD COUNT AND    *
009350*        DEBIT/CREDIT TOTALS GL-JOURNAL PROVES BEFORE IT        *
009360*        CARRIES THE JOURNAL INTO GLJRNL.                       *
009370*****************************************************************
009380 3900-WRITE-JOURNAL-CONTROL.
009390     MOVE SPACES TO JOURNAL-RECORD.
009400     SET JR-CONTROL-RECORD TO TRUE.
009410     MOVE WS-JOURNAL-RECORD-COUNT TO JR-CONTROL-RECORD-COUNT.
009420     MOVE WS-JOURNAL-DEBIT-TOTAL TO JR-CONTROL-DEBIT-TOTAL.
009430     MOVE WS-JOURNAL-CREDIT-TOTAL TO JR-CONTROL-CREDIT-TOTAL.
009440     WRITE JOURNAL-RECORD.
009450 3900-EXIT.
009460     EXIT.
009470*
009480*****************************************************************
009490*    4100-PRINT-OVERLIMIT-TRAILER                               *
009500*****************************************************************
009510 4100-PRINT-OVERLIMIT-TRAILER.
009520     MOVE SPACES TO OVERLIMIT-LINE.
009530     WRITE OVERLIMIT-LINE.
009540     IF WS-FLAGGED-COUNT = 0
009550         MOVE "** NO CHARGES OVER LIMIT OR ON CREDIT HOLD **" TO
009560             OVERLIMIT-LINE
009570         WRITE OVERLIMIT-LINE
009580         GO TO 4100-EXIT
009590     END-IF.
009600     MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-COUNT-ED.
009610     MOVE SPACES TO OVERLIMIT-LINE.
009620     STRING "CHARGES LISTED:        " WS-FLAGGED-COUNT-ED
009630         DELIMITED BY SIZE INTO OVERLIMIT-LINE
009640     END-STRING.
009650     WRITE OVERLIMIT-LINE.
009660     MOVE WS-FLAGGED-AMOUNT-TOTAL TO WS-FLAGGED-TOTAL-ED.
009670     MOVE SPACES TO OVERLIMIT-LINE.
009680     STRING "TOTAL CHARGED:    " WS-FLAGGED-TOTAL-ED
009690         DELIMITED BY SIZE INTO OVERLIMIT-LINE
009700     END-STRING.
009710     WRITE OVERLIMIT-LINE.
009720 4100-EXIT.
009730     EXIT.
