000270*    CUSTOMER NAMES COME FROM THE CUSTOMER MASTER              *
000280*    (CUSTMST.DAT); AN ITEM WHOSE CUSTOMER HAS DROPPED OFF      *
000290*    THE MASTER STILL PRINTS, FLAGGED, SO NO BALANCE CAN        *
000291*    DISAPPEAR BY EDITING THE MASTER.                           *
000292*                                                                *
000293*    THE AGING GRAND TOTAL IS THEN PROVED AGAINST THE GENERAL   *
000294*    LEDGER: THE A/R CONTROL ACCOUNT (ACCOUNT MASTER 'C'        *
000295*    RECORD) IS LOOKED UP ON THE GL BALANCE FILE (GLBALS.DAT)   *
000296*    FOR THE RUN MONTH, OR THE LATEST EARLIER MONTH IT HAS A    *
000297*    RECORD FOR, AND ANY DIFFERENCE IS FLAGGED ON THE AGING     *
000298*    REPORT WITH RETURN CODE 4.                                 *
000299*                                                                *
000300*    CREDIT CONTROL: A STATEMENT WITH ANY BALANCE MORE THAN 30  *
000301*    DAYS OLD CARRIES A PAST-DUE NOTICE.  A BALANCE OVER 90     *
000302*    DAYS PUTS THE CUSTOMER ON CREDIT HOLD, AND A HELD          *
000303*    CUSTOMER WITH NOTHING LEFT OVER 90 DAYS COMES OFF IT, AS   *
000304*    DOES A HELD CUSTOMER WITH NO OPEN ITEMS AT ALL.  THE       *
000305*    UPDATED CUSTOMER MASTER IS WRITTEN TO CUSTNEW, WHICH       *
000306*    OPERATIONS RENAMES OVER CUSTMST, AND THE HOLD LIST         *
000307*    (CRHLDRPT) GOES OUT TO THE REGISTERS SO NO NEW CHARGE IS   *
000308*    TAKEN FROM A HELD ACCOUNT.                                 *
000310*****************************************************************
000320*
000330* MODIFICATION HISTORY
000340*    DATE       INIT  DESCRIPTION
000350*    ---------  ----  -----------------------------------------
000360*    2026-09-02 WJF   ORIGINAL PROGRAM.
000361*    2026-10-15 WJF   A/R CONTROL ACCOUNT PROOF - AGING GRAND
000362*                     TOTAL AGAINST THE GLBALS BALANCE.  SEE
000363*                     5000-PROVE-AR-CONTROL.
000364*    2026-10-15 WJF   FINANCE CHARGE ITEMS, PAST-DUE NOTICE ON
000365*                     THE STATEMENT, CREDIT HOLD SET/RELEASED
000366*                     FROM THE AGING - CUSTNEW AND THE HOLD
000367*                     LIST (CRHLDRPT).
000368*    2026-10-15 WJF   HELD CUSTOMER WITH NO OPEN ITEMS RELEASED.
000369*                     SEE 6100-LIST-ONE-HOLD.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000470         ASSIGN TO CUSTMST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CUSTMST-STATUS.
000491*
000492     SELECT ACCOUNT-MASTER-FILE
000493         ASSIGN TO ACCTMST
000494         ORGANIZATION IS LINE SEQUENTIAL
000495         FILE STATUS IS WS-ACCTMST-STATUS.
000496*
000497     SELECT GL-BALANCE-FILE
000498         ASSIGN TO GLBALS
000499         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000501         RECORD KEY IS GB-KEY
000502         FILE STATUS IS WS-BALANCE-STATUS.
000503*
000510     SELECT STATEMENT-REPORT-FILE
000520         ASSIGN TO ARSTMRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550     SELECT AGING-REPORT-FILE
000560         ASSIGN TO ARAGERPT
000561         ORGANIZATION IS LINE SEQUENTIAL.
000562*
000563     SELECT NEW-CUSTOMER-FILE
000564         ASSIGN TO CUSTNEW
000565         ORGANIZATION IS LINE SEQUENTIAL.
000566*
000567     SELECT CREDIT-HOLD-REPORT-FILE
000568         ASSIGN TO CRHLDRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590     SELECT SORT-ITEM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY CUSTMST.
000710*
000711 FD  ACCOUNT-MASTER-FILE
000712     LABEL RECORDS ARE STANDARD.
000713 COPY ACCTMST.
000714*
000715 FD  GL-BALANCE-FILE
000716     LABEL RECORDS ARE STANDARD.
000717 COPY GLBAL.
000718*
000720 FD  STATEMENT-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  STATEMENT-LINE                 PIC X(120).
000760 FD  AGING-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  AGING-LINE                     PIC X(132).
000781*
000782 FD  NEW-CUSTOMER-FILE
000783     LABEL RECORDS ARE STANDARD.
000784 01  NEW-CUSTOMER-RECORD            PIC X(58).
000785*
000786 FD  CREDIT-HOLD-REPORT-FILE
000787     LABEL RECORDS ARE STANDARD.
000788 01  HOLD-LINE                      PIC X(120).
000790*
000800 SD  SORT-ITEM-FILE.
000810 01  SORT-ITEM-RECORD.
000850         88  SI-CHARGE-ITEM                  VALUE 'C'.
000860         88  SI-PAYMENT-ITEM                 VALUE 'P'.
000870         88  SI-CREDIT-MEMO-ITEM             VALUE 'M'.
000875         88  SI-FINANCE-CHARGE-ITEM          VALUE 'F'.
000880     05  SI-REFERENCE               PIC X(12).
000890     05  SI-AMOUNT                  PIC S9(09)V99
000900                                    SIGN IS TRAILING SEPARATE.
001000     05  WS-ARITEM-STATUS        PIC X(02)   VALUE SPACES.
001010         88  WS-ARITEM-FILE-OK                VALUE '00'.
001015         88  WS-ARITEM-FILE-MISSING           VALUE '35'.
001016     05  WS-ARITEM-OPENED-SW     PIC X(01)   VALUE 'N'.
001017         88  WS-ARITEM-FILE-OPENED            VALUE 'Y'.
001020     05  WS-CUSTMST-STATUS       PIC X(02)   VALUE SPACES.
001030         88  WS-CUSTMST-FILE-OK               VALUE '00'.
001040     05  WS-CUSTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001110     05  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
001120         88  WS-LEAP-YEAR                     VALUE 'Y'.
001130         88  WS-NOT-LEAP-YEAR                 VALUE 'N'.
001131     05  WS-ACCTMST-STATUS       PIC X(02)   VALUE SPACES.
001132         88  WS-ACCTMST-FILE-OK               VALUE '00'.
001133     05  WS-ACCTMST-EOF-SW       PIC X(01)   VALUE 'N'.
001134         88  EOF-ACCTMST-FILE                 VALUE 'Y'.
001135     05  WS-BALANCE-STATUS       PIC X(02)   VALUE SPACES.
001136         88  WS-BALANCE-STATUS-OK             VALUE '00'.
001137         88  WS-BALANCE-FILE-MISSING          VALUE '35'.
001138     05  WS-GB-FOUND-SW          PIC X(01)   VALUE 'N'.
001139         88  WS-GB-FOUND                      VALUE 'Y'.
001140     05  WS-CUST-TABLE-SW        PIC X(01)   VALUE 'N'.
001141         88  WS-CUST-TABLE-OVERFLOW           VALUE 'Y'.
001142*
001150*--------------------------------------------------------------*
001160*    CUSTOMER TABLE, LOADED FROM THE CUSTOMER MASTER FILE       *
001170*    (CUSTMST.DAT) AT START OF RUN, FOR THE STATEMENT AND       *
001180*    AGING NAMES.  A MISSING MASTER DOES NOT STOP THIS RUN -    *
001190*    THE BALANCES ON FILE STILL HAVE TO PRINT.  THE WHOLE       *
001193*    RECORD IS KEPT SO THE MASTER CAN BE WRITTEN BACK OUT       *
001196*    (CUSTNEW) WITH THE CREDIT HOLDS UPDATED.                   *
001200*--------------------------------------------------------------*
001210 01  WS-CUST-TABLE.
001220     05  WS-CUST-COUNT           PIC 9(03)   COMP VALUE ZERO.
001230     05  WS-CUST-ENTRY           OCCURS 200 TIMES.
001240         10  WS-CUST-NO              PIC X(06).
001250         10  WS-CUST-NAME            PIC X(25).
001251         10  WS-CUST-ACTIVE-FLAG     PIC X(01).
001252         10  WS-CUST-CREDIT-LIMIT    PIC 9(07)V99.
001253         10  WS-CUST-OPENED-DATE     PIC 9(08).
001254         10  WS-CUST-HOLD-FLAG       PIC X(01).
001255             88  WS-CUST-ENTRY-ON-HOLD       VALUE 'H'.
001256         10  WS-CUST-HOLD-DATE       PIC 9(08).
001257         10  WS-CUST-PAST-90         PIC S9(11)V99.
001258         10  WS-CUST-AGED-FLAG       PIC X(01).
001259             88  WS-CUST-ENTRY-AGED          VALUE 'Y'.
001260*
001270 77  WS-CUST-SUB                 PIC 9(03)   COMP.
001273 77  WS-CUST-FOUND-SUB           PIC 9(03)   COMP VALUE ZERO.
001276 77  WS-CURR-CUST-SUB            PIC 9(03)   COMP VALUE ZERO.
001280 77  WS-LOOKUP-CUSTOMER-NO       PIC X(06).
001290 77  WS-FOUND-CUST-NAME          PIC X(25).
001300*
001950 77  WS-GRAND-BALANCE            PIC S9(11)V99 VALUE ZEROS.
001960 77  WS-GRAND-CURRENT            PIC S9(11)V99 VALUE ZEROS.
001970 77  WS-GRAND-31-60              PIC S9(11)V99 VALUE ZEROS.
001971 77  WS-GRAND-61-90              PIC S9(11)V99 VALUE ZEROS.
001972 77  WS-GRAND-OVER-90            PIC S9(11)V99 VALUE ZEROS.
001973*
001974*--------------------------------------------------------------*
001975*    A/R CONTROL ACCOUNT PROOF WORK AREAS                       *
001976*--------------------------------------------------------------*
001977 77  WS-AR-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001978 77  WS-GL-AR-BALANCE            PIC S9(11)V99 VALUE ZEROS.
001979 77  WS-PROOF-DIFFERENCE         PIC S9(11)V99 VALUE ZEROS.
001980 77  WS-MONTHS-BACK              PIC 9(02)   COMP.
001981 77  WS-PROOF-YEAR               PIC 9(04).
001982 77  WS-PROOF-MONTH              PIC 9(02).
001983*
001984*--------------------------------------------------------------*
001985*    CREDIT CONTROL WORK AREAS                                  *
001986*--------------------------------------------------------------*
001987 77  WS-PAST-DUE-AMOUNT          PIC S9(11)V99.
001988 77  WS-HOLDS-PLACED             PIC 9(05)   COMP VALUE ZERO.
001989 77  WS-HOLDS-RELEASED           PIC 9(05)   COMP VALUE ZERO.
001990 77  WS-HOLDS-ON-FILE            PIC 9(05)   COMP VALUE ZERO.
001991 77  WS-HOLD-COUNT-ED            PIC ZZZZ9.
001992 01  WS-HOLD-DATE-ED             PIC 9999/99/99.
001993 01  WS-HOLD-ACTION              PIC X(12)   VALUE SPACES.
001994*
001995 01  WS-CUST-OUT-RECORD.
001996     05  WS-CO-CUSTOMER-NO       PIC X(06).
001997     05  WS-CO-CUSTOMER-NAME     PIC X(25).
001998     05  WS-CO-ACTIVE-FLAG       PIC X(01).
001999     05  WS-CO-CREDIT-LIMIT      PIC 9(07)V99.
002000     05  WS-CO-OPENED-DATE       PIC 9(08).
002001     05  WS-CO-CREDIT-HOLD       PIC X(01).
002002     05  WS-CO-HOLD-DATE         PIC 9(08).
002003*
002010 01  WS-RUN-DATE                 PIC 9(08).
002012 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002014     05  WS-RUN-YEAR             PIC 9(04).
002016     05  WS-RUN-MONTH            PIC 9(02).
002018     05  WS-RUN-DAY              PIC 9(02).
002020 01  WS-RUN-DATE-ED              PIC 9999/99/99.
002030 01  WS-ITEM-DATE-ED             PIC 9999/99/99.
002040*
002280         OUTPUT PROCEDURE IS 3000-BUILD-STATEMENTS
002290             THRU 3000-BUILD-STATEMENTS-END.
002300     PERFORM 4000-PRINT-AGING-TRAILER THRU 4000-EXIT.
002303     PERFORM 5000-PROVE-AR-CONTROL THRU 5000-EXIT.
002306     PERFORM 6000-WRITE-CREDIT-HOLDS THRU 6000-EXIT.
002310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002320     STOP RUN.
002330 0000-MAINLINE-EXIT.
002390 1000-INITIALIZE.
002400     OPEN OUTPUT STATEMENT-REPORT-FILE.
002410     OPEN OUTPUT AGING-REPORT-FILE.
002415     OPEN OUTPUT CREDIT-HOLD-REPORT-FILE.
002420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002430     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002440     PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT.
002470     OPEN INPUT AR-OPEN-ITEM-FILE.
002480     IF NOT WS-ARITEM-FILE-OK
002490         SET EOF-ARITEM-FILE TO TRUE
002493     ELSE
002496         SET WS-ARITEM-FILE-OPENED TO TRUE
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.
002870         "------------------"
002880         DELIMITED BY SIZE INTO AGING-LINE
002890     END-STRING.
002891     WRITE AGING-LINE.
002892     MOVE "GRANDPA FRANK'S HARDWARE & SUPPLY" TO HOLD-LINE.
002893     WRITE HOLD-LINE.
002894     MOVE "CUSTOMERS ON CREDIT HOLD - NO CHARGES ACCEPTED" TO
002895         HOLD-LINE.
002896     WRITE HOLD-LINE.
002897     MOVE SPACES TO HOLD-LINE.
002898     STRING "RUN DATE: " WS-RUN-DATE-ED
002899         DELIMITED BY SIZE INTO HOLD-LINE
002900     END-STRING.
002901     WRITE HOLD-LINE.
002902     MOVE SPACES TO HOLD-LINE.
002903     WRITE HOLD-LINE.
002904     MOVE SPACES TO HOLD-LINE.
002905     STRING "CUST    CUSTOMER NAME              HELD SINCE  "
002906         "OVER 90 DAYS  ACTION"
002907         DELIMITED BY SIZE INTO HOLD-LINE
002908     END-STRING.
002909     WRITE HOLD-LINE.
002910 1100-EXIT.
002920     EXIT.
002930*
002950*    1500-LOAD-CUST-MASTER                                      *
002960*        LOADS CUSTOMER NAMES FOR THE STATEMENTS.  A MISSING    *
002970*        OR OVERFULL MASTER ONLY COSTS THE NAMES - BALANCES     *
002980*        ON THE OPEN-ITEM FILE MUST STILL PRINT - BUT AN        *
002985*        OVERFULL MASTER IS NOT WRITTEN BACK TO CUSTNEW.        *
002990*****************************************************************
003000 1500-LOAD-CUST-MASTER.
003010     OPEN INPUT CUSTOMER-MASTER-FILE.
003190             GO TO 1550-EXIT
003200     END-READ.
003210     IF WS-CUST-COUNT >= 200
003215         SET WS-CUST-TABLE-OVERFLOW TO TRUE
003220         SET EOF-CUSTMST-FILE TO TRUE
003230         GO TO 1550-EXIT
003240     END-IF.
003250     ADD 1 TO WS-CUST-COUNT.
003260     MOVE CU-CUSTOMER-NO TO WS-CUST-NO (WS-CUST-COUNT).
003261     MOVE CU-CUSTOMER-NAME TO WS-CUST-NAME (WS-CUST-COUNT).
003262     MOVE CU-ACTIVE-FLAG TO WS-CUST-ACTIVE-FLAG (WS-CUST-COUNT).
003263     MOVE CU-CREDIT-LIMIT TO WS-CUST-CREDIT-LIMIT (WS-CUST-COUNT).
003264     MOVE CU-OPENED-DATE TO WS-CUST-OPENED-DATE (WS-CUST-COUNT).
003265     MOVE CU-CREDIT-HOLD TO WS-CUST-HOLD-FLAG (WS-CUST-COUNT).
003266     IF CU-HOLD-DATE NUMERIC
003267         MOVE CU-HOLD-DATE TO WS-CUST-HOLD-DATE (WS-CUST-COUNT)
003268     ELSE
003269         MOVE ZEROS TO WS-CUST-HOLD-DATE (WS-CUST-COUNT)
003270     END-IF.
003271     MOVE ZEROS TO WS-CUST-PAST-90 (WS-CUST-COUNT).
003272     MOVE 'N' TO WS-CUST-AGED-FLAG (WS-CUST-COUNT).
003280 1550-EXIT.
003290     EXIT.
003300*
004680     MOVE SI-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO.
004690     PERFORM 3150-FIND-CUSTOMER-NAME THRU 3150-EXIT.
004700     MOVE WS-FOUND-CUST-NAME TO WS-CURR-CUST-NAME.
004705     MOVE WS-CUST-FOUND-SUB TO WS-CURR-CUST-SUB.
004710     MOVE ZEROS TO WS-CUST-BALANCE.
004720     MOVE ZEROS TO WS-BUCKET-CURRENT.
004730     MOVE ZEROS TO WS-BUCKET-31-60.
004920*    3150-FIND-CUSTOMER-NAME                                    *
004930*        LOOKS THE CUSTOMER UP ON THE MASTER TABLE.  A          *
004940*        CUSTOMER WITH ITEMS ON FILE BUT NO MASTER RECORD IS    *
004945*        FLAGGED, NOT DROPPED, AND WS-CUST-FOUND-SUB IS LEFT    *
004950*        ZERO.                                                  *
004960*****************************************************************
004970 3150-FIND-CUSTOMER-NAME.
004980     SET WS-CUST-NOT-FOUND TO TRUE.
004990     MOVE "** NOT ON CUSTOMER MASTER" TO WS-FOUND-CUST-NAME.
004995     MOVE ZERO TO WS-CUST-FOUND-SUB.
005000     MOVE ZERO TO WS-CUST-SUB.
005010     PERFORM 3160-MATCH-ONE-CUSTOMER THRU 3160-EXIT
005020         VARYING WS-CUST-SUB FROM 1 BY 1
005120     IF WS-CUST-NO (WS-CUST-SUB) = WS-LOOKUP-CUSTOMER-NO
005130         SET WS-CUST-FOUND TO TRUE
005140         MOVE WS-CUST-NAME (WS-CUST-SUB) TO WS-FOUND-CUST-NAME
005145         MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
005150     END-IF.
005160 3160-EXIT.
005170     EXIT.
005190*****************************************************************
005200*    3200-POST-ITEM                                             *
005210*        PRINTS ONE STATEMENT LINE AND POSTS THE ITEM TO THE    *
005220*        BALANCE AND AGING ACCUMULATORS - A CHARGE OR FINANCE   *
005230*        CHARGE INTO ITS AGE BUCKET, A PAYMENT OR CREDIT INTO   *
005240*        THE CREDIT SUM APPLIED AT THE CUSTOMER BREAK.          *
005250*****************************************************************
005260 3200-POST-ITEM.
005270     MOVE SI-DATE TO WS-ITEM-DATE-ED.
005320             MOVE "PAYMENT    " TO WS-ITEM-TYPE-DESC
005330         WHEN SI-CREDIT-MEMO-ITEM
005340             MOVE "CREDIT MEMO" TO WS-ITEM-TYPE-DESC
005343         WHEN SI-FINANCE-CHARGE-ITEM
005346             MOVE "FIN CHARGE " TO WS-ITEM-TYPE-DESC
005350         WHEN OTHER
005360             MOVE "UNKNOWN    " TO WS-ITEM-TYPE-DESC
005370     END-EVALUATE.
005430     END-STRING.
005440     WRITE STATEMENT-LINE.
005450     ADD SI-AMOUNT TO WS-CUST-BALANCE.
005460     IF SI-CHARGE-ITEM OR SI-FINANCE-CHARGE-ITEM
005470         MOVE SI-DATE TO WS-ITEM-DATE-NUM
005480         EVALUATE TRUE
005490             WHEN WS-ITEM-DATE-NUM > WS-AGE30-DATE
005650*    3500-FINISH-CUSTOMER                                       *
005660*        CLOSES THE CUSTOMER'S STATEMENT WITH THE BALANCE DUE,  *
005670*        APPLIES PAYMENTS AND CREDITS AGAINST THE OLDEST        *
005673*        BUCKETS, PRINTS THE PAST-DUE NOTICE IF ANYTHING IS     *
005676*        OVER 30 DAYS, SETS OR RELEASES THE CREDIT HOLD, AND    *
005680*        WRITES THE AGING REPORT LINE.                          *
005690*****************************************************************
005700 3500-FINISH-CUSTOMER.
005710     ADD 1 TO WS-CUSTOMERS-PRINTED.
005760     END-STRING.
005770     WRITE STATEMENT-LINE.
005780     PERFORM 3600-APPLY-CREDITS THRU 3600-EXIT.
005783     PERFORM 3650-PAST-DUE-NOTICE THRU 3650-EXIT.
005786     PERFORM 3800-UPDATE-CREDIT-HOLD THRU 3800-EXIT.
005790     PERFORM 3700-WRITE-AGING-LINE THRU 3700-EXIT.
005800     ADD WS-CUST-BALANCE TO WS-GRAND-BALANCE.
005810     ADD WS-BUCKET-CURRENT TO WS-GRAND-CURRENT.
006980*****************************************************************
006990 9000-TERMINATE.
007000     CLOSE STATEMENT-REPORT-FILE
007010           AGING-REPORT-FILE
007015           CREDIT-HOLD-REPORT-FILE.
007020     IF NOT WS-ARITEM-FILE-MISSING
007030         CLOSE AR-OPEN-ITEM-FILE
007040     END-IF.
007050 9000-EXIT.
007060     EXIT.
007070*
007080*****************************************************************
007090*    3650-PAST-DUE-NOTICE                                       *
007100*        AFTER CREDITS ARE APPLIED, WHATEVER IS LEFT IN THE     *
007110*        31-60, 61-90 AND OVER-90 BUCKETS IS PAST DUE.  THE     *
007120*        NOTICE NAMES THE AMOUNT, WARNS OF THE MONTHLY FINANCE  *
007130*        CHARGE, AND - OVER 90 DAYS - OF THE CREDIT HOLD.       *
007140*****************************************************************
007150 3650-PAST-DUE-NOTICE.
007160     COMPUTE WS-PAST-DUE-AMOUNT =
007170         WS-BUCKET-31-60 + WS-BUCKET-61-90 + WS-BUCKET-OVER-90.
007180     IF WS-PAST-DUE-AMOUNT <= 0
007190         GO TO 3650-EXIT
007200     END-IF.
007210     MOVE WS-PAST-DUE-AMOUNT TO WS-BALANCE-ED.
007220     MOVE SPACES TO STATEMENT-LINE.
007230     WRITE STATEMENT-LINE.
007240     MOVE SPACES TO STATEMENT-LINE.
007250     STRING "  *** PAST DUE NOTICE ***  " WS-BALANCE-ED
007260         " OF THIS BALANCE IS MORE THAN 30 DAYS OLD."
007270         DELIMITED BY SIZE INTO STATEMENT-LINE
007280     END-STRING.
007290     WRITE STATEMENT-LINE.
007300     MOVE SPACES TO STATEMENT-LINE.
007310     STRING "  PLEASE REMIT PROMPTLY.  A FINANCE CHARGE IS ADDED "
007320         "EACH MONTH TO PAST-DUE BALANCES."
007330         DELIMITED BY SIZE INTO STATEMENT-LINE
007340     END-STRING.
007350     WRITE STATEMENT-LINE.
007360     IF WS-BUCKET-OVER-90 > 0
007370         MOVE SPACES TO STATEMENT-LINE
007380         STRING "  YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE "
007390             "AND IS ON CREDIT HOLD UNTIL IT IS PAID."
007400             DELIMITED BY SIZE INTO STATEMENT-LINE
007410         END-STRING
007420         WRITE STATEMENT-LINE
007430     END-IF.
007440 3650-EXIT.
007450     EXIT.
007460*
007470*****************************************************************
007480*    3800-UPDATE-CREDIT-HOLD                                    *
007490*        ANY BALANCE LEFT OVER 90 DAYS PUTS THE CUSTOMER ON     *
007500*        CREDIT HOLD, DATED TODAY; A HELD CUSTOMER WITH NOTHING *
007510*        LEFT OVER 90 DAYS IS RELEASED.  A CUSTOMER NOT ON THE  *
007520*        MASTER HAS NO HOLD FLAG TO SET.                        *
007530*        THE ENTRY IS MARKED AGED SO 6100 LEAVES IT ALONE.      *
007540*****************************************************************
007550 3800-UPDATE-CREDIT-HOLD.
007560     IF WS-CURR-CUST-SUB = 0
007570         GO TO 3800-EXIT
007580     END-IF.
007590     MOVE 'Y' TO WS-CUST-AGED-FLAG (WS-CURR-CUST-SUB).
007600     MOVE WS-BUCKET-OVER-90 TO WS-CUST-PAST-90 (WS-CURR-CUST-SUB).
007610     IF WS-BUCKET-OVER-90 > 0
007620         IF NOT WS-CUST-ENTRY-ON-HOLD (WS-CURR-CUST-SUB)
007630             MOVE 'H' TO WS-CUST-HOLD-FLAG (WS-CURR-CUST-SUB)
007640             MOVE WS-RUN-DATE TO
007650                 WS-CUST-HOLD-DATE (WS-CURR-CUST-SUB)
007660             ADD 1 TO WS-HOLDS-PLACED
007670         END-IF
007680     ELSE
007690         IF WS-CUST-ENTRY-ON-HOLD (WS-CURR-CUST-SUB)
007700             ADD 1 TO WS-HOLDS-RELEASED
007710             MOVE "RELEASED" TO WS-HOLD-ACTION
007720             MOVE WS-CURR-CUST-SUB TO WS-CUST-SUB
007730             PERFORM 6150-WRITE-HOLD-LINE THRU 6150-EXIT
007740             MOVE SPACE TO WS-CUST-HOLD-FLAG (WS-CURR-CUST-SUB)
007750             MOVE ZEROS TO WS-CUST-HOLD-DATE (WS-CURR-CUST-SUB)
007760         END-IF
007770     END-IF.
007780 3800-EXIT.
007790     EXIT.
007800*
007810*****************************************************************
007820*    5000-PROVE-AR-CONTROL                                      *
007830*        PROVES THE AGING GRAND TOTAL AGAINST THE LEDGER'S A/R  *
007840*        CONTROL ACCOUNT.  GL-POST ONLY WRITES A MONTH'S        *
007850*        BALANCE RECORD WHEN THE ACCOUNT HAS ACTIVITY, SO THE   *
007860*        LOOKUP WALKS BACK FROM THE RUN MONTH (UP TO A YEAR)    *
007870*        TO THE LATEST RECORD - ITS ENDING BALANCE IS THE       *
007880*        BALANCE TODAY.  A DIFFERENCE SETS RETURN CODE 4.       *
007890*****************************************************************
007900 5000-PROVE-AR-CONTROL.
007910     MOVE SPACES TO AGING-LINE.
007920     WRITE AGING-LINE.
007930     MOVE "A/R CONTROL ACCOUNT PROOF" TO AGING-LINE.
007940     WRITE AGING-LINE.
007950     PERFORM 5100-LOAD-AR-ACCOUNT THRU 5100-EXIT.
007960     IF WS-AR-ACCOUNT = 0
007970         MOVE "*** NO A/R CONTROL ACCOUNT ON THE ACCOUNT MASTER -"
007980             TO AGING-LINE
007990         WRITE AGING-LINE
008000         MOVE "*** PROOF NOT RUN" TO AGING-LINE
008010         WRITE AGING-LINE
008020         MOVE 4 TO RETURN-CODE
008030         GO TO 5000-EXIT
008040     END-IF.
008050     OPEN INPUT GL-BALANCE-FILE.
008060     IF NOT WS-BALANCE-STATUS-OK
008070         MOVE "*** GL BALANCE FILE (GLBALS) NOT AVAILABLE - PROOF"
008080             TO AGING-LINE
008090         WRITE AGING-LINE
008100         MOVE "*** NOT RUN" TO AGING-LINE
008110         WRITE AGING-LINE
008120         MOVE 4 TO RETURN-CODE
008130         GO TO 5000-EXIT
008140     END-IF.
008150     MOVE WS-RUN-YEAR TO WS-PROOF-YEAR.
008160     MOVE WS-RUN-MONTH TO WS-PROOF-MONTH.
008170     PERFORM 5200-READ-GL-BALANCE THRU 5200-EXIT
008180         VARYING WS-MONTHS-BACK FROM 0 BY 1
008190         UNTIL WS-MONTHS-BACK > 12
008200             OR WS-GB-FOUND.
008210     CLOSE GL-BALANCE-FILE.
008220     IF WS-GB-FOUND
008230         COMPUTE WS-GL-AR-BALANCE =
008240             GB-BEGIN-BALANCE + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
008250     ELSE
008260         MOVE ZEROS TO WS-GL-AR-BALANCE
008270     END-IF.
008280     COMPUTE WS-PROOF-DIFFERENCE =
008290         WS-GRAND-BALANCE - WS-GL-AR-BALANCE.
008300     MOVE WS-GRAND-BALANCE TO WS-BALANCE-ED.
008310     MOVE SPACES TO AGING-LINE.
008320     STRING "AGING GRAND TOTAL:           " WS-BALANCE-ED
008330         DELIMITED BY SIZE INTO AGING-LINE
008340     END-STRING.
008350     WRITE AGING-LINE.
008360     MOVE WS-GL-AR-BALANCE TO WS-BALANCE-ED.
008370     MOVE SPACES TO AGING-LINE.
008380     IF WS-GB-FOUND
008390         STRING "GL A/R ACCOUNT " WS-AR-ACCOUNT
008400             " AT " GB-YEAR "/" GB-MONTH ": " WS-BALANCE-ED
008410             DELIMITED BY SIZE INTO AGING-LINE
008420         END-STRING
008430     ELSE
008440         STRING "GL A/R ACCOUNT " WS-AR-ACCOUNT
008450             " NOT ON GLBALS:  " WS-BALANCE-ED
008460             DELIMITED BY SIZE INTO AGING-LINE
008470         END-STRING
008480     END-IF.
008490     WRITE AGING-LINE.
008500     MOVE WS-PROOF-DIFFERENCE TO WS-BALANCE-ED.
008510     MOVE SPACES TO AGING-LINE.
008520     STRING "DIFFERENCE:                  " WS-BALANCE-ED
008530         DELIMITED BY SIZE INTO AGING-LINE
008540     END-STRING.
008550     WRITE AGING-LINE.
008560     IF WS-PROOF-DIFFERENCE = 0
008570         MOVE "A/R SUBSIDIARY LEDGER AGREES WITH THE GL CONTROL"
008580             TO AGING-LINE
008590     ELSE
008600         MOVE "*** OUT OF BALANCE - A/R AGING DISAGREES WITH GL"
008610             TO AGING-LINE
008620         MOVE 4 TO RETURN-CODE
008630     END-IF.
008640     WRITE AGING-LINE.
008650 5000-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690*    5100-LOAD-AR-ACCOUNT                                       *
008700*        PICKS THE A/R CONTROL ACCOUNT OFF THE ACCOUNT MASTER'S *
008710*        'C' RECORD.  LEFT ZERO IF THERE IS NONE.               *
008720*****************************************************************
008730 5100-LOAD-AR-ACCOUNT.
008740     OPEN INPUT ACCOUNT-MASTER-FILE.
008750     IF NOT WS-ACCTMST-FILE-OK
008760         GO TO 5100-EXIT
008770     END-IF.
008780     PERFORM 5150-READ-ONE-ACCOUNT THRU 5150-EXIT
008790         UNTIL EOF-ACCTMST-FILE.
008800     CLOSE ACCOUNT-MASTER-FILE.
008810 5100-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850*    5150-READ-ONE-ACCOUNT                                      *
008860*****************************************************************
008870 5150-READ-ONE-ACCOUNT.
008880     READ ACCOUNT-MASTER-FILE INTO ACCOUNT-MASTER-RECORD
008890         AT END
008900             SET EOF-ACCTMST-FILE TO TRUE
008910             GO TO 5150-EXIT
008920     END-READ.
008930     IF AM-CONTROL-RECORD AND AM-AR-ACCOUNT NUMERIC
008940         MOVE AM-AR-ACCOUNT TO WS-AR-ACCOUNT
008950     END-IF.
008960 5150-EXIT.
008970     EXIT.
008980*
008990*****************************************************************
009000*    5200-READ-GL-BALANCE                                       *
009010*        TRIES ONE YEAR-MONTH FOR THE A/R ACCOUNT, STEPPING     *
009020*        WS-PROOF-YEAR/MONTH BACK A MONTH ON A MISS.            *
009030*****************************************************************
009040 5200-READ-GL-BALANCE.
009050     MOVE WS-PROOF-YEAR TO GB-YEAR.
009060     MOVE WS-PROOF-MONTH TO GB-MONTH.
009070     MOVE WS-AR-ACCOUNT TO GB-ACCOUNT.
009080     READ GL-BALANCE-FILE
009090         KEY IS GB-KEY
009100         INVALID KEY
009110             CONTINUE
009120     END-READ.
009130     IF WS-BALANCE-STATUS-OK
009140         SET WS-GB-FOUND TO TRUE
009150         GO TO 5200-EXIT
009160     END-IF.
009170     IF WS-PROOF-MONTH > 1
009180         SUBTRACT 1 FROM WS-PROOF-MONTH
009190     ELSE
009200         SUBTRACT 1 FROM WS-PROOF-YEAR
009210         MOVE 12 TO WS-PROOF-MONTH
009220     END-IF.
009230 5200-EXIT.
009240     EXIT.
009250*
009260*****************************************************************
009270*    6000-WRITE-CREDIT-HOLDS                                    *
009280*        FINISHES THE HOLD LIST WITH EVERY CUSTOMER STILL ON    *
009290*        HOLD (RELEASES ARE LISTED AS THEY HAPPEN) AND          *
009300*        WRITES THE UPDATED CUSTOMER MASTER TO CUSTNEW.  A      *
009310*        MISSING OR OVERFULL MASTER CANNOT BE WRITTEN BACK      *
009320*        WHOLE, SO NO CUSTNEW IS MADE AND RETURN CODE 4 IS SET. *
009330*****************************************************************
009340 6000-WRITE-CREDIT-HOLDS.
009350     PERFORM 6100-LIST-ONE-HOLD THRU 6100-EXIT
009360         VARYING WS-CUST-SUB FROM 1 BY 1
009370         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
009380     MOVE SPACES TO HOLD-LINE.
009390     WRITE HOLD-LINE.
009400     MOVE WS-HOLDS-ON-FILE TO WS-HOLD-COUNT-ED.
009410     MOVE SPACES TO HOLD-LINE.
009420     STRING "CUSTOMERS ON CREDIT HOLD:   " WS-HOLD-COUNT-ED
009430         DELIMITED BY SIZE INTO HOLD-LINE
009440     END-STRING.
009450     WRITE HOLD-LINE.
009460     MOVE WS-HOLDS-PLACED TO WS-HOLD-COUNT-ED.
009470     MOVE SPACES TO HOLD-LINE.
009480     STRING "  PLACED ON HOLD THIS RUN:  " WS-HOLD-COUNT-ED
009490         DELIMITED BY SIZE INTO HOLD-LINE
009500     END-STRING.
009510     WRITE HOLD-LINE.
009520     MOVE WS-HOLDS-RELEASED TO WS-HOLD-COUNT-ED.
009530     MOVE SPACES TO HOLD-LINE.
009540     STRING "RELEASED THIS RUN:          " WS-HOLD-COUNT-ED
009550         DELIMITED BY SIZE INTO HOLD-LINE
009560     END-STRING.
009570     WRITE HOLD-LINE.
009580     IF WS-CUST-COUNT = 0 OR WS-CUST-TABLE-OVERFLOW
009590         MOVE "*** CUSTOMER MASTER MISSING OR OVER 200 -"
009600             TO HOLD-LINE
009610         WRITE HOLD-LINE
009620         MOVE "*** CUSTNEW NOT WRITTEN, HOLDS NOT UPDATED" TO
009630             HOLD-LINE
009640         WRITE HOLD-LINE
009650         MOVE 4 TO RETURN-CODE
009660         GO TO 6000-EXIT
009670     END-IF.
009680     OPEN OUTPUT NEW-CUSTOMER-FILE.
009690     PERFORM 6200-WRITE-ONE-CUSTOMER THRU 6200-EXIT
009700         VARYING WS-CUST-SUB FROM 1 BY 1
009710         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
009720     CLOSE NEW-CUSTOMER-FILE.
009730     MOVE "NEW CUSTOMER MASTER WRITTEN (CUSTNEW) - RENAME OVER"
009740         TO HOLD-LINE.
009750     WRITE HOLD-LINE.
009760     MOVE "CUSTMST BEFORE THE NEXT NIGHT RUN" TO HOLD-LINE.
009770     WRITE HOLD-LINE.
009780 6000-EXIT.
009790     EXIT.
009800*
009810*****************************************************************
009820*    6100-LIST-ONE-HOLD                                         *
009830*        A HELD CUSTOMER THE AGING NEVER SAW HAS NO OPEN ITEMS, *
009840*        OWES NOTHING, AND IS RELEASED - UNLESS THE OPEN-ITEM   *
009850*        FILE COULD NOT BE OPENED, WHEN EVERY CUSTOMER WOULD    *
009860*        LOOK PAID UP.                                          *
009870*****************************************************************
009880 6100-LIST-ONE-HOLD.
009890     IF NOT WS-CUST-ENTRY-ON-HOLD (WS-CUST-SUB)
009900         GO TO 6100-EXIT
009910     END-IF.
009920     IF WS-ARITEM-FILE-OPENED
009930         AND NOT WS-CUST-ENTRY-AGED (WS-CUST-SUB)
009940         ADD 1 TO WS-HOLDS-RELEASED
009950         MOVE "RELEASED" TO WS-HOLD-ACTION
009960         PERFORM 6150-WRITE-HOLD-LINE THRU 6150-EXIT
009970         MOVE SPACE TO WS-CUST-HOLD-FLAG (WS-CUST-SUB)
009980         MOVE ZEROS TO WS-CUST-HOLD-DATE (WS-CUST-SUB)
009990         GO TO 6100-EXIT
010000     END-IF.
010010     ADD 1 TO WS-HOLDS-ON-FILE.
010020     IF WS-CUST-HOLD-DATE (WS-CUST-SUB) = WS-RUN-DATE
010030         MOVE "NEW HOLD" TO WS-HOLD-ACTION
010040     ELSE
010050         MOVE SPACES TO WS-HOLD-ACTION
010060     END-IF.
010070     PERFORM 6150-WRITE-HOLD-LINE THRU 6150-EXIT.
010080 6100-EXIT.
010090     EXIT.
010100*
010110*****************************************************************
010120*    6150-WRITE-HOLD-LINE                                       *
010130*        ONE HOLD LIST LINE FOR THE ENTRY AT WS-CUST-SUB.       *
010140*****************************************************************
010150 6150-WRITE-HOLD-LINE.
010160     MOVE WS-CUST-HOLD-DATE (WS-CUST-SUB) TO WS-HOLD-DATE-ED.
010170     MOVE WS-CUST-PAST-90 (WS-CUST-SUB) TO WS-BUCKET4-ED.
010180     MOVE SPACES TO HOLD-LINE.
010190     STRING WS-CUST-NO (WS-CUST-SUB)
010200         "  " WS-CUST-NAME (WS-CUST-SUB)
010210         "  " WS-HOLD-DATE-ED
010220         "  " WS-BUCKET4-ED
010230         "  " WS-HOLD-ACTION
010240         DELIMITED BY SIZE INTO HOLD-LINE
010250     END-STRING.
010260     WRITE HOLD-LINE.
010270 6150-EXIT.
010280     EXIT.
010290*
010300*****************************************************************
010310*    6200-WRITE-ONE-CUSTOMER                                    *
010320*****************************************************************
010330 6200-WRITE-ONE-CUSTOMER.
010340     MOVE SPACES TO WS-CUST-OUT-RECORD.
010350     MOVE WS-CUST-NO (WS-CUST-SUB) TO WS-CO-CUSTOMER-NO.
010360     MOVE WS-CUST-NAME (WS-CUST-SUB) TO WS-CO-CUSTOMER-NAME.
010370     MOVE WS-CUST-ACTIVE-FLAG (WS-CUST-SUB) TO WS-CO-ACTIVE-FLAG.
010380     MOVE WS-CUST-CREDIT-LIMIT (WS-CUST-SUB) TO
010390         WS-CO-CREDIT-LIMIT.
010400     MOVE WS-CUST-OPENED-DATE (WS-CUST-SUB) TO WS-CO-OPENED-DATE.
010410     MOVE WS-CUST-HOLD-FLAG (WS-CUST-SUB) TO WS-CO-CREDIT-HOLD.
010420     MOVE WS-CUST-HOLD-DATE (WS-CUST-SUB) TO WS-CO-HOLD-DATE.
010430     MOVE WS-CUST-OUT-RECORD TO NEW-CUSTOMER-RECORD.
010440     WRITE NEW-CUSTOMER-RECORD.
010450 6200-EXIT.
010460     EXIT.
