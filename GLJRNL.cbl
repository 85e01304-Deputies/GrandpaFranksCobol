000280*    DEPARTMENT CODE, A MISSING OR DISAGREEING EXTRACT CONTROL  *
000290*    RECORD, OR A MISSING ACCOUNT MASTER CONTROL RECORD STOPS   *
000300*    THE POSTING WITH AN ERROR LISTING AND AN EMPTY JOURNAL     *
000301*    INSTEAD OF PRODUCING AN UNBALANCED ONE.                    *
000302*                                                                *
000303*    AN ON-ACCOUNT (CHARGE) SALE DEBITS THE ACCOUNTS RECEIVABLE *
000304*    CONTROL ACCOUNT INSTEAD OF CASH/CLEARING.  THE A/R         *
000305*    PAYMENT AND CREDIT MEMO JOURNAL AR-POST WRITES EARLIER IN  *
000306*    THE NIGHT (ARJRNL) IS PROVED IN PASS 1 AND CARRIED INTO    *
000307*    GLJRNL IN PASS 2, SO GL-POST PICKS IT UP WITH THE SALES.   *
000308*    NO ARJRNL (AR-POST NOT RUN) SIMPLY MEANS NOTHING TO CARRY. *
000309*                                                                *
000310*    EACH STORE'S SALES POST TO ITS OWN ACCOUNTS FROM THE STORE *
000311*    MASTER (STOREMST.DAT): THE DEBIT GOES TO THE STORE'S CASH  *
000312*    ACCOUNT AND THE CREDIT TO THE DEPARTMENT'S SALES ACCOUNT   *
000313*    PLUS THE STORE'S SALES ACCOUNT OFFSET.  A STORE WITH NO    *
000314*    CASH ACCOUNT OF ITS OWN USES THE CONTROL RECORD'S.  SALES  *
000315*    TAX STAYS ON THE ONE COMPANY LIABILITY ACCOUNT.            *
000316*    A DETAIL FOR AN INACTIVE STORE, OR WHOSE STORE CASH OR     *
000317*    SALES ACCOUNT IS NOT ACTIVE ON THE CHART OF ACCOUNTS       *
000318*    (COAMST.DAT), IS A PASS 1 ERROR.                           *
000320*****************************************************************
000330*
000340* MODIFICATION HISTORY
000350*    DATE       INIT  DESCRIPTION
000360*    ---------  ----  -----------------------------------------
000361*    2026-08-22 WJF   ORIGINAL PROGRAM.
000362*    2026-10-15 WJF   ON-ACCOUNT SALES DEBIT THE A/R CONTROL
000363*                     ACCOUNT.  AR-POST'S JOURNAL (ARJRNL) IS
000364*                     PROVED AND CARRIED INTO GLJRNL.  SEE
000365*                     2600-CHECK-AR-JOURNAL AND
000366*                     3500-COPY-AR-JOURNAL.
000367*    2026-10-15 WJF   MULTI-STORE.  EACH EXTRACT DETAIL CARRIES
000368*                     ITS STORE NUMBER, WHICH MUST BE ON THE STORE
000369*                     MASTER (STOREMST); THE CASH AND SALES LEGS
000370*                     POST TO THAT STORE'S ACCOUNTS.  SEE
000371*                     1300-LOAD-STORE-MASTER AND
000372*                     2200-FIND-STORE-ENTRY.
000373*    2026-10-15 WJF   AN INACTIVE STORE, OR A STORE CASH OR SALES
000374*                     ACCOUNT NOT ACTIVE ON THE CHART OF ACCOUNTS
000375*                     (COAMST), FAILS PASS 1.  SEE
000376*                     2300-CHECK-STORE-ACCOUNTS.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000510     SELECT JOURNAL-FILE
000520         ASSIGN TO GLJRNL
000530         ORGANIZATION IS LINE SEQUENTIAL.
000531*
000532     SELECT AR-JOURNAL-FILE
000533         ASSIGN TO ARJRNL
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-ARJRNL-STATUS.
000536*
000537     SELECT STORE-MASTER-FILE
000538         ASSIGN TO STOREMST
000539         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STOREMST-STATUS.
000541*
000542     SELECT CHART-OF-ACCOUNTS-FILE
000543         ASSIGN TO COAMST
000544         ORGANIZATION IS LINE SEQUENTIAL
000545         FILE STATUS IS WS-COAMST-STATUS.
000546*
000550     SELECT JOURNAL-REPORT-FILE
000560         ASSIGN TO JRNLRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000700     LABEL RECORDS ARE STANDARD.
000710 COPY JRNLREC.
000720*
000721 FD  AR-JOURNAL-FILE
000722     LABEL RECORDS ARE STANDARD.
000723 01  AR-JOURNAL-IN-RECORD           PIC X(36).
000724*
000725 FD  STORE-MASTER-FILE
000726     LABEL RECORDS ARE STANDARD.
000727 COPY STOREMST.
000728*
000730 FD  JOURNAL-REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  JOURNAL-LINE                   PIC X(120).
000752*
000754 FD  CHART-OF-ACCOUNTS-FILE
000756     LABEL RECORDS ARE STANDARD.
000758 COPY COAMST.
000760*
000770 WORKING-STORAGE SECTION.
000780*
000930     05  WS-ACCT-FOUND-SW        PIC X(01)   VALUE 'N'.
000940         88  WS-ACCT-FOUND                    VALUE 'Y'.
000950         88  WS-ACCT-NOT-FOUND                VALUE 'N'.
000952     05  WS-COA-FOUND-SW         PIC X(01)   VALUE 'N'.
000954         88  WS-COA-FOUND                     VALUE 'Y'.
000956         88  WS-COA-NOT-FOUND                 VALUE 'N'.
000960     05  WS-BUCKET-FOUND-SW      PIC X(01)   VALUE 'N'.
000970         88  WS-BUCKET-FOUND                  VALUE 'Y'.
000980         88  WS-BUCKET-NOT-FOUND              VALUE 'N'.
000981     05  WS-COAMST-STATUS        PIC X(02)   VALUE SPACES.
000982         88  WS-COAMST-FILE-OK                VALUE '00'.
000983     05  WS-COAMST-EOF-SW        PIC X(01)   VALUE 'N'.
000984         88  EOF-COAMST-FILE                  VALUE 'Y'.
000985     05  WS-CHART-LOADED-SW      PIC X(01)   VALUE 'N'.
000986         88  WS-CHART-LOADED                  VALUE 'Y'.
000990     05  WS-BUCKET-OVERFLOW-SW   PIC X(01)   VALUE 'N'.
001000         88  WS-BUCKET-OVERFLOW               VALUE 'Y'.
001001     05  WS-ARJRNL-STATUS        PIC X(02)   VALUE SPACES.
001002         88  WS-ARJRNL-FILE-OK                VALUE '00'.
001003         88  WS-ARJRNL-NOT-FOUND              VALUE '35'.
001004     05  WS-ARJRNL-EOF-SW        PIC X(01)   VALUE 'N'.
001005         88  EOF-ARJRNL-FILE                  VALUE 'Y'.
001006     05  WS-ARJRNL-PRESENT-SW    PIC X(01)   VALUE 'N'.
001007         88  WS-ARJRNL-PRESENT                VALUE 'Y'.
001008     05  WS-AR-CONTROL-SW        PIC X(01)   VALUE 'N'.
001009         88  WS-AR-CONTROL-SEEN               VALUE 'Y'.
001010     05  WS-STOREMST-STATUS      PIC X(02)   VALUE SPACES.
001011         88  WS-STOREMST-FILE-OK              VALUE '00'.
001012     05  WS-STOREMST-EOF-SW      PIC X(01)   VALUE 'N'.
001013         88  EOF-STOREMST-FILE                VALUE 'Y'.
001014     05  WS-STORE-FOUND-SW       PIC X(01)   VALUE 'N'.
001015         88  WS-STORE-FOUND                   VALUE 'Y'.
001016         88  WS-STORE-NOT-FOUND               VALUE 'N'.
001017*
001020*--------------------------------------------------------------*
001030*    DEPARTMENT-TO-ACCOUNT TABLE, LOADED FROM THE ACCOUNT       *
001040*    MASTER'S 'D' RECORDS, PLUS THE STORE-WIDE CONTROL          *
001120*
001130 77  WS-CASH-ACCOUNT             PIC 9(08)   VALUE ZEROS.
001140 77  WS-TAX-ACCOUNT              PIC 9(08)   VALUE ZEROS.
001141 77  WS-AR-ACCOUNT               PIC 9(08)   VALUE ZEROS.
001142*
001143*--------------------------------------------------------------*
001144*    STORE ACCOUNT TABLE, LOADED FROM THE STORE MASTER.        *
001145*    A ZERO CASH ACCOUNT MEANS THE STORE BANKS THROUGH THE     *
001146*    RECORD'S CASH/CLEARING ACCOUNT (WS-CASH-ACCOUNT).         *
001147*--------------------------------------------------------------*
001148 01  WS-STORE-TABLE.
001149     05  WS-STORE-COUNT          PIC 9(02)   COMP VALUE ZERO.
001150     05  WS-STORE-ENTRY          OCCURS 10 TIMES.
001151         10  WS-STORE-NO             PIC 9(02).
001152         10  WS-STORE-CASH-ACCOUNT   PIC 9(08).
001153         10  WS-STORE-SALES-OFFSET   PIC 9(08).
001154         10  WS-STORE-ACTIVE-FLAG    PIC X(01).
001155             88  WS-STORE-ENTRY-ACTIVE        VALUE 'A'.
001156*
001157 77  WS-STORE-SUB                PIC 9(02)   COMP.
001158 77  WS-STORE-FOUND-SUB          PIC 9(02)   COMP VALUE ZERO.
001159 77  WS-FOUND-CASH-ACCOUNT       PIC 9(08).
001160 77  WS-FOUND-SALES-OFFSET       PIC 9(08).
001161*
001162*--------------------------------------------------------------*
001170*    PER-POSTING-DATE DEBIT/CREDIT TOTALS FOR THE REGISTER     *
001180*--------------------------------------------------------------*
001190 01  WS-DATE-TABLE.
001280 77  WS-ACCT-SUB                 PIC 9(02)   COMP.
001290 77  WS-CURR-DATE                PIC 9(08).
001300 77  WS-FOUND-SALES-ACCOUNT      PIC 9(08).
001302 77  WS-STORE-SALES-ACCOUNT      PIC 9(08).
001304 77  WS-LOOKUP-ACCOUNT           PIC 9(08).
001306 77  WS-LOOKUP-ACCOUNT-KIND      PIC X(05).
001310*
001320*--------------------------------------------------------------*
001330*    VALIDATION PASS COUNTERS AND REFOOTED EXTRACT TOTALS      *
001514 77  WS-LEG-DEBIT-CREDIT         PIC X(01).
001516 77  WS-LEG-AMOUNT               PIC S9(09)V99.
001520 77  WS-DATES-OUT-OF-BAL         PIC 9(05)   COMP VALUE ZERO.
001521*
001522*--------------------------------------------------------------*
001523*    A/R JOURNAL (ARJRNL) WORK RECORD AND PROOF TOTALS.  THE    *
001524*    LAYOUT IS JRNLREC'S; PASS 1 READS INTO THIS COPY BECAUSE   *
001525*    THE OUTPUT JOURNAL IS NOT YET OPEN.                        *
001526*--------------------------------------------------------------*
001527 01  WS-AR-JOURNAL-RECORD.
001528     05  WS-AJ-RECORD-TYPE       PIC X(01).
001529         88  WS-AJ-DETAIL-RECORD             VALUE 'D'.
001530         88  WS-AJ-CONTROL-RECORD            VALUE 'C'.
001531     05  WS-AJ-DETAIL-AREA.
001532         10  WS-AJ-POST-DATE     PIC 9(08).
001533         10  WS-AJ-ACCOUNT       PIC 9(08).
001534         10  WS-AJ-DEBIT-CREDIT  PIC X(01).
001535             88  WS-AJ-DEBIT                 VALUE 'D'.
001536             88  WS-AJ-CREDIT                VALUE 'C'.
001537         10  WS-AJ-AMOUNT        PIC S9(09)V99
001538                                 SIGN IS TRAILING SEPARATE.
001539         10  FILLER              PIC X(06).
001540     05  WS-AJ-CONTROL-AREA REDEFINES WS-AJ-DETAIL-AREA.
001541         10  WS-AJ-CONTROL-COUNT PIC 9(07).
001542         10  WS-AJ-CONTROL-DEBIT PIC S9(11)V99
001543                                 SIGN IS TRAILING SEPARATE.
001544         10  WS-AJ-CONTROL-CREDIT
001545                                 PIC S9(11)V99
001546                                 SIGN IS TRAILING SEPARATE.
001547*
001548 77  WS-AR-DETAIL-COUNT          PIC 9(07)   COMP VALUE ZERO.
001549 77  WS-AR-DETAIL-COUNT-ED       PIC ZZZZZZ9.
001550 77  WS-AR-DEBIT-REFOOT          PIC S9(11)V99 VALUE ZEROS.
001551 77  WS-AR-CREDIT-REFOOT         PIC S9(11)V99 VALUE ZEROS.
001552 77  WS-AR-CONTROL-COUNT         PIC 9(07)   VALUE ZERO.
001553 77  WS-AR-CONTROL-DEBIT         PIC S9(11)V99 VALUE ZEROS.
001554 77  WS-AR-CONTROL-CREDIT        PIC S9(11)V99 VALUE ZEROS.
001555 77  WS-AR-CARRIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
001556 77  WS-ONACCT-DETAIL-COUNT      PIC 9(07)   COMP VALUE ZERO.
001557*
001558 01  WS-RUN-DATE                 PIC 9(08).
001559 01  WS-RUN-DATE-ED              PIC 9999/99/99.
001560 01  WS-POST-DATE-ED             PIC 9999/99/99.
001570*
001580*--------------------------------------------------------------*
001670*
001680 01  WS-BALANCE-FLAG             PIC X(20)   VALUE SPACES.
001690*
001691*--------------------------------------------------------------*
001692*    ACTIVE ACCOUNTS FROM THE CHART OF ACCOUNTS (COAMST.DAT)   *
001693*--------------------------------------------------------------*
001694 01  WS-COA-TABLE.
001695     05  WS-COA-COUNT            PIC 9(03)   COMP VALUE ZERO.
001696     05  WS-COA-ACCOUNT          PIC 9(08)   OCCURS 500 TIMES.
001697*
001698 77  WS-COA-SUB                  PIC 9(03)   COMP.
001699*
001700 PROCEDURE DIVISION.
001710*****************************************************************
001720*    0000-MAINLINE                                              *
001800     PERFORM 2000-VALIDATE-EXTRACT-RECORD THRU 2000-EXIT
001810         UNTIL EOF-EXTRACT-FILE.
001820     PERFORM 2500-CHECK-EXTRACT-CONTROL THRU 2500-EXIT.
001825     PERFORM 2600-CHECK-AR-JOURNAL THRU 2600-EXIT.
001830     IF WS-ERROR-COUNT > 0
001840         PERFORM 8000-ABORT-POSTING THRU 8000-EXIT
001850         PERFORM 9000-TERMINATE THRU 9000-EXIT
001880     PERFORM 3000-START-POSTING-PASS THRU 3000-EXIT.
001890     PERFORM 3100-POST-EXTRACT-RECORD THRU 3100-EXIT
001900         UNTIL EOF-EXTRACT-FILE.
001905     PERFORM 3500-COPY-AR-JOURNAL THRU 3500-EXIT.
001910     PERFORM 4000-WRITE-JOURNAL-CONTROL THRU 4000-EXIT.
001920     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
002060     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
002070     PERFORM 1200-LOAD-ACCOUNT-MASTER THRU 1200-EXIT.
002073     PERFORM 1300-LOAD-STORE-MASTER THRU 1300-EXIT.
002076     PERFORM 1400-LOAD-CHART THRU 1400-EXIT.
002080 1000-EXIT.
002090     EXIT.
002100*
002870         WHEN AM-CONTROL-RECORD
002880             MOVE AM-CASH-ACCOUNT TO WS-CASH-ACCOUNT
002890             MOVE AM-TAX-ACCOUNT TO WS-TAX-ACCOUNT
002891             IF AM-AR-ACCOUNT NUMERIC
002892                 MOVE AM-AR-ACCOUNT TO WS-AR-ACCOUNT
002893             ELSE
002894                 MOVE ZEROS TO WS-AR-ACCOUNT
002895             END-IF
002900             SET WS-CONTROL-ACCTS-LOADED TO TRUE
002910         WHEN OTHER
002920             ADD 1 TO WS-ERROR-COUNT
003050*        PASS 1.  EVERY DETAIL RECORD'S DEPARTMENT CODE MUST    *
003060*        MAP TO A SALES ACCOUNT; THE DETAIL IS REFOOTED SO THE  *
003070*        EXTRACT'S OWN CONTROL RECORD CAN BE PROVED BEFORE      *
003073*        ANYTHING POSTS.  AN ON-ACCOUNT SALE NEEDS THE A/R      *
003076*        CONTROL ACCOUNT ON THE ACCOUNT MASTER.                 *
003079*        EVERY DETAIL'S STORE MUST BE ON THE STORE MASTER       *
003082*        AND ACTIVE, WITH ITS CASH AND SALES ACCOUNTS ACTIVE ON *
003085*        THE CHART (2300-CHECK-STORE-ACCOUNTS).                 *
003090*****************************************************************
003100 2000-VALIDATE-EXTRACT-RECORD.
003110     READ GL-EXTRACT-FILE INTO GL-EXTRACT-RECORD
003310             "' ON EXTRACT DETAIL RECORD "
003320             WS-EXTRACT-DETAIL-COUNT-ED
003330             DELIMITED BY SIZE INTO JOURNAL-LINE
003331         END-STRING
003332         WRITE JOURNAL-LINE
003333     END-IF.
003334     PERFORM 2200-FIND-STORE-ENTRY THRU 2200-EXIT.
003335     IF WS-STORE-NOT-FOUND
003336         ADD 1 TO WS-ERROR-COUNT
003337         MOVE WS-EXTRACT-DETAIL-COUNT TO
003338             WS-EXTRACT-DETAIL-COUNT-ED
003339         MOVE SPACES TO JOURNAL-LINE
003340         STRING "*** STORE '" GL-STORE-NO
003341             "' NOT ON STORE MASTER - EXTRACT DETAIL RECORD "
003342             WS-EXTRACT-DETAIL-COUNT-ED
003343             DELIMITED BY SIZE INTO JOURNAL-LINE
003344         END-STRING
003345         WRITE JOURNAL-LINE
003346     ELSE
003347         PERFORM 2300-CHECK-STORE-ACCOUNTS THRU 2300-EXIT
003348     END-IF.
003349     IF GL-ONACCT-SALE
003350         ADD 1 TO WS-ONACCT-DETAIL-COUNT
003351         IF WS-AR-ACCOUNT = 0 AND WS-ONACCT-DETAIL-COUNT = 1
003352             ADD 1 TO WS-ERROR-COUNT
003353             MOVE "*** ON-ACCOUNT SALES ON EXTRACT BUT NO A/R"
003354                 TO JOURNAL-LINE
003355             WRITE JOURNAL-LINE
003356             MOVE "*** CONTROL ACCOUNT ON THE ACCOUNT MASTER"
003357                 TO JOURNAL-LINE
003358             WRITE JOURNAL-LINE
003359         END-IF
003360     END-IF.
003370 2000-EXIT.
003380     EXIT.
004180*        PASS 2.  WRITES THE BALANCED JOURNAL SET FOR ONE       *
004190*        EXTRACT DETAIL RECORD: DEBIT CASH/CLEARING FOR NET     *
004200*        PLUS TAX, CREDIT THE DEPARTMENT'S SALES ACCOUNT FOR    *
004210*        NET, CREDIT THE TAX LIABILITY ACCOUNT FOR TAX.  AN     *
004215*        ON-ACCOUNT SALE DEBITS A/R INSTEAD OF CASH/CLEARING.   *
004220*        A ZERO-AMOUNT LEG IS NOT WRITTEN.                      *
004223*        THE CASH AND SALES LEGS GO TO THE STORE'S OWN ACCOUNTS *
004226*        (2200-FIND-STORE-ENTRY).                               *
004230*****************************************************************
004240 3100-POST-EXTRACT-RECORD.
004250     READ GL-EXTRACT-FILE INTO GL-EXTRACT-RECORD
004310         GO TO 3100-EXIT
004320     END-IF.
004330     PERFORM 2100-FIND-SALES-ACCOUNT THRU 2100-EXIT.
004335     PERFORM 2200-FIND-STORE-ENTRY THRU 2200-EXIT.
004340     COMPUTE WS-CURR-DATE =
004350         GL-YEAR * 10000 + GL-MONTH * 100 + GL-DAY.
004360     PERFORM 3200-FIND-OR-ADD-DATE-BUCKET THRU 3200-EXIT.
004370*
004380     COMPUTE WS-DEBIT-AMOUNT = GL-NET-AMOUNT + GL-TAX-AMOUNT.
004390     IF WS-DEBIT-AMOUNT NOT = 0
004395         IF GL-ONACCT-SALE
004400             MOVE WS-AR-ACCOUNT TO WS-LEG-ACCOUNT
004402         ELSE
004404             MOVE WS-FOUND-CASH-ACCOUNT TO WS-LEG-ACCOUNT
004406         END-IF
004410         MOVE 'D' TO WS-LEG-DEBIT-CREDIT
004420         MOVE WS-DEBIT-AMOUNT TO WS-LEG-AMOUNT
004430         PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT
004440     END-IF.
004450     IF GL-NET-AMOUNT NOT = 0
004460         COMPUTE WS-LEG-ACCOUNT =
004465             WS-FOUND-SALES-ACCOUNT + WS-FOUND-SALES-OFFSET
004470         MOVE 'C' TO WS-LEG-DEBIT-CREDIT
004480         MOVE GL-NET-AMOUNT TO WS-LEG-AMOUNT
004490         PERFORM 3300-WRITE-JOURNAL-DETAIL THRU 3300-EXIT
005740         DELIMITED BY SIZE INTO JOURNAL-LINE
005750     END-STRING.
005760     WRITE JOURNAL-LINE.
005761     MOVE WS-AR-CARRIED-COUNT TO WS-AR-DETAIL-COUNT-ED.
005762     MOVE SPACES TO JOURNAL-LINE.
005763     STRING "  INCLUDING A/R JOURNAL RECORDS: "
005764         WS-AR-DETAIL-COUNT-ED
005765         DELIMITED BY SIZE INTO JOURNAL-LINE
005766     END-STRING.
005767     WRITE JOURNAL-LINE.
005770     MOVE WS-DEBIT-GRAND-TOTAL TO WS-DEBIT-TOTAL-ED.
005780     MOVE SPACES TO JOURNAL-LINE.
005790     STRING "TOTAL DEBITS:  " WS-DEBIT-TOTAL-ED
006400         DELIMITED BY SIZE INTO JOURNAL-LINE
006410     END-STRING.
006420     WRITE JOURNAL-LINE.
006430     MOVE "*** CORRECT THE ACCOUNT MASTER OR INPUT AND RERUN."
006440         TO JOURNAL-LINE.
006450     WRITE JOURNAL-LINE.
006460     OPEN OUTPUT JOURNAL-FILE.
006610     END-IF.
006620 9000-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660*    1300-LOAD-STORE-MASTER                                     *
006670*        LOADS EACH STORE'S CASH ACCOUNT AND SALES ACCOUNT      *
006680*        OFFSET.  A MISSING OR EMPTY STORE MASTER IS AN ERROR - *
006690*        NO SALE CAN BE POSTED TO A STORE'S ACCOUNTS WITHOUT    *
006700*        IT.                                                    *
006710*****************************************************************
006720 1300-LOAD-STORE-MASTER.
006730     OPEN INPUT STORE-MASTER-FILE.
006740     IF NOT WS-STOREMST-FILE-OK
006750         ADD 1 TO WS-ERROR-COUNT
006760         MOVE "*** STORE MASTER FILE (STOREMST) IS MISSING" TO
006770             JOURNAL-LINE
006780         WRITE JOURNAL-LINE
006790         GO TO 1300-EXIT
006800     END-IF.
006810     PERFORM 1350-LOAD-ONE-STORE THRU 1350-EXIT
006820         UNTIL EOF-STOREMST-FILE.
006830     CLOSE STORE-MASTER-FILE.
006840     IF WS-STORE-COUNT = 0
006850         ADD 1 TO WS-ERROR-COUNT
006860         MOVE "*** STORE MASTER FILE (STOREMST) IS EMPTY" TO
006870             JOURNAL-LINE
006880         WRITE JOURNAL-LINE
006890     END-IF.
006900 1300-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    1350-LOAD-ONE-STORE                                        *
006950*****************************************************************
006960 1350-LOAD-ONE-STORE.
006970     READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
006980         AT END
006990             SET EOF-STOREMST-FILE TO TRUE
007000             GO TO 1350-EXIT
007010     END-READ.
007020     IF WS-STORE-COUNT >= 10
007030         ADD 1 TO WS-ERROR-COUNT
007040         MOVE "*** STORE MASTER EXCEEDS 10 STORES" TO
007050             JOURNAL-LINE
007060         WRITE JOURNAL-LINE
007070         SET EOF-STOREMST-FILE TO TRUE
007080         GO TO 1350-EXIT
007090     END-IF.
007100     ADD 1 TO WS-STORE-COUNT.
007110     MOVE ST-STORE-NO TO WS-STORE-NO (WS-STORE-COUNT).
007120     IF ST-CASH-ACCOUNT NUMERIC
007130         MOVE ST-CASH-ACCOUNT TO
007140             WS-STORE-CASH-ACCOUNT (WS-STORE-COUNT)
007150     ELSE
007160         MOVE ZEROS TO WS-STORE-CASH-ACCOUNT (WS-STORE-COUNT)
007170     END-IF.
007180     IF ST-SALES-ACCOUNT-OFFSET NUMERIC
007190         MOVE ST-SALES-ACCOUNT-OFFSET TO
007200             WS-STORE-SALES-OFFSET (WS-STORE-COUNT)
007210     ELSE
007220         MOVE ZEROS TO WS-STORE-SALES-OFFSET (WS-STORE-COUNT)
007230     END-IF.
007240     MOVE ST-ACTIVE-FLAG TO WS-STORE-ACTIVE-FLAG (WS-STORE-COUNT).
007250 1350-EXIT.
007260     EXIT.
007270*
007280*****************************************************************
007290*    1400-LOAD-CHART                                            *
007300*        LOADS THE CHART OF ACCOUNTS THE STORE CASH AND SALES   *
007310*        ACCOUNTS ARE CHECKED AGAINST.  A MISSING OR OVERFULL   *
007320*        CHART IS AN ERROR - NO STORE'S ACCOUNTS CAN BE PROVED  *
007330*        WITHOUT IT.                                            *
007340*****************************************************************
007350 1400-LOAD-CHART.
007360     OPEN INPUT CHART-OF-ACCOUNTS-FILE.
007370     IF NOT WS-COAMST-FILE-OK
007380         ADD 1 TO WS-ERROR-COUNT
007390         MOVE "*** CHART OF ACCOUNTS FILE (COAMST) IS MISSING" TO
007400             JOURNAL-LINE
007410         WRITE JOURNAL-LINE
007420         GO TO 1400-EXIT
007430     END-IF.
007440     SET WS-CHART-LOADED TO TRUE.
007450     PERFORM 1450-LOAD-ONE-CHART-ACCOUNT THRU 1450-EXIT
007460         UNTIL EOF-COAMST-FILE.
007470     CLOSE CHART-OF-ACCOUNTS-FILE.
007480 1400-EXIT.
007490     EXIT.
007500*
007510*****************************************************************
007520*    1450-LOAD-ONE-CHART-ACCOUNT                                *
007530*        ONLY ACTIVE ACCOUNTS ARE KEPT.                         *
007540*****************************************************************
007550 1450-LOAD-ONE-CHART-ACCOUNT.
007560     READ CHART-OF-ACCOUNTS-FILE INTO CHART-OF-ACCOUNTS-RECORD
007570         AT END
007580             SET EOF-COAMST-FILE TO TRUE
007590             GO TO 1450-EXIT
007600     END-READ.
007610     IF CA-ACCOUNT NOT NUMERIC
007620         OR NOT CA-ACCOUNT-ACTIVE
007630         GO TO 1450-EXIT
007640     END-IF.
007650     IF WS-COA-COUNT >= 500
007660         ADD 1 TO WS-ERROR-COUNT
007670         MOVE "*** CHART OF ACCOUNTS EXCEEDS 500 ACCOUNTS" TO
007680             JOURNAL-LINE
007690         WRITE JOURNAL-LINE
007700         MOVE 'N' TO WS-CHART-LOADED-SW
007710         SET EOF-COAMST-FILE TO TRUE
007720         GO TO 1450-EXIT
007730     END-IF.
007740     ADD 1 TO WS-COA-COUNT.
007750     MOVE CA-ACCOUNT TO WS-COA-ACCOUNT (WS-COA-COUNT).
007760 1450-EXIT.
007770     EXIT.
007780*
007790*****************************************************************
007800*    2600-CHECK-AR-JOURNAL                                      *
007810*        PROVES AR-POST'S JOURNAL (ARJRNL) BEFORE ANY OF IT IS  *
007820*        CARRIED: THE DETAIL IS REFOOTED AGAINST ITS CONTROL    *
007830*        RECORD AND MUST BE IN BALANCE.  A MISSING FILE IS NOT  *
007840*        AN ERROR - THERE IS SIMPLY NOTHING TO CARRY.           *
007850*****************************************************************
007860 2600-CHECK-AR-JOURNAL.
007870     OPEN INPUT AR-JOURNAL-FILE.
007880     IF WS-ARJRNL-NOT-FOUND
007890         MOVE "NO A/R JOURNAL (ARJRNL) - NO RECEIVABLES ENTRIES"
007900             TO JOURNAL-LINE
007910         WRITE JOURNAL-LINE
007920         GO TO 2600-EXIT
007930     END-IF.
007940     IF NOT WS-ARJRNL-FILE-OK
007950         ADD 1 TO WS-ERROR-COUNT
007960         MOVE SPACES TO JOURNAL-LINE
007970         STRING "*** A/R JOURNAL (ARJRNL) OPEN FAILED, STATUS "
007980             WS-ARJRNL-STATUS
007990             DELIMITED BY SIZE INTO JOURNAL-LINE
008000         END-STRING
008010         WRITE JOURNAL-LINE
008020         GO TO 2600-EXIT
008030     END-IF.
008040     SET WS-ARJRNL-PRESENT TO TRUE.
008050     PERFORM 2610-READ-AR-JOURNAL THRU 2610-EXIT
008060         UNTIL EOF-ARJRNL-FILE.
008070     CLOSE AR-JOURNAL-FILE.
008080     IF WS-AR-DETAIL-COUNT = 0 AND NOT WS-AR-CONTROL-SEEN
008090         GO TO 2600-EXIT
008100     END-IF.
008110     IF NOT WS-AR-CONTROL-SEEN
008120         ADD 1 TO WS-ERROR-COUNT
008130         MOVE "*** A/R JOURNAL (ARJRNL) HAS NO CONTROL RECORD" TO
008140             JOURNAL-LINE
008150         WRITE JOURNAL-LINE
008160         GO TO 2600-EXIT
008170     END-IF.
008180     IF WS-AR-CONTROL-COUNT NOT = WS-AR-DETAIL-COUNT
008190         OR WS-AR-CONTROL-DEBIT NOT = WS-AR-DEBIT-REFOOT
008200         OR WS-AR-CONTROL-CREDIT NOT = WS-AR-CREDIT-REFOOT
008210         ADD 1 TO WS-ERROR-COUNT
008220         MOVE "*** A/R JOURNAL CONTROL DISAGREES WITH DETAIL"
008230             TO JOURNAL-LINE
008240         WRITE JOURNAL-LINE
008250     END-IF.
008260     IF WS-AR-DEBIT-REFOOT NOT = WS-AR-CREDIT-REFOOT
008270         ADD 1 TO WS-ERROR-COUNT
008280         MOVE "*** A/R JOURNAL DEBITS DO NOT EQUAL CREDITS" TO
008290             JOURNAL-LINE
008300         WRITE JOURNAL-LINE
008310     END-IF.
008320 2600-EXIT.
008330     EXIT.
008340*
008350*****************************************************************
008360*    2610-READ-AR-JOURNAL                                       *
008370*****************************************************************
008380 2610-READ-AR-JOURNAL.
008390     READ AR-JOURNAL-FILE INTO WS-AR-JOURNAL-RECORD
008400         AT END
008410             SET EOF-ARJRNL-FILE TO TRUE
008420             GO TO 2610-EXIT
008430     END-READ.
008440     IF WS-AJ-CONTROL-RECORD
008450         SET WS-AR-CONTROL-SEEN TO TRUE
008460         MOVE WS-AJ-CONTROL-COUNT TO WS-AR-CONTROL-COUNT
008470         MOVE WS-AJ-CONTROL-DEBIT TO WS-AR-CONTROL-DEBIT
008480         MOVE WS-AJ-CONTROL-CREDIT TO WS-AR-CONTROL-CREDIT
008490         GO TO 2610-EXIT
008500     END-IF.
008510     ADD 1 TO WS-AR-DETAIL-COUNT.
008520     IF WS-AJ-DEBIT
008530         ADD WS-AJ-AMOUNT TO WS-AR-DEBIT-REFOOT
008540     ELSE
008550         ADD WS-AJ-AMOUNT TO WS-AR-CREDIT-REFOOT
008560     END-IF.
008570     IF WS-AJ-ACCOUNT NOT NUMERIC OR WS-AJ-ACCOUNT = 0
008580         OR NOT WS-AJ-DETAIL-RECORD
008590         OR (NOT WS-AJ-DEBIT AND NOT WS-AJ-CREDIT)
008600         ADD 1 TO WS-ERROR-COUNT
008610         MOVE WS-AR-DETAIL-COUNT TO WS-AR-DETAIL-COUNT-ED
008620         MOVE SPACES TO JOURNAL-LINE
008630         STRING "*** A/R JOURNAL DETAIL RECORD "
008640             WS-AR-DETAIL-COUNT-ED
008650             " HAS A BAD ACCOUNT OR DEBIT/CREDIT CODE"
008660             DELIMITED BY SIZE INTO JOURNAL-LINE
008670         END-STRING
008680         WRITE JOURNAL-LINE
008690     END-IF.
008700 2610-EXIT.
008710     EXIT.
008720*
008730*****************************************************************
008740*    3500-COPY-AR-JOURNAL                                       *
008750*        CARRIES AR-POST'S DETAIL LEGS (PROVED IN PASS 1) INTO  *
008760*        GLJRNL UNCHANGED, FOOTING THEM INTO THE POSTING-DATE   *
008770*        BUCKETS AND GRAND TOTALS.  ITS CONTROL RECORD IS       *
008780*        DROPPED - 4000 WRITES ONE CONTROL RECORD FOR THE LOT.  *
008790*****************************************************************
008800 3500-COPY-AR-JOURNAL.
008810     IF NOT WS-ARJRNL-PRESENT
008820         GO TO 3500-EXIT
008830     END-IF.
008840     MOVE 'N' TO WS-ARJRNL-EOF-SW.
008850     OPEN INPUT AR-JOURNAL-FILE.
008860     PERFORM 3510-COPY-ONE-AR-LEG THRU 3510-EXIT
008870         UNTIL EOF-ARJRNL-FILE.
008880     CLOSE AR-JOURNAL-FILE.
008890 3500-EXIT.
008900     EXIT.
008910*
008920*****************************************************************
008930*    3510-COPY-ONE-AR-LEG                                       *
008940*****************************************************************
008950 3510-COPY-ONE-AR-LEG.
008960     READ AR-JOURNAL-FILE INTO JOURNAL-RECORD
008970         AT END
008980             SET EOF-ARJRNL-FILE TO TRUE
008990             GO TO 3510-EXIT
009000     END-READ.
009010     IF JR-CONTROL-RECORD
009020         GO TO 3510-EXIT
009030     END-IF.
009040     MOVE JR-POST-DATE TO WS-CURR-DATE.
009050     PERFORM 3200-FIND-OR-ADD-DATE-BUCKET THRU 3200-EXIT.
009060     WRITE JOURNAL-RECORD.
009070     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
009080     ADD 1 TO WS-AR-CARRIED-COUNT.
009090     IF JR-DEBIT
009100         ADD JR-AMOUNT TO WS-DEBIT-GRAND-TOTAL
009110         IF NOT WS-BUCKET-OVERFLOW
009120             ADD JR-AMOUNT TO WS-DTE-DEBIT-TOTAL (WS-DATE-SUB)
009130         END-IF
009140     ELSE
009150         ADD JR-AMOUNT TO WS-CREDIT-GRAND-TOTAL
009160         IF NOT WS-BUCKET-OVERFLOW
009170             ADD JR-AMOUNT TO WS-DTE-CREDIT-TOTAL (WS-DATE-SUB)
009180         END-IF
009190     END-IF.
009200 3510-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240*    2200-FIND-STORE-ENTRY                                      *
009250*        LOOKS GL-STORE-NO UP IN THE STORE TABLE.  ON A FIND,   *
009260*        WS-STORE-FOUND-SUB POINTS AT THE STORE'S ENTRY,        *
009270*        WS-FOUND-CASH-ACCOUNT CARRIES THE STORE'S CASH ACCOUNT *
009280*        (THE CONTROL RECORD'S WHEN THE STORE HAS NONE OF ITS   *
009290*        OWN) AND WS-FOUND-SALES-OFFSET ITS SALES ACCOUNT       *
009300*        OFFSET.                                                *
009310*****************************************************************
009320 2200-FIND-STORE-ENTRY.
009330     SET WS-STORE-NOT-FOUND TO TRUE.
009340     MOVE ZERO TO WS-STORE-FOUND-SUB.
009350     MOVE WS-CASH-ACCOUNT TO WS-FOUND-CASH-ACCOUNT.
009360     MOVE ZEROS TO WS-FOUND-SALES-OFFSET.
009370     IF GL-STORE-NO NOT NUMERIC
009380         GO TO 2200-EXIT
009390     END-IF.
009400     PERFORM 2210-MATCH-ONE-STORE THRU 2210-EXIT
009410         VARYING WS-STORE-SUB FROM 1 BY 1
009420         UNTIL WS-STORE-SUB > WS-STORE-COUNT
009430             OR WS-STORE-FOUND.
009440 2200-EXIT.
009450     EXIT.
009460*
009470*****************************************************************
009480*    2210-MATCH-ONE-STORE                                       *
009490*****************************************************************
009500 2210-MATCH-ONE-STORE.
009510     IF WS-STORE-NO (WS-STORE-SUB) = GL-STORE-NO
009520         SET WS-STORE-FOUND TO TRUE
009530         MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
009540         IF WS-STORE-CASH-ACCOUNT (WS-STORE-SUB) NOT = 0
009550             MOVE WS-STORE-CASH-ACCOUNT (WS-STORE-SUB) TO
009560                 WS-FOUND-CASH-ACCOUNT
009570         END-IF
009580         MOVE WS-STORE-SALES-OFFSET (WS-STORE-SUB) TO
009590             WS-FOUND-SALES-OFFSET
009600     END-IF.
009610 2210-EXIT.
009620     EXIT.
009630*
009640*****************************************************************
009650*    2300-CHECK-STORE-ACCOUNTS                                  *
009660*        THE DETAIL'S STORE MUST BE ACTIVE.  THE ACCOUNTS ITS   *
009670*        LEGS WILL POST TO - THE STORE CASH ACCOUNT (NOT USED   *
009680*        BY AN ON-ACCOUNT SALE) AND THE DEPARTMENT'S SALES      *
009690*        ACCOUNT PLUS THE STORE OFFSET - MUST BE ACTIVE ON THE  *
009700*        CHART, SO A BAD STORE MASTER ENTRY IS CAUGHT HERE AND  *
009710*        NOT IN THE LEDGER.  AN UNMAPPED DEPARTMENT IS ALREADY  *
009720*        LISTED.                                                *
009730*****************************************************************
009740 2300-CHECK-STORE-ACCOUNTS.
009750     IF NOT WS-STORE-ENTRY-ACTIVE (WS-STORE-FOUND-SUB)
009760         ADD 1 TO WS-ERROR-COUNT
009770         MOVE WS-EXTRACT-DETAIL-COUNT TO
009780             WS-EXTRACT-DETAIL-COUNT-ED
009790         MOVE SPACES TO JOURNAL-LINE
009800         STRING "*** STORE '" GL-STORE-NO
009810             "' IS INACTIVE - EXTRACT DETAIL RECORD "
009820             WS-EXTRACT-DETAIL-COUNT-ED
009830             DELIMITED BY SIZE INTO JOURNAL-LINE
009840         END-STRING
009850         WRITE JOURNAL-LINE
009860         GO TO 2300-EXIT
009870     END-IF.
009880     IF NOT WS-CHART-LOADED
009890         GO TO 2300-EXIT
009900     END-IF.
009910     IF NOT GL-ONACCT-SALE
009920         MOVE WS-FOUND-CASH-ACCOUNT TO WS-LOOKUP-ACCOUNT
009930         MOVE "CASH" TO WS-LOOKUP-ACCOUNT-KIND
009940         PERFORM 2350-CHECK-ONE-ACCOUNT THRU 2350-EXIT
009950     END-IF.
009960     IF WS-ACCT-NOT-FOUND
009970         GO TO 2300-EXIT
009980     END-IF.
009990     COMPUTE WS-STORE-SALES-ACCOUNT =
010000         WS-FOUND-SALES-ACCOUNT + WS-FOUND-SALES-OFFSET.
010010     MOVE WS-STORE-SALES-ACCOUNT TO WS-LOOKUP-ACCOUNT.
010020     MOVE "SALES" TO WS-LOOKUP-ACCOUNT-KIND.
010030     PERFORM 2350-CHECK-ONE-ACCOUNT THRU 2350-EXIT.
010040 2300-EXIT.
010050     EXIT.
010060*
010070*****************************************************************
010080*    2350-CHECK-ONE-ACCOUNT                                     *
010090*        LISTS AN ERROR WHEN WS-LOOKUP-ACCOUNT IS NOT ON THE    *
010100*        CHART OR IS INACTIVE.                                  *
010110*****************************************************************
010120 2350-CHECK-ONE-ACCOUNT.
010130     SET WS-COA-NOT-FOUND TO TRUE.
010140     PERFORM 2360-MATCH-ONE-CHART-ACCOUNT THRU 2360-EXIT
010150         VARYING WS-COA-SUB FROM 1 BY 1
010160         UNTIL WS-COA-SUB > WS-COA-COUNT
010170             OR WS-COA-FOUND.
010180     IF WS-COA-FOUND
010190         GO TO 2350-EXIT
010200     END-IF.
010210     ADD 1 TO WS-ERROR-COUNT.
010220     MOVE WS-EXTRACT-DETAIL-COUNT TO WS-EXTRACT-DETAIL-COUNT-ED.
010230     MOVE SPACES TO JOURNAL-LINE.
010240     STRING "*** STORE '" GL-STORE-NO "' "
010250         WS-LOOKUP-ACCOUNT-KIND " ACCOUNT " WS-LOOKUP-ACCOUNT
010260         " NOT ACTIVE ON THE CHART - EXTRACT DETAIL RECORD "
010270         WS-EXTRACT-DETAIL-COUNT-ED
010280         DELIMITED BY SIZE INTO JOURNAL-LINE
010290     END-STRING.
010300     WRITE JOURNAL-LINE.
010310 2350-EXIT.
010320     EXIT.
010330*
010340*****************************************************************
010350*    2360-MATCH-ONE-CHART-ACCOUNT                               *
010360*****************************************************************
010370 2360-MATCH-ONE-CHART-ACCOUNT.
010380     IF WS-COA-ACCOUNT (WS-COA-SUB) = WS-LOOKUP-ACCOUNT
010390         SET WS-COA-FOUND TO TRUE
010400     END-IF.
010410 2360-EXIT.
010420     EXIT.
