000260*    ADJUSTMENT REGISTER (ADJRPT).  THE TREND REPORT PICKS THE  *
000270*    CORRECTION UP BECAUSE ITS HISTORY LOOKUP SHOWS MONTHLY     *
000280*    PLUS ADJUSTMENT.                                           *
000281*                                                                *
000282*    THE AUTHORIZER'S INITIALS MUST BE ON THE APPROVER MASTER   *
000283*    (APPRMST.DAT), ACTIVE, WITH AN ADJUSTMENT LIMIT COVERING   *
000284*    THE AMOUNT.  EVERY ADJUSTMENT APPLIED IS ALSO APPENDED TO  *
000285*    THE APPROVAL ACTIVITY LOG (APPRLOG.DAT).                   *
000290*****************************************************************
000300*
000310* MODIFICATION HISTORY
000347*                     APPLIED, WITH A COUNT ON THE TRAILER.
000348*                     SEE 1900-LOAD-PERIOD-FILE AND
000349*                     2150-CHECK-CLOSED-PERIOD.
000350*    2026-10-15 WJF   AUTHORIZER CHECKED AGAINST THE APPROVER
000351*                     MASTER (APPRMST) - UNKNOWN, INACTIVE OR
000352*                     OVER-LIMIT INITIALS ARE REJECTED.  APPLIED
000353*                     ADJUSTMENTS ARE LOGGED TO APPRLOG FOR THE
000354*                     APPROVAL ACTIVITY REPORT.  SEE
000355*                     1800-LOAD-APPROVER-MASTER AND
000356*                     2170-CHECK-APPROVER.
000357*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000576         ACCESS MODE IS SEQUENTIAL
000577         RECORD KEY IS PS-KEY
000578         FILE STATUS IS WS-PERIOD-STATUS.
000579*
000580     SELECT APPROVER-MASTER-FILE
000581         ASSIGN TO APPRMST
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS WS-APPRMST-STATUS.
000584*
000585     SELECT APPROVAL-LOG-FILE
000586         ASSIGN TO APPRLOG
000587         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-APPRLOG-STATUS.
000589*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ADJUST-TRANS-FILE
000755     LABEL RECORDS ARE STANDARD.
000756 COPY PERIOD.
000760*
000761 FD  APPROVER-MASTER-FILE
000762     LABEL RECORDS ARE STANDARD.
000763 COPY APPRMST.
000764*
000765 FD  APPROVAL-LOG-FILE
000766     LABEL RECORDS ARE STANDARD.
000767 COPY APPRLOG.
000768*
000770 WORKING-STORAGE SECTION.
000780*
000790*--------------------------------------------------------------*
000933         88  WS-PERIOD-FILE-OK                VALUE '00'.
000934     05  WS-PERIOD-EOF-SW        PIC X(01)   VALUE 'N'.
000935         88  EOF-PERIOD-FILE                  VALUE 'Y'.
000936     05  WS-APPRMST-STATUS       PIC X(02)   VALUE SPACES.
000937         88  WS-APPRMST-FILE-OK               VALUE '00'.
000938     05  WS-APPRMST-EOF-SW       PIC X(01)   VALUE 'N'.
000939         88  EOF-APPRMST-FILE                 VALUE 'Y'.
000940     05  WS-APPRLOG-STATUS       PIC X(02)   VALUE SPACES.
000941         88  WS-APPRLOG-FILE-MISSING          VALUE '35'.
000942     05  WS-APPROVER-FOUND-SW    PIC X(01)   VALUE 'N'.
000943         88  WS-APPROVER-FOUND                VALUE 'Y'.
000944         88  WS-APPROVER-NOT-FOUND            VALUE 'N'.
000945*
000950*--------------------------------------------------------------*
000960*    COUNTERS AND WORK AREAS                                    *
000970*--------------------------------------------------------------*
001089 77  WS-CLOSED-PERIOD-REJECTS    PIC 9(05)   COMP VALUE ZERO.
001091 77  WS-CLOSED-PERIOD-REJ-ED     PIC ZZZZ9.
001092*
001093*--------------------------------------------------------------*
001094*    APPROVER TABLE, LOADED FROM THE APPROVER MASTER           *
001095*    (APPRMST.DAT) WITH EACH PERSON'S HISTORY ADJUSTMENT       *
001096*    LIMIT.  NO FILE MEANS NOBODY CAN AUTHORIZE AN ADJUSTMENT. *
001097*--------------------------------------------------------------*
001098 01  WS-APPROVER-TABLE.
001099     05  WS-APPROVER-COUNT       PIC 9(03)   COMP VALUE ZERO.
001100     05  WS-APPROVER-ENTRY       OCCURS 50 TIMES.
001101         10  WS-APPROVER-ID          PIC X(03).
001102         10  WS-APPROVER-ACTIVE-FLAG PIC X(01).
001103             88  WS-APPROVER-ENTRY-ACTIVE    VALUE 'A'.
001104         10  WS-APPROVER-LIMIT       PIC 9(09)V99.
001105*
001106 77  WS-APPROVER-SUB             PIC 9(03)   COMP.
001107 77  WS-APPROVER-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
001108 77  WS-ADJ-MAGNITUDE            PIC 9(09)V99.
001109*
001110 01  WS-RUN-DATE                 PIC 9(08).
001111 01  WS-RUN-DATE-ED              PIC 9999/99/99.
001112*
001120*--------------------------------------------------------------*
001130*    EDITED DISPLAY FIELDS                                      *
001140*--------------------------------------------------------------*
001380*        NOTHING TO ADJUST IN AN EMPTY ONE.  THE AUDIT LOG IS   *
001390*        OPENED EXTEND SO EVERY RUN'S ADJUSTMENTS ACCUMULATE    *
001400*        PERMANENTLY; A FIRST-EVER RUN CREATES IT.              *
001405*        THE APPROVAL ACTIVITY LOG IS HANDLED THE SAME WAY.     *
001410*****************************************************************
001420 1000-INITIALIZE.
001430     OPEN INPUT ADJUST-TRANS-FILE.
001600         OPEN OUTPUT AUDIT-LOG-FILE
001610     END-IF.
001612     PERFORM 1900-LOAD-PERIOD-FILE THRU 1900-EXIT.
001613     PERFORM 1800-LOAD-APPROVER-MASTER THRU 1800-EXIT.
001614     OPEN EXTEND APPROVAL-LOG-FILE.
001615     IF WS-APPRLOG-FILE-MISSING
001616         OPEN OUTPUT APPROVAL-LOG-FILE
001617     END-IF.
001620 1000-EXIT.
001630     EXIT.
001631*
002330     ADD 1 TO WS-ADJUSTMENTS-APPLIED.
002340     ADD AJ-AMOUNT TO WS-APPLIED-AMOUNT-TOTAL.
002350     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT.
002355     PERFORM 2350-WRITE-APPROVAL-LOG THRU 2350-EXIT.
002360     PERFORM 2400-WRITE-REGISTER-LINE THRU 2400-EXIT.
002370 2000-EXIT.
002380     EXIT.
002430*        NONZERO AMOUNT, A RECOGNIZED REASON CODE AND THE       *
002440*        AUTHORIZER'S INITIALS BEFORE IT IS ALLOWED NEAR THE    *
002450*        HISTORY FILE.                                           *
002453*        THE AUTHORIZER MUST BE AN ACTIVE APPROVER WHOSE        *
002456*        ADJUSTMENT LIMIT COVERS THE AMOUNT, UP OR DOWN.        *
002460*****************************************************************
002470 2100-VALIDATE-ADJUSTMENT.
002480     SET RECORD-IS-VALID TO TRUE.
002750     IF AJ-AUTHORIZED-BY = SPACES
002760         SET RECORD-IS-INVALID TO TRUE
002770         MOVE "AUTHORIZER INITIALS MISSING" TO WS-REJECT-REASON
002775         GO TO 2100-EXIT
002780     END-IF.
002783*
002786     PERFORM 2170-CHECK-APPROVER THRU 2170-EXIT.
002790 2100-EXIT.
002800     EXIT.
002801*
003800     IF NOT WS-HIST-FILE-MISSING
003810         CLOSE SALES-HISTORY-FILE
003820               AUDIT-LOG-FILE
003825               APPROVAL-LOG-FILE
003830     END-IF.
003840 9000-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880*    1800-LOAD-APPROVER-MASTER                                  *
003890*        LOADS EACH APPROVER'S INITIALS, STATUS AND HISTORY     *
003900*        ADJUSTMENT LIMIT.  A MISSING FILE IS NOTED ON THE      *
003910*        REGISTER - EVERY ADJUSTMENT IS THEN REJECTED AS NOT    *
003920*        AUTHORIZED, SINCE NO ONE CAN BE PROVED TO HAVE SIGNED. *
003930*****************************************************************
003940 1800-LOAD-APPROVER-MASTER.
003950     OPEN INPUT APPROVER-MASTER-FILE.
003960     IF NOT WS-APPRMST-FILE-OK
003970         MOVE "*** APPROVER MASTER FILE (APPRMST) IS MISSING" TO
003980             ADJUST-LINE
003990         WRITE ADJUST-LINE
004000         GO TO 1800-EXIT
004010     END-IF.
004020     PERFORM 1850-LOAD-ONE-APPROVER THRU 1850-EXIT
004030         UNTIL EOF-APPRMST-FILE.
004040     CLOSE APPROVER-MASTER-FILE.
004050 1800-EXIT.
004060     EXIT.
004070*
004080*****************************************************************
004090*    1850-LOAD-ONE-APPROVER                                     *
004100*****************************************************************
004110 1850-LOAD-ONE-APPROVER.
004120     READ APPROVER-MASTER-FILE INTO APPROVER-MASTER-RECORD
004130         AT END
004140             SET EOF-APPRMST-FILE TO TRUE
004150             GO TO 1850-EXIT
004160     END-READ.
004170     IF WS-APPROVER-COUNT >= 50
004180         MOVE "*** APPROVER MASTER EXCEEDS 50 - REST IGNORED" TO
004190             ADJUST-LINE
004200         WRITE ADJUST-LINE
004210         SET EOF-APPRMST-FILE TO TRUE
004220         GO TO 1850-EXIT
004230     END-IF.
004240     ADD 1 TO WS-APPROVER-COUNT.
004250     MOVE AV-APPROVER-ID TO WS-APPROVER-ID (WS-APPROVER-COUNT).
004260     MOVE AV-ACTIVE-FLAG TO
004270         WS-APPROVER-ACTIVE-FLAG (WS-APPROVER-COUNT).
004280     IF AV-ADJUST-LIMIT NUMERIC
004290         MOVE AV-ADJUST-LIMIT TO
004300             WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
004310     ELSE
004320         MOVE ZEROS TO WS-APPROVER-LIMIT (WS-APPROVER-COUNT)
004330     END-IF.
004340 1850-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380*    2170-CHECK-APPROVER                                        *
004390*        AJ-AUTHORIZED-BY MUST BE ON THE APPROVER MASTER,       *
004400*        ACTIVE, AND CARRY AN ADJUSTMENT LIMIT AT LEAST THE     *
004410*        SIZE OF THE ADJUSTMENT.                                *
004420*****************************************************************
004430 2170-CHECK-APPROVER.
004440     SET WS-APPROVER-NOT-FOUND TO TRUE.
004450     MOVE ZERO TO WS-APPROVER-FOUND-SUB.
004460     PERFORM 2180-MATCH-ONE-APPROVER THRU 2180-EXIT
004470         VARYING WS-APPROVER-SUB FROM 1 BY 1
004480         UNTIL WS-APPROVER-SUB > WS-APPROVER-COUNT
004490             OR WS-APPROVER-FOUND.
004500     IF WS-APPROVER-NOT-FOUND
004510         SET RECORD-IS-INVALID TO TRUE
004520         MOVE "AUTHORIZER NOT ON APPROVER MASTER" TO
004530             WS-REJECT-REASON
004540         GO TO 2170-EXIT
004550     END-IF.
004560     IF NOT WS-APPROVER-ENTRY-ACTIVE (WS-APPROVER-FOUND-SUB)
004570         SET RECORD-IS-INVALID TO TRUE
004580         MOVE "AUTHORIZER IS INACTIVE" TO WS-REJECT-REASON
004590         GO TO 2170-EXIT
004600     END-IF.
004610     IF AJ-AMOUNT < 0
004620         COMPUTE WS-ADJ-MAGNITUDE = 0 - AJ-AMOUNT
004630     ELSE
004640         MOVE AJ-AMOUNT TO WS-ADJ-MAGNITUDE
004650     END-IF.
004660     IF WS-ADJ-MAGNITUDE >
004670             WS-APPROVER-LIMIT (WS-APPROVER-FOUND-SUB)
004680         SET RECORD-IS-INVALID TO TRUE
004690         MOVE "ADJUSTMENT OVER AUTHORIZER'S LIMIT" TO
004700             WS-REJECT-REASON
004710     END-IF.
004720 2170-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*    2180-MATCH-ONE-APPROVER                                    *
004770*****************************************************************
004780 2180-MATCH-ONE-APPROVER.
004790     IF WS-APPROVER-ID (WS-APPROVER-SUB) = AJ-AUTHORIZED-BY
004800         SET WS-APPROVER-FOUND TO TRUE
004810         MOVE WS-APPROVER-SUB TO WS-APPROVER-FOUND-SUB
004820     END-IF.
004830 2180-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    2350-WRITE-APPROVAL-LOG                                    *
004880*****************************************************************
004890 2350-WRITE-APPROVAL-LOG.
004900     MOVE SPACES TO APPROVAL-LOG-RECORD.
004910     MOVE WS-RUN-DATE TO AX-RUN-DATE.
004920     MOVE AJ-AUTHORIZED-BY TO AX-APPROVER-ID.
004930     SET AX-FUNCTION-ADJUST TO TRUE.
004940     COMPUTE AX-TRAN-DATE = AJ-YEAR * 10000 + AJ-MONTH * 100.
004950     MOVE AJ-AMOUNT TO AX-AMOUNT.
004960     STRING "SALES HISTORY " AJ-YEAR "-" AJ-MONTH
004970         " REASON " AJ-REASON-CODE
004980         DELIMITED BY SIZE INTO AX-REFERENCE
004990     END-STRING.
005000     WRITE APPROVAL-LOG-RECORD.
005010 2350-EXIT.
005020     EXIT.
