001000*    RETURN OVER THE THRESHOLD THAT HAS NO MATCHING UNUSED      *
001100*    AUTHORIZATION, AND LISTS AUTHORIZATIONS NEVER USED AT THE  *
001200*    END OF THE RUN.                                            *
001210*    RA-STORE-NO IS THE STORE THE RETURN WAS RUNG AT - REGISTER *
001220*    NUMBERS ARE ONLY UNIQUE WITHIN A STORE.  A SLIP KEYED      *
001230*    BEFORE THE FIELD EXISTED LEAVES IT BLANK AND IS TAKEN AS   *
001240*    THE MAIN STORE'S (01).                                     *
001300*****************************************************************
001400*
001500* MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  -----------------------------------------
001800*    2026-09-02 WJF   ORIGINAL LAYOUT.
001810*    2026-10-15 WJF   ADDED RA-STORE-NO.  A SLIP ONLY AUTHORIZES
001820*                     A RETURN AT ITS OWN STORE.
001900*
002000 01  RETURN-AUTH-RECORD.
002100     05  RA-YEAR                     PIC 9(04).
002500     05  RA-CASHIER-ID               PIC X(05).
002600     05  RA-AMOUNT                   PIC 9(06).
002700     05  RA-MANAGER-ID               PIC X(03).
002710     05  RA-STORE-NO                 PIC 9(02).
