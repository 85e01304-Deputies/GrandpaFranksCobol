000800*    SLIP.  THE AMOUNT IS KEYED AS A POSITIVE MAGNITUDE -       *
000900*    AR-POST TURNS IT INTO A NEGATIVE OPEN ITEM WHEN IT POSTS   *
001000*    TO THE RECEIVABLES FILE (ARITEMS.DAT).                     *
001010*                                                                *
001020*    A CREDIT MEMO CARRIES THE INITIALS OF WHOEVER SIGNED THE   *
001040*    SLIP, WHICH MUST BE ON THE APPROVER MASTER (APPRMST.CPY)   *
001060*    WITH A CREDIT MEMO LIMIT COVERING THE AMOUNT.  A PAYMENT   *
001080*    NEEDS NO APPROVER.                                         *
001100*****************************************************************
001200*
001300* MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-09-02 WJF   ORIGINAL LAYOUT.
001650*    2026-10-15 WJF   ADDED AP-AUTHORIZED-BY FOR CREDIT MEMOS.
001700*
001800 01  AR-PAYMENT-RECORD.
001900     05  AP-CUSTOMER-NO              PIC X(06).
002600         88  AP-TRAN-TYPE-VALID              VALUES 'P' 'M'.
002700     05  AP-AMOUNT                   PIC 9(07)V99.
002800     05  AP-REFERENCE                PIC X(12).
002810     05  AP-AUTHORIZED-BY            PIC X(03).
