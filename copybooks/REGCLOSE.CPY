001360*                     REGISTER'S REPORTED TOTAL CAN INCLUDE
001370*                     RETURNS, THE SAME AS THE POS DETAIL IT IS
001380*                     RECONCILED AGAINST.
001390*    2026-10-15 WJF   ADDED RC-STORE-NO.  A CLOSE-OUT IS NOW FOR
001395*                     ONE REGISTER AT ONE STORE.
001400*
001500 01  REGISTER-CLOSEOUT-RECORD.
001600     05  RC-REGISTER-NO              PIC 9(02).
002000     05  RC-CLOSEOUT-COUNT           PIC 9(05).
002100     05  RC-CLOSEOUT-AMOUNT          PIC S9(09)V99
002110                                     SIGN IS TRAILING SEPARATE.
002200     05  RC-STORE-NO                 PIC 9(02).
