000100*****************************************************************
000200*    BKUPCAT.CPY                                                *
000300*    RECORD LAYOUT FOR THE BACKUP CATALOG (BKUPCAT.DAT)         *
000400*                                                                *
000500*    ONE RECORD PER FILE PER BACKUP GENERATION, KEYED BY THE    *
000600*    FILE ID AND THE BUSINESS DAY THE GENERATION WAS TAKEN AT   *
000700*    THE HEAD OF.  WRITTEN BY FILE-BACKUP, READ AND STAMPED     *
000800*    BY FILE-RESTORE.  THE FILE ID IS THE LIVE FILE'S NAME      *
000900*    (SALESHST, GLBALS, ARITEMS, DEPTMST, ACCTMST, DEPOPEN,     *
001000*    SALESDAT) AND THE GENERATION DATASET IS NAMED              *
001100*    <FILE ID>.G<YYYYMMDD>, E.G. GLBALS.G20261015.              *
001200*                                                                *
001300*    BG-RECORD-COUNT AND BG-HASH-TOTAL ARE TAKEN AS THE         *
001400*    GENERATION IS WRITTEN.  THE HASH IS THE SUM OF THE         *
001500*    FILE'S MONEY FIELDS - SH-MONTHLY-TOTAL PLUS                *
001600*    SH-ADJUSTMENT-TOTAL, GB-BEGIN-BALANCE PLUS THE DEBIT       *
001700*    AND CREDIT TOTALS, AI-AMOUNT, DI-EXPECTED-AMOUNT,          *
001800*    SR-AMOUNT.  THE TWO MASTERS CARRY NO MONEY, SO THEIR       *
001900*    HASH IS THE SUM OF DM-EFFECTIVE-DATE AND DM-EXPIRY-DATE    *
002000*    FOR DEPTMST AND OF THE ACCOUNT NUMBERS ON EACH RECORD      *
002100*    FOR ACCTMST.                                               *
002200*                                                                *
002300*    A FILE THAT WAS NOT THERE WHEN THE BACKUP RAN IS           *
002400*    CATALOGED 'N' WITH NO DATASET.  A GENERATION PAST THE      *
002500*    NUMBER KEPT IS MARKED 'S' AND ITS DATASET LISTED FOR THE   *
002600*    RUN SCRIPT TO DELETE.                                      *
002700*****************************************************************
002800*
002900* MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  -----------------------------------------
003200*    2026-10-15 WJF   ORIGINAL LAYOUT.
003300*
003400 01  BACKUP-CATALOG-RECORD.
003500     05  BG-KEY.
003600         10  BG-FILE-ID              PIC X(08).
003700         10  BG-GENERATION-DATE      PIC 9(08).
003800     05  BG-DATASET-NAME             PIC X(20).
003900     05  BG-BACKUP-DATE              PIC 9(08).
004000     05  BG-BACKUP-TIME              PIC 9(06).
004100     05  BG-RECORD-COUNT             PIC 9(09).
004200     05  BG-HASH-TOTAL               PIC S9(13)V99
004300                                     SIGN IS TRAILING SEPARATE.
004400     05  BG-STATUS                   PIC X(01).
004500         88  BG-GENERATION-KEPT              VALUE 'K'.
004600         88  BG-FILE-NOT-PRESENT             VALUE 'N'.
004700         88  BG-GENERATION-SCRATCHED         VALUE 'S'.
004800     05  BG-LAST-RESTORED-DATE       PIC 9(08).
004900     05  FILLER                      PIC X(10).
