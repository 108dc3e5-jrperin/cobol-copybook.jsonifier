000100******************************************************************
000200*                    COPYBOOK - DATDUPQ                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PRE-DISPUTE DUPLICATE-CHARGE QUEUE ENTRY         *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER SUSPECTED DUPLICATE POSTING FOUND ON THE      *
000700*    PARSED TRANSACTION EXTRACT (DATTXNX), PAIRED WITH THE       *
000800*    EARLIER POSTING IT REPEATS, SO CUSTOMER SERVICE CAN REVERSE *
000900*    IT BEFORE THE CARDHOLDER HAS TO OPEN A FORMAL CHARGEBACK.   *
001000*    BOTH POSTINGS ARE IDENTIFIED BY THEIR DATA1 STATEMENT ID    *
001100*    AND RECORD NUMBER.                                          *
001200*  LENGTH: 150 BYTES                                             *
001300******************************************************************
001400 01  DATDUPQ-ENTRY.
001500     03  DATDUPQ-ORG                     PIC 999.
001600*         Organization, from DATTXNX-ORG.
001700     03  DATDUPQ-ACCT                    PIC X(19).
001800*         Account number, from DATTXNX-ACCT.
001900     03  DATDUPQ-ORIG-STMT-ID-CODE       PIC S9(7).
002000*         Statement identifier of the earlier (kept) posting.
002100     03  DATDUPQ-ORIG-REC-NBR            PIC S9(4).
002200*         Record number of the earlier posting.
002300     03  DATDUPQ-ORIG-TXN-DATE           PIC 9(08).
002400*         Transaction date of the earlier posting (YYYYMMDD).
002500     03  DATDUPQ-DUP-STMT-ID-CODE        PIC S9(7).
002600*         Statement identifier of the suspected duplicate.
002700     03  DATDUPQ-DUP-REC-NBR             PIC S9(4).
002800*         Record number of the suspected duplicate.
002900     03  DATDUPQ-DUP-TXN-DATE            PIC 9(08).
003000*         Transaction date of the suspected duplicate.
003100     03  DATDUPQ-TXN-AMOUNT              PIC S9(13)V99
003200                                         SIGN IS LEADING SEPARATE.
003300*         Amount of the suspected duplicate.
003400     03  DATDUPQ-MERCHANT-NAME           PIC X(40).
003500*         Merchant name of the suspected duplicate.
003600     03  DATDUPQ-AUTH-CODE               PIC X(06).
003700*         Authorization code of the suspected duplicate.
003800     03  DATDUPQ-MATCH-BASIS             PIC X(04).
003900         88  DATDUPQ-SAME-AUTH             VALUE 'AUTH'.
004000*             Both postings carry the same authorization code.
004100         88  DATDUPQ-SAME-MERCH-AMT        VALUE 'MAMT'.
004200*             Same merchant and amount, dates within the
004300*             configured window.
004400     03  DATDUPQ-DISPUTED-SW             PIC X(01).
004500         88  DATDUPQ-ALREADY-DISPUTED      VALUE 'Y'.
004600*             The cardholder has already disputed one of the
004700*             pair (DATDMST) - do not reverse it a second time.
004800     03  DATDUPQ-RUN-DATE                PIC 9(08).
004900*         Run date the entry was queued (YYYYMMDD).
005000     03  FILLER                          PIC X(15).
005100*---------------------------------------------------------------*
005200*                      END OF COPYBOOK                          *
005300*---------------------------------------------------------------*
