000100******************************************************************
000200*                    COPYBOOK - BOLDOC                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ISSUED BOLETO DOCUMENT ENTRY                     *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER BOLETO CLI086B ISSUED TONIGHT, IN ACCOUNT     *
000700*    ORDER, BETWEEN THE STANDARD EXTENVL HEADER AND TRAILER      *
000800*    (TRAILER BALANCE = SUM OF BOLDOC-AMOUNT). IT CARRIES        *
000900*    EVERYTHING PRINTED ON THE DOCUMENT AND IS THE PRINT         *
001000*    VENDOR'S FEED; CLI087R POSTS THE SAME ENTRIES TO THE        *
001100*    BOLETO MASTER AS ISSUED. AMOUNTS ARE IN CENTS.              *
001200*  LENGTH: 400 BYTES                                             *
001300******************************************************************
001400 01  BOLDOC-ENTRY.
001500     03  BOLDOC-ACCOUNT-NUMBER           PIC X(19).
001600*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001700     03  BOLDOC-OUR-NUMBER               PIC 9(11).
001800*         Our number (nosso numero) identifying the boleto at
001900*         the bank.
002000     03  BOLDOC-OUR-NUMBER-DV            PIC X(01).
002100*         Modulo-11 check digit of the wallet and our number.
002200     03  BOLDOC-REMITTANCE-NBR           PIC 9(06).
002300*         Sequence number of the remittance that registered it.
002400     03  BOLDOC-ISSUE-DATE               PIC 9(08).
002500     03  BOLDOC-DUE-DATE                 PIC 9(08).
002600*         From CLIDATA-PAYMENT-DUE-DATE.
002700     03  BOLDOC-AMOUNT                   PIC 9(17).
002800*         Registered amount, from PAYMENT-TOTAL-AMOUNT-DUE.
002900     03  BOLDOC-MINIMUM-AMOUNT           PIC 9(17).
003000*         Minimum payment printed on the document, from
003100*         CLIDATA-LAST-MINIMUM-PAYMENT.
003200     03  BOLDOC-PAYER-TYPE               PIC 9(01).
003300*         CLIDATA-NAME-TYPE-IND: 1 CPF, 2 CNPJ.
003400     03  BOLDOC-PAYER-DOCUMENT           PIC X(14).
003500*         CLIDATA-BUSINESS-OR-PERSONAL-ID.
003600     03  BOLDOC-PAYER-NAME               PIC X(40).
003700*         CLIDATA-NAME-LINE-1.
003800     03  BOLDOC-ADDRESS.
003900*         Preferred address: billing, then residential, then
004000*         commercial.
004100         05  BOLDOC-ADDR-TYPE            PIC X(01).
004200         05  BOLDOC-STREET               PIC X(45).
004300         05  BOLDOC-STREET-NUMBER        PIC X(06).
004400         05  BOLDOC-COMPLEMENT           PIC X(15).
004500         05  BOLDOC-NEIGHBORHOOD         PIC X(15).
004600         05  BOLDOC-ZIP-CODE             PIC 9(08).
004700         05  BOLDOC-CITY                 PIC X(25).
004800         05  BOLDOC-STATE                PIC X(02).
004900     03  BOLDOC-BARCODE                  PIC X(44).
005000*         FEBRABAN 44-digit barcode.
005100     03  BOLDOC-TYPEABLE-LINE            PIC X(54).
005200*         Typeable line, edited as printed:
005300*         AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEEEEEEEEEEE
005400     03  FILLER                          PIC X(43).
005500*---------------------------------------------------------------*
005600*                      END OF COPYBOOK                          *
005700*---------------------------------------------------------------*
