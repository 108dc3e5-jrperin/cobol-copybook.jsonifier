000100******************************************************************
000200*                    COPYBOOK - CLIEMBR                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CARD EMBOSSER REQUEST ENTRY                      *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER PLASTIC THE CARD BUREAU IS ASKED TO EMBOSS    *
000700*    AND MAIL. THE CARD CARRIER FOR THE SAME ACCOUNT GOES OUT    *
000800*    ON A CLIMAIL-FORMAT EXTRACT THROUGH THE POSTAL PRESORT,     *
000900*    SO THE BUREAU MATCHES PLASTIC TO CARRIER BY ACCOUNT         *
001000*    NUMBER.                                                     *
001100*  LENGTH: 120 BYTES                                             *
001200******************************************************************
001300 01  CLIEMBR-ENTRY.
001400     03  CLIEMBR-ACCOUNT-NUMBER          PIC X(19).
001500*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001600     03  CLIEMBR-CARD-NUMBER             PIC X(19).
001700*         Card number to emboss, from CLIDATA-CARD-NUMBER.
001800     03  CLIEMBR-EMBOSS-NAME             PIC X(26).
001900*         Embossing line - the first 26 bytes of
002000*         CLIDATA-NAME-LINE-1.
002100     03  CLIEMBR-OLD-EXPIRATION-DATE     PIC 9(08).
002200*         Expiration date of the card being replaced (YYYYMMDD).
002300     03  CLIEMBR-NEW-EXPIRATION-DATE     PIC 9(08).
002400*         Expiration date to emboss on the new plastic
002500*         (YYYYMMDD).
002600     03  CLIEMBR-COMPANY-CODE            PIC 9(03).
002700*         Issuing company, from CLIDATA-COMPANY-CODE.
002800     03  CLIEMBR-LOGO                    PIC 9(03).
002900*         Card logo (plastic stock), from CLIDATA-LOGO.
003000     03  CLIEMBR-PRODUCT-CODE            PIC 9(03).
003100*         Card product, from CLIDATA-PRODUCT-CODE.
003200     03  CLIEMBR-REQUEST-TYPE            PIC X(02).
003300         88  CLIEMBR-RENEWAL                VALUE 'RN'.
003400*             Scheduled renewal ahead of expiration.
003500     03  CLIEMBR-CARRIER-ADDR-TYPE       PIC X(01).
003600*         Address occurrence the carrier is mailed to (R/C/F).
003700     03  CLIEMBR-RUN-DATE                PIC 9(08).
003800*         Date the request was selected (YYYYMMDD).
003900     03  FILLER                          PIC X(20).
004000*---------------------------------------------------------------*
004100*                      END OF COPYBOOK                          *
004200*---------------------------------------------------------------*
