000100******************************************************************
000200*                    COPYBOOK - CLIHREF                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : HOLIDAY DUE-DATE CHARGE REFUND REQUEST ENTRY     *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER DATA1 STATEMENT RECAP CARRYING FINANCE        *
000700*    CHARGES FOR AN ACCOUNT WHOSE PAYMENT DUE DATE FELL ON A     *
000800*    NON-BUSINESS DAY AND WHOSE LAST PAYMENT WAS MADE AFTER THE  *
000900*    DUE DATE BUT NO LATER THAN THE NEXT BUSINESS DAY - A        *
001000*    PAYMENT THE CUSTOMER MAY LEGALLY MAKE WITHOUT PENALTY.      *
001100*    WRITTEN BY CLI085H FOR THE PROCESSOR'S ADJUSTMENT SERVICE   *
001200*    TO REVERSE THE CHARGES.                                     *
001300*  LENGTH: 100 BYTES                                             *
001400******************************************************************
001500 01  CLIHREF-ENTRY.
001600     03  CLIHREF-ACCOUNT-NUMBER          PIC X(19).
001700*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001800     03  CLIHREF-ORG                     PIC 9(03).
001900*         Organization of the recap, from DATA1-ORG.
002000     03  CLIHREF-STMT-DATE               PIC 9(08).
002100*         Statement date of the recap charging the account.
002200     03  CLIHREF-DUE-DATE                PIC 9(08).
002300*         Contractual due date that fell on a non-business day.
002400     03  CLIHREF-ADJUSTED-DUE-DATE       PIC 9(08).
002500*         Next business day for the billing address.
002600     03  CLIHREF-PAYMENT-DATE            PIC 9(08).
002700*         Payment date, from CLIDATA-LAST-PAYMENT-DATE.
002800     03  CLIHREF-REFUND-AMOUNT           PIC 9(17).
002900*         Amount to reverse in cents - the finance charges on
003000*         the recap, which carries late fees and interest as
003100*         one total.
003200     03  CLIHREF-REASON-CODE             PIC X(04).
003300         88  CLIHREF-HOLIDAY-DUE           VALUE 'HDUE'.
003400*             Reason this entry was written.
003500     03  CLIHREF-RUN-DATE                PIC 9(08).
003600*         Business date of the run that wrote the request.
003700     03  FILLER                          PIC X(17).
003800*---------------------------------------------------------------*
003900*                      END OF COPYBOOK                          *
004000*---------------------------------------------------------------*
