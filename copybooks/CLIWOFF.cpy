000100******************************************************************
000200*                    COPYBOOK - CLIWOFF                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PROCESSOR WRITE-OFF INSTRUCTION ENTRY            *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER ACCOUNT SELECTED FOR CHARGE-OFF, SENT TO THE  *
000700*    PROCESSOR INSIDE THE STANDARD EXTENVL ENVELOPE. THE         *
000800*    TRAILER BALANCE TOTAL IS THE SUM OF WRITE-OFF-AMOUNT.       *
000900*  LENGTH: 100 BYTES                                             *
001000******************************************************************
001100 01  CLIWOFF-ENTRY.
001200     03  CLIWOFF-ACCOUNT-NUMBER          PIC X(19).
001300*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001400     03  CLIWOFF-COMPANY-CODE            PIC 9(03).
001500*         Company, from CLIDATA-COMPANY-CODE.
001600     03  CLIWOFF-PRODUCT-CODE            PIC 9(03).
001700*         Product, from CLIDATA-PRODUCT-CODE.
001800     03  CLIWOFF-LOGO                    PIC 9(03).
001900*         Logo, from CLIDATA-LOGO.
002000     03  CLIWOFF-WRITE-OFF-AMOUNT        PIC 9(17).
002100*         Balance to write off, from CLIDATA-CURRENT-BALANCE
002200*         (cents).
002300     03  CLIWOFF-DELINQ-DAYS             PIC 9(03).
002400*         PAYMENT-DELINQ-DAYS at selection.
002500     03  CLIWOFF-CHARGE-OFF-DATE         PIC 9(08).
002600*         Effective charge-off date (YYYYMMDD).
002700     03  CLIWOFF-REASON-CODE             PIC X(04).
002800         88  CLIWOFF-DELINQUENCY           VALUE 'DLQ '.
002900*             Past the charge-off line on days delinquent.
003000     03  CLIWOFF-RUN-DATE                PIC 9(08).
003100*         Date the instruction was written (YYYYMMDD).
003200     03  FILLER                          PIC X(32).
003300*---------------------------------------------------------------*
003400*                      END OF COPYBOOK                          *
003500*---------------------------------------------------------------*
