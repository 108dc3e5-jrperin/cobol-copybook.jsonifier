000100******************************************************************
000200*                    COPYBOOK - CLIFEEA                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ANNUAL CARD-FEE ASSESSMENT ENTRY                 *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER ACCOUNT WHOSE CARD-FEE ANNIVERSARY FALLS ON   *
000700*    THE RUN DATE, SENT TO THE PROCESSOR AS THE FEE TO BILL.     *
000800*    A WAIVED FEE IS STILL SENT, WITH A ZERO NET FEE, SO THE     *
000900*    PROCESSOR KNOWS NOT TO BILL IT.                             *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  CLIFEEA-ENTRY.
001300     03  CLIFEEA-ACCOUNT-NUMBER          PIC X(19).
001400*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001500     03  CLIFEEA-COMPANY-CODE            PIC 9(03).
001600*         From CLIDATA-COMPANY-CODE.
001700     03  CLIFEEA-PRODUCT-CODE            PIC 9(03).
001800*         From CLIDATA-PRODUCT-CODE.
001900     03  CLIFEEA-LOGO                    PIC 9(03).
002000*         From CLIDATA-LOGO.
002100     03  CLIFEEA-DISCOUNT-TABLE          PIC 9(05).
002200*         Discount table the fee was priced on.
002300     03  CLIFEEA-CARD-FEE-DATE           PIC 9(08).
002400*         CLIDATA-CARD-FEE-DATE the anniversary was taken from.
002500     03  CLIFEEA-GROSS-FEE               PIC 9(07)V99.
002600*         Scheduled annual fee (FEESCHD-ANNUAL-FEE).
002700     03  CLIFEEA-DISCOUNT-AMOUNT         PIC 9(07)V99.
002800*         CLIDATA-ANNUAL-DISCOUNT applied to the gross fee.
002900     03  CLIFEEA-NET-FEE                 PIC 9(07)V99.
003000*         Fee to bill after discount and waiver.
003100     03  CLIFEEA-WAIVER-CODE             PIC X(04).
003200         88  CLIFEEA-NOT-WAIVED            VALUE SPACES.
003300         88  CLIFEEA-VIP-WAIVER            VALUE 'VIP '.
003400         88  CLIFEEA-SPEND-WAIVER          VALUE 'SPND'.
003500*         Why the fee was waived, when it was.
003600     03  CLIFEEA-RUN-DATE                PIC 9(08).
003700*         Date the assessment was made (YYYYMMDD).
003800     03  FILLER                          PIC X(20).
003900*---------------------------------------------------------------*
004000*                      END OF COPYBOOK                          *
004100*---------------------------------------------------------------*
