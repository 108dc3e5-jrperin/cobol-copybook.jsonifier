000100******************************************************************
000200*                    COPYBOOK - CLICOFR                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CHARGE-OFF RECOVERY JOURNAL ENTRY                *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER PAYMENT RECEIVED ON A CHARGED-OFF ACCOUNT,    *
000700*    WRITTEN BY CLI068C WHEN IT POSTS THE RECOVERY TO THE        *
000800*    CLICOFM MASTER. THE MONTH'S DATED JOURNALS FEED THE         *
000900*    CLI069M CHARGE-OFF AND RECOVERY REPORT.                     *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  CLICOFR-ENTRY.
001300     03  CLICOFR-ACCOUNT-NUMBER          PIC X(19).
001400*         Client account number.
001500     03  CLICOFR-COMPANY-CODE            PIC 9(03).
001600*         Company, from the charged-off master.
001700     03  CLICOFR-PRODUCT-CODE            PIC 9(03).
001800*         Product, from the charged-off master.
001900     03  CLICOFR-CHARGE-OFF-DATE         PIC 9(08).
002000*         Date the account was charged off (YYYYMMDD).
002100     03  CLICOFR-PAYMENT-DATE            PIC 9(08).
002200*         CLIDATA-LAST-PAYMENT-DATE of the recovery.
002300     03  CLICOFR-RECOVERY-AMOUNT         PIC 9(17).
002400*         CLIDATA-LAST-PAYMENT-AMOUNT recovered (cents).
002500     03  CLICOFR-RUN-DATE                PIC 9(08).
002600*         Date the recovery was posted (YYYYMMDD).
002700     03  FILLER                          PIC X(34).
002800*---------------------------------------------------------------*
002900*                      END OF COPYBOOK                          *
003000*---------------------------------------------------------------*
