000100******************************************************************
000200*                    COPYBOOK - CLICOFM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CHARGED-OFF ACCOUNT MASTER RECORD                *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT CLI068C HAS CHARGED OFF, IN ACCOUNT  *
000700*    NUMBER ORDER, CARRIED RUN OVER RUN (.NEW SWAP). THE         *
000800*    CHARGE-OFF AMOUNT IS FIXED AT SELECTION; PAYMENTS SEEN      *
000900*    AFTERWARDS ACCUMULATE AS RECOVERIES. RECORDS ARE NEVER      *
001000*    DROPPED - THE MASTER IS THE BOOK OF CHARGED-OFF DEBT.       *
001100*  LENGTH: 100 BYTES                                             *
001200******************************************************************
001300 01  :CLICOFM:-RECORD.
001400     03  :CLICOFM:-ACCOUNT-NUMBER        PIC X(19).
001500*         Client account number.
001600     03  :CLICOFM:-COMPANY-CODE          PIC 9(03).
001700*         Company, from CLIDATA-COMPANY-CODE at charge-off.
001800     03  :CLICOFM:-PRODUCT-CODE          PIC 9(03).
001900*         Product, from CLIDATA-PRODUCT-CODE at charge-off.
002000     03  :CLICOFM:-CHARGE-OFF-DATE       PIC 9(08).
002100*         Date the account was charged off (YYYYMMDD).
002200     03  :CLICOFM:-CHARGE-OFF-AMOUNT     PIC 9(17).
002300*         CLIDATA-CURRENT-BALANCE written off (cents).
002400     03  :CLICOFM:-DELINQ-DAYS           PIC 9(03).
002500*         PAYMENT-DELINQ-DAYS at charge-off.
002600     03  :CLICOFM:-RECOVERY-TOTAL        PIC 9(17).
002700*         Sum of payments recovered since charge-off (cents).
002800     03  :CLICOFM:-RECOVERY-COUNT        PIC 9(05).
002900*         Number of recovery payments recorded.
003000     03  :CLICOFM:-LAST-RECOVERY-DATE    PIC 9(08).
003100*         CLIDATA-LAST-PAYMENT-DATE of the latest recovery
003200*         recorded, so the same payment is never counted twice
003300*         (zero until the first recovery).
003400     03  FILLER                          PIC X(17).
003500*---------------------------------------------------------------*
003600*                      END OF COPYBOOK                          *
003700*---------------------------------------------------------------*
