000100******************************************************************
000200*                    COPYBOOK - CLINEGB                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CREDIT-BUREAU NEGATIVE LISTING MOVEMENT          *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER INCLUSION (CLINEGI) OR REMOVAL (CLINEGE)      *
000700*    SENT TO THE CREDIT BUREAUS, INSIDE THE STANDARD EXTENVL     *
000800*    ENVELOPE. THE TRAILER BALANCE TOTAL IS THE SUM OF AMOUNT.   *
000900*  LENGTH: 150 BYTES                                             *
001000******************************************************************
001100 01  :CLINEGB:-ENTRY.
001200     03  :CLINEGB:-ACTION                PIC X(01).
001300         88  :CLINEGB:-INCLUSION           VALUE 'I'.
001400         88  :CLINEGB:-REMOVAL             VALUE 'E'.
001500     03  :CLINEGB:-ACCOUNT-NUMBER        PIC X(19).
001600*         Client account number, the bureau contract reference.
001700     03  :CLINEGB:-PERSON-TYPE           PIC 9(01).
001800*         1 CPF, 2 CNPJ.
001900     03  :CLINEGB:-DOCUMENT              PIC X(14).
002000*         CPF or CNPJ of the debtor.
002100     03  :CLINEGB:-NAME                  PIC X(40).
002200*         Debtor name, from CLIDATA-NAME-LINE-1.
002300     03  :CLINEGB:-AMOUNT                PIC 9(17).
002400*         Amount listed (cents); the same amount on the removal.
002500     03  :CLINEGB:-DELINQ-DAYS           PIC 9(03).
002600*         Days delinquent at listing.
002700     03  :CLINEGB:-EVENT-DATE            PIC 9(08).
002800*         Inclusion: listing date. Removal: payment date.
002900     03  :CLINEGB:-NOTICE-DATE           PIC 9(08).
003000*         Date the prior-notice letter was mailed.
003100     03  :CLINEGB:-COMPANY-CODE          PIC 9(03).
003200     03  :CLINEGB:-PRODUCT-CODE          PIC 9(03).
003300     03  :CLINEGB:-RUN-DATE              PIC 9(08).
003400*         Date the entry was written (YYYYMMDD).
003500     03  FILLER                          PIC X(25).
003600*---------------------------------------------------------------*
003700*                      END OF COPYBOOK                          *
003800*---------------------------------------------------------------*
