000100******************************************************************
000200*                    COPYBOOK - CLINEGM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : NEGATIVE CREDIT-BUREAU LISTING LIFECYCLE MASTER  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT CLI079B HAS EVER SENT A PRIOR-NOTICE *
000700*    LETTER, IN ACCOUNT ORDER, CARRIED RUN OVER RUN (.NEW SWAP). *
000800*    THE RECORD FOLLOWS THE ACCOUNT FROM NOTICE THROUGH LISTING  *
000900*    TO REMOVAL; A CURED OR REMOVED ACCOUNT THAT CROSSES THE     *
001000*    LINE AGAIN STARTS A NEW CYCLE ON THE SAME RECORD.           *
001100*  LENGTH: 100 BYTES                                             *
001200******************************************************************
001300 01  :CLINEGM:-RECORD.
001400     03  :CLINEGM:-ACCOUNT-NUMBER        PIC X(19).
001500*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001600     03  :CLINEGM:-STATUS                PIC X(01).
001700         88  :CLINEGM:-NOTICED             VALUE 'N'.
001800*             Prior notice mailed, notice period running.
001900         88  :CLINEGM:-LISTED              VALUE 'L'.
002000*             Sent to the bureaus on the inclusion file.
002100         88  :CLINEGM:-REMOVED             VALUE 'R'.
002200*             Debt cured after listing; removal file sent.
002300         88  :CLINEGM:-CURED               VALUE 'C'.
002400*             Debt cured inside the notice period; never listed.
002500     03  :CLINEGM:-NOTICE-DATE           PIC 9(08).
002600*         Date the prior-notice letter was mailed (YYYYMMDD).
002700     03  :CLINEGM:-NOTICE-ADDR-TYPE      PIC X(01).
002800*         Address occurrence the letter went to: R/C/F.
002900     03  :CLINEGM:-LIST-DATE             PIC 9(08).
003000*         Date the inclusion was sent (YYYYMMDD), zero until
003100*         listed.
003200     03  :CLINEGM:-LISTED-AMOUNT         PIC 9(17).
003300*         CLIDATA-CURRENT-BALANCE sent on the inclusion (cents).
003400     03  :CLINEGM:-DELINQ-DAYS           PIC 9(03).
003500*         PAYMENT-DELINQ-DAYS at notice, then at listing.
003600     03  :CLINEGM:-CURE-PAYMENT-DATE     PIC 9(08).
003700*         CLIDATA-LAST-PAYMENT-DATE that cured the debt.
003800     03  :CLINEGM:-REMOVAL-DATE          PIC 9(08).
003900*         Date the removal was sent (YYYYMMDD).
004000     03  :CLINEGM:-HOLD-REASON           PIC X(04).
004100         88  :CLINEGM:-HOLD-NONE           VALUE SPACES.
004200         88  :CLINEGM:-HOLD-RETURN-MAIL    VALUE 'RTML'.
004300*             Notice came back and no other address is left.
004400         88  :CLINEGM:-HOLD-DISPUTE        VALUE 'DISP'.
004500*             Open dispute on the DATDMST dispute master.
004600         88  :CLINEGM:-HOLD-AGREEMENT      VALUE 'AGRM'.
004700*             Active A+H agreement.
004800     03  :CLINEGM:-PERSON-TYPE           PIC 9(01).
004900*         CLIDATA-NAME-TYPE-IND: 1 CPF, 2 CNPJ.
005000     03  :CLINEGM:-DOCUMENT              PIC X(14).
005100*         CLIDATA-BUSINESS-OR-PERSONAL-ID.
005200     03  FILLER                          PIC X(08).
005300*---------------------------------------------------------------*
005400*                      END OF COPYBOOK                          *
005500*---------------------------------------------------------------*
