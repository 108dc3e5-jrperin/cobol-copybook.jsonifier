000100******************************************************************
000200*                    COPYBOOK - BOLMAST                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : REGISTERED BOLETO LIFECYCLE MASTER               *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER BOLETO ISSUED, IN ACCOUNT AND OUR-NUMBER     *
000700*    ORDER, CARRIED RUN OVER RUN (.NEW SWAP). CLI087R IS THE     *
000800*    ONLY WRITER: IT ADDS TONIGHT'S BOLDOC ISSUES, POSTS THE     *
000900*    BANK'S CNAB RETURN EVENTS AND RECONCILES PAID BOLETOS       *
001000*    AGAINST CLIDATA. CLI086B READS IT TO AVOID ISSUING TWICE    *
001100*    FOR THE SAME DUE DATE. THE FIRST RECORD (ACCOUNT SPACES)    *
001200*    IS THE CONTROL RECORD HOLDING THE LAST OUR NUMBER AND       *
001300*    REMITTANCE NUMBER USED. AMOUNTS ARE IN CENTS.               *
001400*  LENGTH: 200 BYTES                                             *
001500******************************************************************
001600 01  :BOLMAST:-RECORD.
001700     03  :BOLMAST:-ACCOUNT-NUMBER        PIC X(19).
001800         88  :BOLMAST:-CONTROL-RECORD      VALUE SPACES.
001900*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
002000     03  :BOLMAST:-OUR-NUMBER            PIC 9(11).
002100     03  :BOLMAST:-OUR-NUMBER-DV         PIC X(01).
002200     03  :BOLMAST:-BOLETO-DATA.
002300         05  :BOLMAST:-STATUS            PIC X(01).
002400             88  :BOLMAST:-ISSUED          VALUE 'I'.
002500*                 On tonight's remittance, no bank answer yet.
002600             88  :BOLMAST:-REGISTERED      VALUE 'R'.
002700*                 Registration confirmed by the bank (02).
002800             88  :BOLMAST:-REJECTED        VALUE 'J'.
002900*                 Registration refused by the bank (03).
003000             88  :BOLMAST:-PAID            VALUE 'P'.
003100*                 Liquidated (06/17), awaiting reconciliation.
003200             88  :BOLMAST:-EXPIRED         VALUE 'E'.
003300*                 Written off unpaid by the bank (09).
003400             88  :BOLMAST:-RECONCILED      VALUE 'C'.
003500*                 Payment found applied on CLIDATA.
003600             88  :BOLMAST:-AMOUNT-DIFFERS   VALUE 'D'.
003700*                 Payment applied on CLIDATA for another amount.
003800             88  :BOLMAST:-OPEN-AT-BANK    VALUE 'I' 'R'.
003900             88  :BOLMAST:-FINISHED        VALUE 'J' 'E' 'C' 'D'.
004000         05  :BOLMAST:-DUE-DATE          PIC 9(08).
004100         05  :BOLMAST:-AMOUNT            PIC 9(17).
004200*             Registered amount.
004300         05  :BOLMAST:-MINIMUM-AMOUNT    PIC 9(17).
004400         05  :BOLMAST:-ISSUE-DATE        PIC 9(08).
004500         05  :BOLMAST:-REMITTANCE-NBR    PIC 9(06).
004600         05  :BOLMAST:-EVENT-CODE        PIC X(02).
004700*             Last CNAB movement code posted.
004800         05  :BOLMAST:-EVENT-DATE        PIC 9(08).
004900*             Business date the last event was posted.
005000         05  :BOLMAST:-REJECT-REASONS    PIC X(10).
005100*             Bank reason codes of a rejection (five pairs).
005200         05  :BOLMAST:-PAID-AMOUNT       PIC 9(17).
005300         05  :BOLMAST:-PAYMENT-DATE      PIC 9(08).
005400*             Date the payer paid, from the return.
005500         05  :BOLMAST:-CREDIT-DATE       PIC 9(08).
005600*             Date the bank credits us, from the return.
005700         05  :BOLMAST:-POSTED-DATE       PIC 9(08).
005800*             Business date the payment was posted here.
005900         05  :BOLMAST:-RECON-DATE        PIC 9(08).
006000*             Business date the payment was found on CLIDATA.
006100         05  :BOLMAST:-APPLIED-AMOUNT    PIC 9(17).
006200*             CLIDATA-LAST-PAYMENT-AMOUNT at reconciliation.
006300         05  :BOLMAST:-UNAPPLIED-NIGHTS  PIC 9(03).
006400*             Nights the payment has been reported not applied.
006500         05  FILLER                      PIC X(23).
006600     03  :BOLMAST:-CONTROL-DATA REDEFINES :BOLMAST:-BOLETO-DATA.
006700         05  :BOLMAST:-LAST-OUR-NUMBER   PIC 9(11).
006800         05  :BOLMAST:-LAST-REMITTANCE   PIC 9(06).
006900         05  :BOLMAST:-LAST-RUN-DATE     PIC 9(08).
007000         05  :BOLMAST:-LAST-RETURN-NBR   PIC 9(06).
007100*             Sequence (NSA) of the last bank return posted.
007200         05  FILLER                      PIC X(138).
007300*---------------------------------------------------------------*
007400*                      END OF COPYBOOK                          *
007500*---------------------------------------------------------------*
