000100******************************************************************
000200*                    COPYBOOK - CLISCRD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BACEN SCR CREDIT-INFORMATION DOCUMENT RECORD     *
000500*----------------------------------------------------------------*
000600*    FIXED-FORMAT MONTHLY SUBMISSION TO THE CENTRAL BANK CREDIT  *
000700*    INFORMATION SYSTEM (SCR), WRITTEN BY CLI078M. ONE HEADER,   *
000800*    THEN FOR EACH CLIENT DOCUMENT (CPF/CNPJ) AT OR ABOVE THE    *
000900*    MINIMUM-EXPOSURE REPORTING LINE A CLIENT RECORD FOLLOWED BY *
001000*    ITS OPERATION RECORDS (ONE PER MODALITY AND MATURITY        *
001100*    BUCKET), THEN THE AGGREGATED RECORDS FOR THE CLIENTS BELOW  *
001200*    THE LINE, AND A TRAILER CARRYING THE CONTROL TOTALS. ALL    *
001300*    AMOUNTS ARE IN CENTS.                                       *
001400*  LENGTH: 100 BYTES                                             *
001500******************************************************************
001600 01  CLISCRD-RECORD.
001700     03  CLISCRD-RECORD-TYPE             PIC X(01).
001800         88  CLISCRD-HEADER                VALUE '0'.
001900         88  CLISCRD-CLIENT                VALUE '1'.
002000         88  CLISCRD-OPERATION             VALUE '2'.
002100         88  CLISCRD-AGGREGATE             VALUE '3'.
002200         88  CLISCRD-TRAILER               VALUE '9'.
002300     03  CLISCRD-BODY                    PIC X(99).
002400*================================================================*
002500*    HEADER RECORD (TYPE 0)                                      *
002600*================================================================*
002700     03  CLISCRD-HEADER-R REDEFINES CLISCRD-BODY.
002800         05  CLISCRD-HDR-INSTITUTION     PIC 9(08).
002900*             Reporting institution's CNPJ base (8 digits).
003000         05  CLISCRD-HDR-DATA-BASE       PIC 9(06).
003100*             Reference month of the positions (YYYYMM).
003200         05  CLISCRD-HDR-GEN-DATE        PIC 9(08).
003300*             Date the document was generated (YYYYMMDD).
003400         05  CLISCRD-HDR-GEN-TIME        PIC 9(06).
003500*             Time the document was generated (HHMMSS).
003600         05  CLISCRD-HDR-REPORT-LINE     PIC 9(15).
003700*             Minimum-exposure reporting line applied (cents).
003800         05  FILLER                      PIC X(56).
003900*================================================================*
004000*    CLIENT RECORD (TYPE 1)                                      *
004100*================================================================*
004200     03  CLISCRD-CLIENT-R REDEFINES CLISCRD-BODY.
004300         05  CLISCRD-CLI-PERSON-TYPE     PIC 9(01).
004400             88  CLISCRD-CLI-INDIVIDUAL    VALUE 1.
004500             88  CLISCRD-CLI-COMPANY       VALUE 2.
004600*             1 = CPF (individual), 2 = CNPJ (company).
004700         05  CLISCRD-CLI-DOCUMENT        PIC X(14).
004800*             CPF (right-justified) or CNPJ.
004900         05  CLISCRD-CLI-ACCOUNT-COUNT   PIC 9(05).
005000*             Card accounts held under the document.
005100         05  CLISCRD-CLI-TOTAL-EXPOSURE  PIC 9(17).
005200*             Balances plus undrawn limits (cents).
005300         05  CLISCRD-CLI-MAX-OVERDUE     PIC 9(03).
005400*             Highest PAYMENT-DELINQ-DAYS across the accounts.
005500         05  FILLER                      PIC X(59).
005600*================================================================*
005700*    OPERATION RECORD (TYPE 2)                                   *
005800*================================================================*
005900     03  CLISCRD-OPERATION-R REDEFINES CLISCRD-BODY.
006000         05  CLISCRD-OPR-PERSON-TYPE     PIC 9(01).
006100         05  CLISCRD-OPR-DOCUMENT        PIC X(14).
006200         05  CLISCRD-OPR-MODALITY        PIC X(04).
006300             88  CLISCRD-MOD-REVOLVING     VALUE '0204'.
006400*                 Card balance, not refinanced.
006500             88  CLISCRD-MOD-REFINANCED    VALUE '0210'.
006600*                 Card balance under a refinancing agreement
006700*                 (REFIN-STATUS non-zero).
006800             88  CLISCRD-MOD-LIMIT         VALUE '1901'.
006900*                 Undrawn credit limit.
007000         05  CLISCRD-OPR-MATURITY        PIC 9(03).
007100*             SCR maturity bucket: 020 undrawn limit; 110
007200*             falling due within 30 days; 205-290 overdue by
007300*             days (205 1-14, 210 15-30, 220 31-60, 230 61-90,
007400*             240 91-120, 245 121-150, 250 151-180, 255
007500*             181-240, 260 241-300, 270 301-360, 280 361-540,
007600*             290 over 540); 310/320 charged off up to / over
007700*             twelve months.
007800         05  CLISCRD-OPR-AMOUNT          PIC 9(17).
007900         05  FILLER                      PIC X(60).
008000*================================================================*
008100*    AGGREGATED RECORD (TYPE 3) - CLIENTS BELOW THE LINE         *
008200*================================================================*
008300     03  CLISCRD-AGGREGATE-R REDEFINES CLISCRD-BODY.
008400         05  CLISCRD-AGG-PERSON-TYPE     PIC 9(01).
008500         05  CLISCRD-AGG-MODALITY        PIC X(04).
008600         05  CLISCRD-AGG-MATURITY        PIC 9(03).
008700         05  CLISCRD-AGG-CLIENT-COUNT    PIC 9(07).
008800         05  CLISCRD-AGG-AMOUNT          PIC 9(17).
008900         05  FILLER                      PIC X(67).
009000*================================================================*
009100*    TRAILER RECORD (TYPE 9)                                     *
009200*================================================================*
009300     03  CLISCRD-TRAILER-R REDEFINES CLISCRD-BODY.
009400         05  CLISCRD-TRL-CLIENT-COUNT    PIC 9(09).
009500         05  CLISCRD-TRL-OPERATION-COUNT PIC 9(09).
009600         05  CLISCRD-TRL-AGGREGATE-COUNT PIC 9(09).
009700         05  CLISCRD-TRL-RECORD-COUNT    PIC 9(09).
009800*             Every record on the document, header and
009900*             trailer included.
010000         05  CLISCRD-TRL-OPERATION-TOTAL PIC 9(17).
010100         05  CLISCRD-TRL-AGGREGATE-TOTAL PIC 9(17).
010200         05  FILLER                      PIC X(29).
010300*---------------------------------------------------------------*
010400*                      END OF COPYBOOK                          *
010500*---------------------------------------------------------------*
