000100******************************************************************
000200*                    COPYBOOK - BOLCNAB                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : FEBRABAN CNAB 240 COLLECTION RECORD              *
000500*----------------------------------------------------------------*
000600*    ONE LAYOUT FOR BOTH DIRECTIONS OF REGISTERED COLLECTION:    *
000700*    THE REMITTANCE CLI086B SENDS (FILE HEADER, ONE LOT OF P/Q   *
000800*    SEGMENT PAIRS, LOT AND FILE TRAILERS) AND THE RETURN        *
000900*    CLI087R READS (THE SAME ENVELOPE AROUND T/U SEGMENT PAIRS). *
001000*    THE FIRST EIGHT POSITIONS ARE COMMON; THE REST IS VIEWED BY *
001100*    RECORD TYPE AND, FOR DETAIL RECORDS, BY SEGMENT. DATES ON   *
001200*    THE FILE ARE DDMMAAAA; AMOUNTS HAVE TWO IMPLIED DECIMALS.   *
001300*  LENGTH: 240 BYTES                                             *
001400******************************************************************
001500 01  BOLCNAB-RECORD.
001600     03  BOLCNAB-BANK-CODE               PIC 9(03).
001700     03  BOLCNAB-LOT-NUMBER              PIC 9(04).
001800*         0000 file header, 9999 file trailer.
001900     03  BOLCNAB-RECORD-TYPE             PIC X(01).
002000         88  BOLCNAB-FILE-HEADER           VALUE '0'.
002100         88  BOLCNAB-LOT-HEADER            VALUE '1'.
002200         88  BOLCNAB-DETAIL                VALUE '3'.
002300         88  BOLCNAB-LOT-TRAILER           VALUE '5'.
002400         88  BOLCNAB-FILE-TRAILER          VALUE '9'.
002500     03  BOLCNAB-BODY                    PIC X(232).
002600*----------------------------------------------------------------*
002700*   FILE HEADER (TYPE 0)                                         *
002800*----------------------------------------------------------------*
002900     03  BOLCNAB-FH-BODY REDEFINES BOLCNAB-BODY.
003000         05  FILLER                      PIC X(09).
003100         05  BOLCNAB-FH-INSC-TYPE        PIC 9(01).
003200         05  BOLCNAB-FH-INSCRIPTION      PIC 9(14).
003300         05  BOLCNAB-FH-COVENANT         PIC X(20).
003400         05  BOLCNAB-FH-AGENCY           PIC 9(05).
003500         05  BOLCNAB-FH-AGENCY-DV        PIC X(01).
003600         05  BOLCNAB-FH-ACCOUNT          PIC 9(12).
003700         05  BOLCNAB-FH-ACCOUNT-DV       PIC X(01).
003800         05  BOLCNAB-FH-AG-ACCT-DV       PIC X(01).
003900         05  BOLCNAB-FH-COMPANY-NAME     PIC X(30).
004000         05  BOLCNAB-FH-BANK-NAME        PIC X(30).
004100         05  FILLER                      PIC X(10).
004200         05  BOLCNAB-FH-FILE-CODE        PIC 9(01).
004300             88  BOLCNAB-FH-REMITTANCE     VALUE 1.
004400             88  BOLCNAB-FH-RETURN         VALUE 2.
004500         05  BOLCNAB-FH-GEN-DATE         PIC 9(08).
004600         05  BOLCNAB-FH-GEN-TIME         PIC 9(06).
004700         05  BOLCNAB-FH-FILE-SEQUENCE    PIC 9(06).
004800*             Remittance sequence number (NSA).
004900         05  BOLCNAB-FH-LAYOUT-VERSION   PIC 9(03).
005000         05  BOLCNAB-FH-DENSITY          PIC 9(05).
005100         05  BOLCNAB-FH-BANK-RESERVED    PIC X(20).
005200         05  BOLCNAB-FH-COMPANY-RESERVED PIC X(20).
005300         05  FILLER                      PIC X(29).
005400*----------------------------------------------------------------*
005500*   LOT HEADER (TYPE 1)                                          *
005600*----------------------------------------------------------------*
005700     03  BOLCNAB-LH-BODY REDEFINES BOLCNAB-BODY.
005800         05  BOLCNAB-LH-OPERATION        PIC X(01).
005900*             R remittance, T return.
006000         05  BOLCNAB-LH-SERVICE          PIC 9(02).
006100*             01 collection.
006200         05  FILLER                      PIC X(02).
006300         05  BOLCNAB-LH-LAYOUT-VERSION   PIC 9(03).
006400         05  FILLER                      PIC X(01).
006500         05  BOLCNAB-LH-INSC-TYPE        PIC 9(01).
006600         05  BOLCNAB-LH-INSCRIPTION      PIC 9(15).
006700         05  BOLCNAB-LH-COVENANT         PIC X(20).
006800         05  BOLCNAB-LH-AGENCY           PIC 9(05).
006900         05  BOLCNAB-LH-AGENCY-DV        PIC X(01).
007000         05  BOLCNAB-LH-ACCOUNT          PIC 9(12).
007100         05  BOLCNAB-LH-ACCOUNT-DV       PIC X(01).
007200         05  BOLCNAB-LH-AG-ACCT-DV       PIC X(01).
007300         05  BOLCNAB-LH-COMPANY-NAME     PIC X(30).
007400         05  BOLCNAB-LH-MESSAGE-1        PIC X(40).
007500         05  BOLCNAB-LH-MESSAGE-2        PIC X(40).
007600         05  BOLCNAB-LH-REMITTANCE-NBR   PIC 9(08).
007700         05  BOLCNAB-LH-RECORD-DATE      PIC 9(08).
007800         05  BOLCNAB-LH-CREDIT-DATE      PIC 9(08).
007900         05  FILLER                      PIC X(33).
008000*----------------------------------------------------------------*
008100*   DETAIL (TYPE 3) - COMMON PART, THEN ONE VIEW PER SEGMENT     *
008200*----------------------------------------------------------------*
008300     03  BOLCNAB-DT-BODY REDEFINES BOLCNAB-BODY.
008400         05  BOLCNAB-DT-SEQUENCE         PIC 9(05).
008500*             Record sequence inside the lot.
008600         05  BOLCNAB-DT-SEGMENT          PIC X(01).
008700             88  BOLCNAB-SEGMENT-P         VALUE 'P'.
008800             88  BOLCNAB-SEGMENT-Q         VALUE 'Q'.
008900             88  BOLCNAB-SEGMENT-T         VALUE 'T'.
009000             88  BOLCNAB-SEGMENT-U         VALUE 'U'.
009100         05  FILLER                      PIC X(01).
009200         05  BOLCNAB-DT-MOVEMENT         PIC 9(02).
009300*             Remittance: 01 register. Return: 02 registered,
009400*             03 rejected, 06 paid, 09 written off, 17 paid
009500*             after write-off, others informational.
009600         05  BOLCNAB-DT-SEGMENT-DATA     PIC X(223).
009700*        --- SEGMENT P: TITLE REGISTRATION ----------------------
009800         05  BOLCNAB-P-DATA REDEFINES BOLCNAB-DT-SEGMENT-DATA.
009900             07  BOLCNAB-P-AGENCY        PIC 9(05).
010000             07  BOLCNAB-P-AGENCY-DV     PIC X(01).
010100             07  BOLCNAB-P-ACCOUNT       PIC 9(12).
010200             07  BOLCNAB-P-ACCOUNT-DV    PIC X(01).
010300             07  BOLCNAB-P-AG-ACCT-DV    PIC X(01).
010400             07  BOLCNAB-P-OUR-NUMBER    PIC 9(11).
010500             07  BOLCNAB-P-OUR-NUMBER-DV PIC X(01).
010600             07  FILLER                  PIC X(08).
010700             07  BOLCNAB-P-WALLET-CODE   PIC 9(01).
010800             07  BOLCNAB-P-REGISTRATION  PIC 9(01).
010900             07  BOLCNAB-P-DOCUMENT-TYPE PIC X(01).
011000             07  BOLCNAB-P-ISSUER        PIC 9(01).
011100             07  BOLCNAB-P-DISTRIBUTION  PIC X(01).
011200             07  BOLCNAB-P-DOCUMENT-NBR  PIC X(15).
011300             07  BOLCNAB-P-DUE-DATE      PIC 9(08).
011400             07  BOLCNAB-P-AMOUNT        PIC 9(15).
011500             07  BOLCNAB-P-COLLECT-AGENCY
011600                                         PIC 9(05).
011700             07  BOLCNAB-P-COLLECT-DV    PIC X(01).
011800             07  BOLCNAB-P-SPECIES       PIC 9(02).
011900             07  BOLCNAB-P-ACCEPTANCE    PIC X(01).
012000             07  BOLCNAB-P-ISSUE-DATE    PIC 9(08).
012100             07  BOLCNAB-P-INTEREST-CODE PIC 9(01).
012200             07  BOLCNAB-P-INTEREST-DATE PIC 9(08).
012300             07  BOLCNAB-P-INTEREST-AMT  PIC 9(15).
012400             07  BOLCNAB-P-DISCOUNT-CODE PIC 9(01).
012500             07  BOLCNAB-P-DISCOUNT-DATE PIC 9(08).
012600             07  BOLCNAB-P-DISCOUNT-AMT  PIC 9(15).
012700             07  BOLCNAB-P-IOF-AMOUNT    PIC 9(15).
012800             07  BOLCNAB-P-REBATE-AMOUNT PIC 9(15).
012900             07  BOLCNAB-P-COMPANY-USE   PIC X(25).
013000*                 Our account number, echoed on the return.
013100             07  BOLCNAB-P-PROTEST-CODE  PIC 9(01).
013200             07  BOLCNAB-P-PROTEST-DAYS  PIC 9(02).
013300             07  BOLCNAB-P-WRITE-OFF-CODE
013400                                         PIC 9(01).
013500             07  BOLCNAB-P-WRITE-OFF-DAYS
013600                                         PIC 9(03).
013700             07  BOLCNAB-P-CURRENCY      PIC 9(02).
013800             07  BOLCNAB-P-CONTRACT      PIC 9(10).
013900             07  FILLER                  PIC X(01).
014000*        --- SEGMENT Q: PAYER -----------------------------------
014100         05  BOLCNAB-Q-DATA REDEFINES BOLCNAB-DT-SEGMENT-DATA.
014200             07  BOLCNAB-Q-PAYER-TYPE    PIC 9(01).
014300             07  BOLCNAB-Q-PAYER-DOCUMENT
014400                                         PIC 9(15).
014500             07  BOLCNAB-Q-PAYER-NAME    PIC X(40).
014600             07  BOLCNAB-Q-ADDRESS       PIC X(40).
014700             07  BOLCNAB-Q-NEIGHBORHOOD  PIC X(15).
014800             07  BOLCNAB-Q-CEP           PIC 9(05).
014900             07  BOLCNAB-Q-CEP-SUFFIX    PIC 9(03).
015000             07  BOLCNAB-Q-CITY          PIC X(15).
015100             07  BOLCNAB-Q-UF            PIC X(02).
015200             07  BOLCNAB-Q-GUARANTOR-TYPE
015300                                         PIC 9(01).
015400             07  BOLCNAB-Q-GUARANTOR-DOC PIC 9(15).
015500             07  BOLCNAB-Q-GUARANTOR-NAME
015600                                         PIC X(40).
015700             07  BOLCNAB-Q-CORRESP-BANK  PIC 9(03).
015800             07  BOLCNAB-Q-CORRESP-OUR-NBR
015900                                         PIC X(20).
016000             07  FILLER                  PIC X(08).
016100*        --- SEGMENT T: RETURN EVENT ----------------------------
016200         05  BOLCNAB-T-DATA REDEFINES BOLCNAB-DT-SEGMENT-DATA.
016300             07  BOLCNAB-T-AGENCY        PIC 9(05).
016400             07  BOLCNAB-T-AGENCY-DV     PIC X(01).
016500             07  BOLCNAB-T-ACCOUNT       PIC 9(12).
016600             07  BOLCNAB-T-ACCOUNT-DV    PIC X(01).
016700             07  BOLCNAB-T-AG-ACCT-DV    PIC X(01).
016800             07  BOLCNAB-T-OUR-NUMBER    PIC 9(11).
016900             07  BOLCNAB-T-OUR-NUMBER-DV PIC X(01).
017000             07  FILLER                  PIC X(08).
017100             07  BOLCNAB-T-WALLET-CODE   PIC 9(01).
017200             07  BOLCNAB-T-DOCUMENT-NBR  PIC X(15).
017300             07  BOLCNAB-T-DUE-DATE      PIC 9(08).
017400             07  BOLCNAB-T-AMOUNT        PIC 9(15).
017500             07  BOLCNAB-T-RECEIVING-BANK
017600                                         PIC 9(03).
017700             07  BOLCNAB-T-RECEIVING-AGENCY
017800                                         PIC 9(05).
017900             07  BOLCNAB-T-RECEIVING-DV  PIC X(01).
018000             07  BOLCNAB-T-COMPANY-USE   PIC X(25).
018100             07  BOLCNAB-T-CURRENCY      PIC 9(02).
018200             07  BOLCNAB-T-PAYER-TYPE    PIC 9(01).
018300             07  BOLCNAB-T-PAYER-DOCUMENT
018400                                         PIC 9(15).
018500             07  BOLCNAB-T-PAYER-NAME    PIC X(40).
018600             07  BOLCNAB-T-CONTRACT      PIC 9(10).
018700             07  BOLCNAB-T-FEE-AMOUNT    PIC 9(15).
018800             07  BOLCNAB-T-REASONS       PIC X(10).
018900             07  FILLER                  PIC X(17).
019000*        --- SEGMENT U: RETURN AMOUNTS AND DATES ----------------
019100         05  BOLCNAB-U-DATA REDEFINES BOLCNAB-DT-SEGMENT-DATA.
019200             07  BOLCNAB-U-INTEREST-PAID PIC 9(15).
019300             07  BOLCNAB-U-DISCOUNT      PIC 9(15).
019400             07  BOLCNAB-U-REBATE        PIC 9(15).
019500             07  BOLCNAB-U-IOF           PIC 9(15).
019600             07  BOLCNAB-U-PAID-AMOUNT   PIC 9(15).
019700             07  BOLCNAB-U-NET-AMOUNT    PIC 9(15).
019800             07  BOLCNAB-U-OTHER-EXPENSES
019900                                         PIC 9(15).
020000             07  BOLCNAB-U-OTHER-CREDITS PIC 9(15).
020100             07  BOLCNAB-U-OCCURRENCE-DATE
020200                                         PIC 9(08).
020300             07  BOLCNAB-U-CREDIT-DATE   PIC 9(08).
020400             07  FILLER                  PIC X(87).
020500*----------------------------------------------------------------*
020600*   LOT TRAILER (TYPE 5)                                         *
020700*----------------------------------------------------------------*
020800     03  BOLCNAB-LT-BODY REDEFINES BOLCNAB-BODY.
020900         05  FILLER                      PIC X(09).
021000         05  BOLCNAB-LT-RECORD-COUNT     PIC 9(06).
021100*             Records in the lot, header and trailer included.
021200         05  BOLCNAB-LT-SIMPLE-COUNT     PIC 9(06).
021300         05  BOLCNAB-LT-SIMPLE-AMOUNT    PIC 9(17).
021400         05  BOLCNAB-LT-OTHER-TOTALS     PIC X(69).
021500         05  BOLCNAB-LT-NOTICE-NBR       PIC X(08).
021600         05  FILLER                      PIC X(117).
021700*----------------------------------------------------------------*
021800*   FILE TRAILER (TYPE 9)                                        *
021900*----------------------------------------------------------------*
022000     03  BOLCNAB-FT-BODY REDEFINES BOLCNAB-BODY.
022100         05  FILLER                      PIC X(09).
022200         05  BOLCNAB-FT-LOT-COUNT        PIC 9(06).
022300         05  BOLCNAB-FT-RECORD-COUNT     PIC 9(06).
022400*             Records in the file, header and trailer included.
022500         05  BOLCNAB-FT-ACCOUNT-COUNT    PIC 9(06).
022600         05  FILLER                      PIC X(205).
022700*---------------------------------------------------------------*
022800*                      END OF COPYBOOK                          *
022900*---------------------------------------------------------------*
