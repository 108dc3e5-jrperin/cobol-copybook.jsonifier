000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI086B                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     REGISTERED BOLETO ISSUE. EVERY CLIDATA ACCOUNT NOT ON THE  *
001400*     AUTOMATIC-DEBIT ENROLLMENT LIST (DEBAUT) WITH A PAYMENT    *
001500*     TOTAL DUE AND A PAYMENT-DUE-DATE IN THE NEXT BOLLEAD DAYS  *
001600*     GETS ONE BOLETO PER DUE DATE, FOR PAYMENT-TOTAL-AMOUNT-DUE *
001700*     WITH LAST-MINIMUM-PAYMENT PRINTED AS THE MINIMUM. THE      *
001800*     BOLETO MASTER (BOLIN) IS READ IN STEP WITH CLIDATA SO A    *
001900*     DUE DATE IS NEVER ISSUED TWICE; A BOLETO THE BANK REJECTED *
002000*     IS ISSUED AGAIN ONCE THE ACCOUNT HAS BEEN MAINTAINED SINCE *
002100*     THE REJECTION. THE NEXT OUR NUMBER AND REMITTANCE NUMBER   *
002200*     COME FROM THE MASTER CONTROL RECORD. FOR EACH BOLETO THE   *
002300*     FEBRABAN BARCODE (MODULO-11 GENERAL CHECK DIGIT) AND       *
002400*     TYPEABLE LINE (MODULO-10 FIELD CHECK DIGITS) ARE BUILT,    *
002500*     A SEGMENT P/Q PAIR GOES ON THE CNAB 240 REGISTRATION       *
002600*     REMITTANCE (BOLREM) AND THE DOCUMENT GOES TO BOLDOC FOR    *
002700*     PRINTING AND FOR CLI087R TO POST TO THE MASTER. ACCOUNTS   *
002800*     THAT CANNOT BE ISSUED (BAD CPF/CNPJ, NO ADDRESS, AMOUNT    *
002900*     PAST THE BARCODE, BAD DUE DATE) ARE LISTED AND END THE     *
003000*     STEP RC=4; A MISSING BENEFICIARY CARD (BOLPARM) RC=12      *
003100*     WITH NOTHING ISSUED. RUN-CONTROL KEYS (RUNPARM, PROGRAM    *
003200*     CLI086B):                                                  *
003300*       BOLLEAD  - DAYS AHEAD OF THE DUE DATE TO ISSUE (DEF 10)  *
003400*       BOLEXPD  - DAYS AFTER DUE THE BANK WRITES OFF  (DEF 30)  *
003500*       BOLSTART - FIRST OUR NUMBER ON AN EMPTY MASTER (DEF 1)   *
003600*     THE BUSINESS DATE RIDES ON THE PARM (YYMMDD).              *
003700*----------------------------------------------------------------*
003800* MODIFICATION HISTORY.                                          *
003900*     2026-10-15  FSG  ORIGINAL VERSION.                        *
004000******************************************************************
004100 PROGRAM-ID.    CLI086B.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL BOL-IN-FILE ASSIGN TO BOLIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL DEBAUT-FILE ASSIGN TO DEBAUT
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT BOLPARM-FILE  ASSIGN TO BOLPARM
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT BOLREM-FILE   ASSIGN TO BOLREM
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT BOLDOC-FILE   ASSIGN TO BOLDOC
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT REPORT-FILE   ASSIGN TO CLI086RP
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CLIDATA-FILE.
006600     COPY "book_tests_OK.cob"
006700         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006800 FD  BOL-IN-FILE.
006900     COPY "BOLMAST.cpy"
007000         REPLACING ==:BOLMAST:== BY ==BOLIN== .
007100 FD  DEBAUT-FILE.
007200     COPY "CLIDEBA.cpy".
007300 FD  BOLPARM-FILE.
007400     COPY "BOLPARM.cpy".
007500 FD  RUNPARM-FILE.
007600     COPY "RUNPARM.cpy".
007700 FD  BOLREM-FILE.
007800     COPY "BOLCNAB.cpy".
007900 FD  BOLDOC-FILE.
008000     COPY "BOLDOC.cpy".
008100 FD  REPORT-FILE.
008200 01  REPORT-LINE                        PIC X(132).
008300 FD  RUNLOG-FILE.
008400     COPY "RUNSTAT.cpy".
008500 WORKING-STORAGE SECTION.
008600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008800 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008900 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
009000 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
009100 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
009200     88  WS-CLI-EOF                                 VALUE 'Y'.
009300 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
009400     88  WS-MST-EOF                                 VALUE 'Y'.
009500 77  WS-DEB-EOF-SW                      PIC X(01)   VALUE 'N'.
009600     88  WS-DEB-EOF                                 VALUE 'Y'.
009700 77  WS-BPM-EOF-SW                      PIC X(01)   VALUE 'N'.
009800     88  WS-BPM-EOF                                 VALUE 'Y'.
009900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010000     88  WS-PARM-EOF                                VALUE 'Y'.
010100 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
010200     88  WS-DATE-OK                                 VALUE 'Y'.
010300 77  WS-BANK-CARD-SW                    PIC X(01)   VALUE 'N'.
010400     88  WS-BANK-CARD-FOUND                         VALUE 'Y'.
010500 77  WS-COMPANY-CARD-SW                 PIC X(01)   VALUE 'N'.
010600     88  WS-COMPANY-CARD-FOUND                      VALUE 'Y'.
010700 77  WS-ISSUE-SW                        PIC X(01)   VALUE 'Y'.
010800     88  WS-ISSUE-ALLOWED                           VALUE 'Y'.
010900 77  WS-REMIT-OPEN-SW                   PIC X(01)   VALUE 'N'.
011000     88  WS-REMIT-OPEN                              VALUE 'Y'.
011100 77  WS-ON-FILE-SW                      PIC X(01)   VALUE 'N'.
011200     88  WS-ON-FILE                                 VALUE 'Y'.
011300 77  WS-REISSUE-SW                      PIC X(01)   VALUE 'N'.
011400     88  WS-REISSUE                                 VALUE 'Y'.
011500 77  WS-LEAD-DAYS                       PIC 9(03)   VALUE 010.
011600 77  WS-EXPIRE-DAYS                     PIC 9(03)   VALUE 030.
011700 77  WS-START-OUR-NUMBER                PIC 9(11)   VALUE 1.
011800 77  WS-LAST-OUR-NUMBER                 PIC 9(11)   VALUE ZERO.
011900 77  WS-REMITTANCE-NBR                  PIC 9(06)   VALUE ZERO.
012000 77  WS-BUS-INT-DATE                    PIC 9(09)   VALUE ZERO.
012100 77  WS-CHK-INT-DATE                    PIC 9(09)   VALUE ZERO.
012200 77  WS-BASE-INT-DATE                   PIC 9(09)   VALUE ZERO.
012300 77  WS-DUE-FACTOR                      PIC 9(05)   VALUE ZERO.
012400 77  WS-LEAD-TO-DATE                    PIC 9(08)   VALUE ZERO.
012500 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
012600 77  WS-DATE-WORK                       PIC 9(08)   VALUE ZERO.
012700 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
012800 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
012900 77  WS-MONTH-END-DD                    PIC 9(02)   VALUE ZERO.
013000 77  WS-CNAB-DATE                       PIC 9(08)   VALUE ZERO.
013100 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
013200 77  WS-SEL-IDX                         PIC 9(01)   VALUE ZERO.
013300 77  WS-CHK-LEN                         PIC 9(02)   VALUE ZERO.
013400 77  WS-CHK-POS                         PIC 9(02)   VALUE ZERO.
013500 77  WS-CHK-WEIGHT                      PIC 9(02)   VALUE ZERO.
013600 77  WS-CHK-PRODUCT                     PIC 9(03)   VALUE ZERO.
013700 77  WS-CHK-SUM                         PIC 9(05)   VALUE ZERO.
013800 77  WS-CHK-QUOTIENT                    PIC 9(05)   VALUE ZERO.
013900 77  WS-CHK-REST                        PIC 9(02)   VALUE ZERO.
014000 77  WS-CHK-DV                          PIC 9(02)   VALUE ZERO.
014100 77  WS-LOT-SEQUENCE                    PIC 9(05)   VALUE ZERO.
014200 77  WS-LOT-RECORDS                     PIC 9(06)   VALUE ZERO.
014300 77  WS-FILE-RECORDS                    PIC 9(06)   VALUE ZERO.
014400 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
014500 77  WS-DEBIT-COUNT                     PIC 9(09)   VALUE ZERO.
014600 77  WS-NOTHING-DUE-COUNT               PIC 9(09)   VALUE ZERO.
014700 77  WS-OUT-WINDOW-COUNT                PIC 9(09)   VALUE ZERO.
014800 77  WS-ON-FILE-COUNT                   PIC 9(09)   VALUE ZERO.
014900 77  WS-REISSUE-COUNT                   PIC 9(09)   VALUE ZERO.
015000 77  WS-EXCEPTION-COUNT                 PIC 9(09)   VALUE ZERO.
015100 77  WS-ISSUED-COUNT                    PIC 9(09)   VALUE ZERO.
015200 77  WS-ISSUED-TOTAL                    PIC 9(18)   VALUE ZERO.
015300 77  WS-MINIMUM-TOTAL                   PIC 9(18)   VALUE ZERO.
015400 77  WS-EXCEPTION-REASON                PIC X(40)   VALUE SPACES.
015500 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
015600     COPY "EXTENVL.cpy".
015700 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
015800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
015900                                        PIC X(08).
016000 01  WS-END-DATE                        PIC 9(08)   VALUE ZERO.
016100 01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
016200     05  WS-END-YEAR                    PIC 9(04).
016300     05  WS-END-MONTH                   PIC 9(02).
016400     05  WS-END-DAY                     PIC 9(02).
016500 01  WS-ISO-DATE                        PIC 9(08)   VALUE ZERO.
016600 01  WS-ISO-DATE-PARTS REDEFINES WS-ISO-DATE.
016700     05  WS-ISO-YEAR                    PIC 9(04).
016800     05  WS-ISO-MONTH                   PIC 9(02).
016900     05  WS-ISO-DAY                     PIC 9(02).
017000*----------------------------------------------------------------*
017100*   BENEFICIARY DATA FROM THE BOLPARM CARDS                      *
017200*----------------------------------------------------------------*
017300 01  WS-BANK-DATA.
017400     05  WS-BNK-CODE                    PIC 9(03)   VALUE ZERO.
017500     05  WS-BNK-NAME                    PIC X(30)   VALUE SPACES.
017600     05  WS-BNK-AGENCY                  PIC 9(05)   VALUE ZERO.
017700     05  WS-BNK-AGENCY-DV               PIC X(01)   VALUE SPACE.
017800     05  WS-BNK-ACCOUNT                 PIC 9(12)   VALUE ZERO.
017900     05  WS-BNK-ACCOUNT-DV              PIC X(01)   VALUE SPACE.
018000     05  WS-BNK-AG-ACCT-DV              PIC X(01)   VALUE SPACE.
018100     05  WS-BNK-WALLET                  PIC 9(02)   VALUE ZERO.
018200 01  WS-COMPANY-DATA.
018300     05  WS-CMP-INSC-TYPE               PIC 9(01)   VALUE ZERO.
018400     05  WS-CMP-INSCRIPTION             PIC 9(14)   VALUE ZERO.
018500     05  WS-CMP-COVENANT                PIC X(20)   VALUE SPACES.
018600     05  WS-CMP-NAME                    PIC X(30)   VALUE SPACES.
018700*----------------------------------------------------------------*
018800*   FEBRABAN BARCODE: BANK, CURRENCY 9, GENERAL CHECK DIGIT,     *
018900*   DUE-DATE FACTOR, AMOUNT AND THE 25-POSITION FREE FIELD       *
019000*   (AGENCY, WALLET, OUR NUMBER, ACCOUNT, ZERO)                  *
019100*----------------------------------------------------------------*
019200 01  WS-BARCODE.
019300     05  WS-BC-BANK                     PIC 9(03).
019400     05  WS-BC-CURRENCY                 PIC 9(01).
019500     05  WS-BC-DV                       PIC 9(01).
019600     05  WS-BC-FACTOR                   PIC 9(04).
019700     05  WS-BC-AMOUNT                   PIC 9(10).
019800     05  WS-BC-FREE-FIELD.
019900         10  WS-BC-AGENCY               PIC 9(04).
020000         10  WS-BC-WALLET               PIC 9(02).
020100         10  WS-BC-OUR-NUMBER           PIC 9(11).
020200         10  WS-BC-ACCOUNT              PIC 9(07).
020300         10  WS-BC-ZERO                 PIC 9(01).
020400 01  WS-BARCODE-X REDEFINES WS-BARCODE  PIC X(44).
020500*----------------------------------------------------------------*
020600*   DIGITS UNDER A MODULO-10 OR MODULO-11 CHECK                  *
020700*----------------------------------------------------------------*
020800 01  WS-CHK-AREA                        PIC X(43)   VALUE SPACES.
020900 01  WS-CHK-DIGITS REDEFINES WS-CHK-AREA.
021000     05  WS-CHK-DIGIT                   PIC 9(01)   OCCURS 43.
021100 01  WS-OUR-NUMBER-KEY.
021200     05  WS-ONK-WALLET                  PIC 9(02).
021300     05  WS-ONK-OUR-NUMBER              PIC 9(11).
021400 01  WS-OUR-NUMBER-DV                   PIC X(01)   VALUE SPACE.
021500 01  WS-TL-FIELD-1                      PIC X(10)   VALUE SPACES.
021600 01  WS-TL-FIELD-2                      PIC X(11)   VALUE SPACES.
021700 01  WS-TL-FIELD-3                      PIC X(11)   VALUE SPACES.
021800 01  WS-TYPEABLE-LINE.
021900     05  WS-TL-1A                       PIC X(05).
022000     05  FILLER                         PIC X(01)   VALUE '.'.
022100     05  WS-TL-1B                       PIC X(05).
022200     05  FILLER                         PIC X(01)   VALUE SPACE.
022300     05  WS-TL-2A                       PIC X(05).
022400     05  FILLER                         PIC X(01)   VALUE '.'.
022500     05  WS-TL-2B                       PIC X(06).
022600     05  FILLER                         PIC X(01)   VALUE SPACE.
022700     05  WS-TL-3A                       PIC X(05).
022800     05  FILLER                         PIC X(01)   VALUE '.'.
022900     05  WS-TL-3B                       PIC X(06).
023000     05  FILLER                         PIC X(01)   VALUE SPACE.
023100     05  WS-TL-4                        PIC X(01).
023200     05  FILLER                         PIC X(01)   VALUE SPACE.
023300     05  WS-TL-5                        PIC X(14).
023400 01  WS-PAYER-ADDRESS                   PIC X(40)   VALUE SPACES.
023500 01  WS-HEADING-LINE.
023600     05  FILLER                         PIC X(40)
023700             VALUE 'CLI086B - REGISTERED BOLETO ISSUE       '.
023800     05  FILLER                         PIC X(25)
023900             VALUE '           BUSINESS DATE:'.
024000     05  FILLER                         PIC X(01)   VALUE SPACE.
024100     05  WS-HDG-DATE                    PIC 9(08).
024200     05  FILLER                         PIC X(58)   VALUE SPACES.
024300 01  WS-PARM-LINE.
024400     05  FILLER                         PIC X(24)
024500             VALUE 'DUE DATES ISSUED       :'.
024600     05  FILLER                         PIC X(01)   VALUE SPACE.
024700     05  WS-PRM-FROM                    PIC 9(08).
024800     05  FILLER                         PIC X(03)   VALUE ' - '.
024900     05  WS-PRM-TO                      PIC 9(08).
025000     05  FILLER                         PIC X(04)   VALUE SPACES.
025100     05  FILLER                         PIC X(22)
025200             VALUE 'BANK / AGENCY / WALLET'.
025300     05  FILLER                         PIC X(01)   VALUE SPACE.
025400     05  WS-PRM-BANK                    PIC 9(03).
025500     05  FILLER                         PIC X(03)   VALUE ' / '.
025600     05  WS-PRM-AGENCY                  PIC 9(05).
025700     05  FILLER                         PIC X(03)   VALUE ' / '.
025800     05  WS-PRM-WALLET                  PIC 9(02).
025900     05  FILLER                         PIC X(04)   VALUE SPACES.
026000     05  FILLER                         PIC X(12)
026100             VALUE 'REMITTANCE :'.
026200     05  FILLER                         PIC X(01)   VALUE SPACE.
026300     05  WS-PRM-REMITTANCE              PIC 9(06).
026400     05  FILLER                         PIC X(22)   VALUE SPACES.
026500 01  WS-SECTION-LINE.
026600     05  FILLER                         PIC X(03)   VALUE '** '.
026700     05  WS-SEC-TITLE                   PIC X(60).
026800     05  FILLER                         PIC X(69)   VALUE SPACES.
026900 01  WS-COLUMN-LINE.
027000     05  FILLER                         PIC X(40)
027100             VALUE 'ACCOUNT             DUE DATE        AMOU'.
027200     05  FILLER                         PIC X(40)
027300             VALUE 'NT DUE    OUR NUMBER   ACTION           '.
027400     05  FILLER                         PIC X(52)   VALUE SPACES.
027500 01  WS-DETAIL-LINE.
027600     05  WS-DTL-ACCOUNT                 PIC X(19).
027700     05  FILLER                         PIC X(01).
027800     05  WS-DTL-DUE-DATE                PIC X(08).
027900     05  FILLER                         PIC X(01).
028000     05  WS-DTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
028100     05  FILLER                         PIC X(01).
028200     05  WS-DTL-OUR-NUMBER              PIC X(13).
028300     05  FILLER                         PIC X(01).
028400     05  WS-DTL-ACTION                  PIC X(40).
028500     05  FILLER                         PIC X(32).
028600 01  WS-NONE-LINE.
028700     05  FILLER                         PIC X(40)
028800             VALUE '   NONE                                 '.
028900     05  FILLER                         PIC X(92)   VALUE SPACES.
029000 01  WS-TOTAL-LINE.
029100     05  WS-TOT-CAPTION                 PIC X(24).
029200     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
029300     05  FILLER                         PIC X(97)   VALUE SPACES.
029400 01  WS-AMOUNT-LINE.
029500     05  WS-AMT-CAPTION                 PIC X(24).
029600     05  WS-AMT-VALUE
029700                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
029800     05  FILLER                         PIC X(86)   VALUE SPACES.
029900******************************************************************
030000*                 LINKAGE SECTION                               *
030100******************************************************************
030200 LINKAGE SECTION.
030300 01  LS-PARM.
030400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
030500     03  LS-PARM-BUSDATE                PIC X(06).
030600******************************************************************
030700*                 PROCEDURE DIVISION                            *
030800******************************************************************
030900 PROCEDURE DIVISION USING LS-PARM.
031000 0000-MAINLINE.
031100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
031200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
031300     IF WS-ISSUE-ALLOWED
031400         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
031500                 UNTIL WS-CLI-EOF
031600     END-IF.
031700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
031800     GOBACK.
031900 0000-EXIT.
032000     EXIT.
032100******************************************************************
032200*   1000 - BUSINESS DATE, PARAMETERS, BENEFICIARY, MASTER        *
032300*           CONTROL RECORD AND FILES                             *
032400******************************************************************
032500 1000-INITIALIZE.
032600     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
032700     IF LS-PARM-LENGTH >= 6
032800         AND LS-PARM-BUSDATE NUMERIC
032900         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
033000         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
033100     END-IF.
033200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
033300     COMPUTE WS-BUS-INT-DATE =
033400         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
033500     COMPUTE WS-LEAD-TO-DATE = FUNCTION DATE-OF-INTEGER
033600         (WS-BUS-INT-DATE + WS-LEAD-DAYS).
033700     COMPUTE WS-BASE-INT-DATE =
033800         FUNCTION INTEGER-OF-DATE(19971007).
033900     PERFORM 1600-LOAD-BENEFICIARY THRU 1600-EXIT.
034000     OPEN INPUT  CLIDATA-FILE.
034100     OPEN INPUT  BOL-IN-FILE.
034200     OPEN INPUT  DEBAUT-FILE.
034300     OPEN OUTPUT BOLREM-FILE.
034400     OPEN OUTPUT BOLDOC-FILE.
034500     OPEN OUTPUT REPORT-FILE.
034600     PERFORM 1700-READ-CONTROL THRU 1700-EXIT.
034700     MOVE WS-BUSINESS-DATE TO EXTENVL-HDR-GEN-DATE.
034800     MOVE WS-RUNSTAT-START-RAW(1:6) TO EXTENVL-HDR-GEN-TIME.
034900     MOVE 'BOLDOC  ' TO EXTENVL-HDR-FILE-ID.
035000     MOVE SPACES TO BOLDOC-ENTRY.
035100     MOVE EXTENVL-HEADER TO BOLDOC-ENTRY(1:25).
035200     WRITE BOLDOC-ENTRY.
035300     MOVE WS-BUSINESS-DATE  TO WS-HDG-DATE.
035400     COMPUTE WS-PRM-FROM = FUNCTION DATE-OF-INTEGER
035500         (WS-BUS-INT-DATE + 1).
035600     MOVE WS-LEAD-TO-DATE   TO WS-PRM-TO.
035700     MOVE WS-BNK-CODE       TO WS-PRM-BANK.
035800     MOVE WS-BNK-AGENCY     TO WS-PRM-AGENCY.
035900     MOVE WS-BNK-WALLET     TO WS-PRM-WALLET.
036000     MOVE WS-REMITTANCE-NBR TO WS-PRM-REMITTANCE.
036100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
036200     WRITE REPORT-LINE FROM WS-PARM-LINE.
036300     MOVE SPACES TO REPORT-LINE.
036400     WRITE REPORT-LINE.
036500     MOVE 'ACCOUNTS NOT ISSUED AND BOLETOS ISSUED AGAIN'
036600                              TO WS-SEC-TITLE.
036700     WRITE REPORT-LINE FROM WS-SECTION-LINE.
036800     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
036900     ADD 5 TO WS-RUNSTAT-WRITTEN.
037000     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
037100     PERFORM 2300-READ-DEBAUT  THRU 2300-EXIT.
037200 1000-EXIT.
037300     EXIT.
037400 1500-LOAD-RUN-PARMS.
037500     OPEN INPUT RUNPARM-FILE.
037600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
037700             UNTIL WS-PARM-EOF.
037800     CLOSE RUNPARM-FILE.
037900 1500-EXIT.
038000     EXIT.
038100 1510-READ-ONE-PARM.
038200     READ RUNPARM-FILE
038300         AT END SET WS-PARM-EOF TO TRUE
038400                GO TO 1510-EXIT
038500     END-READ.
038600     IF RUNPARM-PROGRAM-ID NOT = 'CLI086B '
038700         GO TO 1510-EXIT
038800     END-IF.
038900     EVALUATE RUNPARM-KEY
039000         WHEN 'BOLLEAD '
039100             MOVE RUNPARM-VALUE-NUM TO WS-LEAD-DAYS
039200             DISPLAY 'CLI086B - BOLETOS ISSUED '
039300                     WS-LEAD-DAYS ' DAYS AHEAD BY RUN PARAMETER'
039400         WHEN 'BOLEXPD '
039500             MOVE RUNPARM-VALUE-NUM TO WS-EXPIRE-DAYS
039600             DISPLAY 'CLI086B - BANK WRITE-OFF SET TO '
039700                     WS-EXPIRE-DAYS ' DAYS BY RUN PARAMETER'
039800         WHEN 'BOLSTART'
039900             MOVE RUNPARM-VALUE-NUM TO WS-START-OUR-NUMBER
040000             DISPLAY 'CLI086B - FIRST OUR NUMBER SET TO '
040100                     WS-START-OUR-NUMBER ' BY RUN PARAMETER'
040200     END-EVALUATE.
040300 1510-EXIT.
040400     EXIT.
040500******************************************************************
040600*   1600 - THE BENEFICIARY: ONE BANK CARD AND ONE COMPANY CARD   *
040700*           ARE REQUIRED OR NOTHING IS ISSUED                    *
040800******************************************************************
040900 1600-LOAD-BENEFICIARY.
041000     OPEN INPUT BOLPARM-FILE.
041100     PERFORM 1610-READ-ONE-CARD THRU 1610-EXIT
041200             UNTIL WS-BPM-EOF.
041300     CLOSE BOLPARM-FILE.
041400     IF NOT WS-BANK-CARD-FOUND
041500         OR NOT WS-COMPANY-CARD-FOUND
041600         DISPLAY 'CLI086B - BOLPARM NEEDS A BANK CARD AND A '
041700                 'COMPANY CARD - NO BOLETOS ISSUED'
041800         MOVE 'N' TO WS-ISSUE-SW
041900         MOVE 12 TO RETURN-CODE
042000     END-IF.
042100 1600-EXIT.
042200     EXIT.
042300 1610-READ-ONE-CARD.
042400     READ BOLPARM-FILE
042500         AT END SET WS-BPM-EOF TO TRUE
042600                GO TO 1610-EXIT
042700     END-READ.
042800     ADD 1 TO WS-RUNSTAT-READ.
042900     IF BOLPARM-BANK-CARD
043000         AND BOLPARM-BANK-CODE NUMERIC
043100         AND BOLPARM-AGENCY    NUMERIC
043200         AND BOLPARM-ACCOUNT   NUMERIC
043300         AND BOLPARM-WALLET    NUMERIC
043400         MOVE BOLPARM-BANK-CODE   TO WS-BNK-CODE
043500         MOVE BOLPARM-BANK-NAME   TO WS-BNK-NAME
043600         MOVE BOLPARM-AGENCY      TO WS-BNK-AGENCY
043700         MOVE BOLPARM-AGENCY-DV   TO WS-BNK-AGENCY-DV
043800         MOVE BOLPARM-ACCOUNT     TO WS-BNK-ACCOUNT
043900         MOVE BOLPARM-ACCOUNT-DV  TO WS-BNK-ACCOUNT-DV
044000         MOVE BOLPARM-AG-ACCT-DV  TO WS-BNK-AG-ACCT-DV
044100         MOVE BOLPARM-WALLET      TO WS-BNK-WALLET
044200         SET WS-BANK-CARD-FOUND   TO TRUE
044300         GO TO 1610-EXIT
044400     END-IF.
044500     IF BOLPARM-COMPANY-CARD
044600         AND BOLPARM-INSCRIPTION-TYPE NUMERIC
044700         AND BOLPARM-INSCRIPTION      NUMERIC
044800         MOVE BOLPARM-INSCRIPTION-TYPE TO WS-CMP-INSC-TYPE
044900         MOVE BOLPARM-INSCRIPTION      TO WS-CMP-INSCRIPTION
045000         MOVE BOLPARM-COVENANT         TO WS-CMP-COVENANT
045100         MOVE BOLPARM-COMPANY-NAME     TO WS-CMP-NAME
045200         SET WS-COMPANY-CARD-FOUND     TO TRUE
045300         GO TO 1610-EXIT
045400     END-IF.
045500     DISPLAY 'CLI086B - BOLPARM CARD IGNORED : ' BOLPARM-CARD.
045600 1610-EXIT.
045700     EXIT.
045800******************************************************************
045900*   1700 - LAST OUR NUMBER AND REMITTANCE NUMBER FROM THE        *
046000*           MASTER CONTROL RECORD; AN EMPTY MASTER STARTS AT     *
046100*           BOLSTART                                             *
046200******************************************************************
046300 1700-READ-CONTROL.
046400     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
046500     IF NOT WS-MST-EOF
046600         AND BOLIN-CONTROL-RECORD
046700         MOVE BOLIN-LAST-OUR-NUMBER TO WS-LAST-OUR-NUMBER
046800         MOVE BOLIN-LAST-REMITTANCE TO WS-REMITTANCE-NBR
046900         PERFORM 2200-READ-MASTER THRU 2200-EXIT
047000     END-IF.
047100     IF WS-LAST-OUR-NUMBER < WS-START-OUR-NUMBER
047200         COMPUTE WS-LAST-OUR-NUMBER = WS-START-OUR-NUMBER - 1
047300     END-IF.
047400     ADD 1 TO WS-REMITTANCE-NBR.
047500 1700-EXIT.
047600     EXIT.
047700******************************************************************
047800*   2000 - ONE ACCOUNT: ITS DEBIT ENROLLMENT, ITS BOLETOS ON     *
047900*           THE MASTER, THEN ISSUE WHEN DUE                      *
048000******************************************************************
048100 2000-PROCESS-ACCOUNT.
048200     ADD 1 TO WS-ACCOUNT-COUNT.
048300     PERFORM 2300-READ-DEBAUT THRU 2300-EXIT
048400             UNTIL WS-DEB-EOF
048500                OR CLIDEBA-ACCOUNT-NUMBER
048600                       NOT < CLIDATA-ACCOUNT-NUMBER.
048700     MOVE 'N' TO WS-ON-FILE-SW.
048800     MOVE 'N' TO WS-REISSUE-SW.
048900     PERFORM 2400-CHECK-ONE-BOLETO THRU 2400-EXIT
049000             UNTIL WS-MST-EOF
049100                OR BOLIN-ACCOUNT-NUMBER > CLIDATA-ACCOUNT-NUMBER.
049200     PERFORM 3000-SELECT-ACCOUNT THRU 3000-EXIT.
049300     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600 2100-READ-CLIDATA.
049700     READ CLIDATA-FILE
049800         AT END SET WS-CLI-EOF TO TRUE
049900         NOT AT END
050000             ADD 1 TO WS-RUNSTAT-READ
050100             IF NOT CLIDATA-RECTYPE-DETAIL
050200                 GO TO 2100-READ-CLIDATA
050300             END-IF
050400     END-READ.
050500 2100-EXIT.
050600     EXIT.
050700 2200-READ-MASTER.
050800     READ BOL-IN-FILE
050900         AT END SET WS-MST-EOF TO TRUE
051000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
051100     END-READ.
051200 2200-EXIT.
051300     EXIT.
051400 2300-READ-DEBAUT.
051500     READ DEBAUT-FILE
051600         AT END SET WS-DEB-EOF TO TRUE
051700         NOT AT END ADD 1 TO WS-RUNSTAT-READ
051800     END-READ.
051900 2300-EXIT.
052000     EXIT.
052100******************************************************************
052200*   2400 - A BOLETO ON THE MASTER FOR THIS DUE DATE STOPS A      *
052300*           SECOND ISSUE, UNLESS THE BANK REJECTED IT AND THE    *
052400*           ACCOUNT HAS BEEN MAINTAINED SINCE. MASTER ACCOUNTS   *
052500*           NO LONGER ON CLIDATA ARE PASSED OVER                 *
052600******************************************************************
052700 2400-CHECK-ONE-BOLETO.
052800     IF BOLIN-ACCOUNT-NUMBER = CLIDATA-ACCOUNT-NUMBER
052900         AND BOLIN-DUE-DATE = CLIDATA-PAYMENT-DUE-DATE
053000         IF BOLIN-REJECTED
053100             AND CLIDATA-MAINTENANCE-DATE > BOLIN-EVENT-DATE
053200             SET WS-REISSUE TO TRUE
053300         ELSE
053400             SET WS-ON-FILE TO TRUE
053500         END-IF
053600     END-IF.
053700     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
053800 2400-EXIT.
053900     EXIT.
054000******************************************************************
054100*   3000 - DECIDE WHETHER THE ACCOUNT GETS A BOLETO TONIGHT.     *
054200*           ROUTINE REASONS ARE ONLY COUNTED; DATA THAT STOPS    *
054300*           THE ISSUE IS LISTED FOR FOLLOW-UP                    *
054400******************************************************************
054500 3000-SELECT-ACCOUNT.
054600     IF NOT WS-DEB-EOF
054700         AND CLIDEBA-ACCOUNT-NUMBER = CLIDATA-ACCOUNT-NUMBER
054800         ADD 1 TO WS-DEBIT-COUNT
054900         GO TO 3000-EXIT
055000     END-IF.
055100     IF CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE = ZERO
055200         ADD 1 TO WS-NOTHING-DUE-COUNT
055300         GO TO 3000-EXIT
055400     END-IF.
055500     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-DATE-IN.
055600     PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
055700     IF NOT WS-DATE-OK
055800         MOVE 'NOT ISSUED - DUE DATE NOT A CALENDAR DAY'
055900                                  TO WS-EXCEPTION-REASON
056000         GO TO 3000-EXCEPTION
056100     END-IF.
056200     IF CLIDATA-PAYMENT-DUE-DATE NOT > WS-BUSINESS-DATE
056300         OR CLIDATA-PAYMENT-DUE-DATE > WS-LEAD-TO-DATE
056400         ADD 1 TO WS-OUT-WINDOW-COUNT
056500         GO TO 3000-EXIT
056600     END-IF.
056700     IF WS-ON-FILE
056800         ADD 1 TO WS-ON-FILE-COUNT
056900         GO TO 3000-EXIT
057000     END-IF.
057100     IF CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE > 9999999999
057200         MOVE 'NOT ISSUED - AMOUNT PAST THE BARCODE'
057300                                  TO WS-EXCEPTION-REASON
057400         GO TO 3000-EXCEPTION
057500     END-IF.
057600     IF CLIDATA-BUSINESS-OR-PERSONAL-ID NOT NUMERIC
057700         OR (NOT CLIDATA-NAME-TYPE-INDIVIDUAL
057800             AND NOT CLIDATA-NAME-TYPE-COMPANY)
057900         MOVE 'NOT ISSUED - PAYER CPF/CNPJ NOT USABLE'
058000                                  TO WS-EXCEPTION-REASON
058100         GO TO 3000-EXCEPTION
058200     END-IF.
058300     PERFORM 3100-SELECT-ADDRESS THRU 3100-EXIT.
058400     IF WS-SEL-IDX = ZERO
058500         MOVE 'NOT ISSUED - NO ADDRESS WITH STREET/CEP'
058600                                  TO WS-EXCEPTION-REASON
058700         GO TO 3000-EXCEPTION
058800     END-IF.
058900     PERFORM 4000-BUILD-BOLETO  THRU 4000-EXIT.
059000     IF NOT WS-REMIT-OPEN
059100         PERFORM 5000-OPEN-REMITTANCE THRU 5000-EXIT
059200     END-IF.
059300     PERFORM 5100-WRITE-TITLE    THRU 5100-EXIT.
059400     PERFORM 6000-WRITE-DOCUMENT THRU 6000-EXIT.
059500     IF WS-REISSUE
059600         ADD 1 TO WS-REISSUE-COUNT
059700         MOVE 'ISSUED AGAIN AFTER BANK REJECTION'
059800                                  TO WS-EXCEPTION-REASON
059900         PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
060000     END-IF.
060100     GO TO 3000-EXIT.
060200 3000-EXCEPTION.
060300     ADD 1 TO WS-EXCEPTION-COUNT.
060400     MOVE ZERO TO WS-BC-OUR-NUMBER.
060500     MOVE SPACE TO WS-OUR-NUMBER-DV.
060600     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
060700 3000-EXIT.
060800     EXIT.
060900******************************************************************
061000*   3100 - CHOOSE THE PAYER ADDRESS: BILLING, THEN RESIDENTIAL,  *
061100*           THEN COMMERCIAL. THE BANK REFUSES A BOLETO WITHOUT   *
061200*           A STREET OR A CEP, SO SUCH AN ADDRESS IS PASSED OVER *
061300******************************************************************
061400 3100-SELECT-ADDRESS.
061500     MOVE ZERO TO WS-SEL-IDX.
061600     PERFORM 3110-TEST-BILLING THRU 3110-EXIT
061700         VARYING WS-ADDR-IDX FROM 1 BY 1
061800         UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO.
061900     IF WS-SEL-IDX = ZERO
062000         PERFORM 3120-TEST-RESIDENTIAL THRU 3120-EXIT
062100             VARYING WS-ADDR-IDX FROM 1 BY 1
062200             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
062300     END-IF.
062400     IF WS-SEL-IDX = ZERO
062500         PERFORM 3130-TEST-COMMERCIAL THRU 3130-EXIT
062600             VARYING WS-ADDR-IDX FROM 1 BY 1
062700             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
062800     END-IF.
062900 3100-EXIT.
063000     EXIT.
063100 3110-TEST-BILLING.
063200     IF CLIDATA-BILLING-ADDR-TYPE(WS-ADDR-IDX)
063300         PERFORM 3140-TEST-USABLE THRU 3140-EXIT
063400     END-IF.
063500 3110-EXIT.
063600     EXIT.
063700 3120-TEST-RESIDENTIAL.
063800     IF CLIDATA-RESIDENTIAL-ADDR-TYPE(WS-ADDR-IDX)
063900         PERFORM 3140-TEST-USABLE THRU 3140-EXIT
064000     END-IF.
064100 3120-EXIT.
064200     EXIT.
064300 3130-TEST-COMMERCIAL.
064400     IF CLIDATA-COMMERCIAL-ADDR-TYPE(WS-ADDR-IDX)
064500         PERFORM 3140-TEST-USABLE THRU 3140-EXIT
064600     END-IF.
064700 3130-EXIT.
064800     EXIT.
064900 3140-TEST-USABLE.
065000     IF CLIDATA-ZIP-CODE(WS-ADDR-IDX) NUMERIC
065100         AND CLIDATA-ZIP-CODE(WS-ADDR-IDX) NOT = ZERO
065200         AND CLIDATA-STREET-DESC(WS-ADDR-IDX) NOT = SPACES
065300         MOVE WS-ADDR-IDX TO WS-SEL-IDX
065400     END-IF.
065500 3140-EXIT.
065600     EXIT.
065700******************************************************************
065800*   4000 - NEXT OUR NUMBER, THE BARCODE AND THE TYPEABLE LINE    *
065900******************************************************************
066000 4000-BUILD-BOLETO.
066100     ADD 1 TO WS-LAST-OUR-NUMBER.
066200     PERFORM 4100-OUR-NUMBER-DV THRU 4100-EXIT.
066300     PERFORM 4150-DUE-FACTOR    THRU 4150-EXIT.
066400     MOVE WS-BNK-CODE         TO WS-BC-BANK.
066500     MOVE 9                   TO WS-BC-CURRENCY.
066600     MOVE ZERO                TO WS-BC-DV.
066700     MOVE WS-DUE-FACTOR       TO WS-BC-FACTOR.
066800     MOVE CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE TO WS-BC-AMOUNT.
066900     MOVE WS-BNK-AGENCY       TO WS-BC-AGENCY.
067000     MOVE WS-BNK-WALLET       TO WS-BC-WALLET.
067100     MOVE WS-LAST-OUR-NUMBER  TO WS-BC-OUR-NUMBER.
067200     MOVE WS-BNK-ACCOUNT      TO WS-BC-ACCOUNT.
067300     MOVE ZERO                TO WS-BC-ZERO.
067400     PERFORM 4200-BARCODE-DV    THRU 4200-EXIT.
067500     PERFORM 4300-TYPEABLE-LINE THRU 4300-EXIT.
067600 4000-EXIT.
067700     EXIT.
067800******************************************************************
067900*   4100 - OUR-NUMBER CHECK DIGIT: MODULO 11, WEIGHTS 2 TO 9     *
068000*           FROM THE RIGHT, OVER WALLET AND OUR NUMBER; 11 LESS  *
068100*           THE REMAINDER, WITH 10 AND 11 GIVING ZERO            *
068200******************************************************************
068300 4100-OUR-NUMBER-DV.
068400     MOVE WS-BNK-WALLET      TO WS-ONK-WALLET.
068500     MOVE WS-LAST-OUR-NUMBER TO WS-ONK-OUR-NUMBER.
068600     MOVE SPACES             TO WS-CHK-AREA.
068700     MOVE WS-OUR-NUMBER-KEY  TO WS-CHK-AREA(1:13).
068800     MOVE 13                 TO WS-CHK-LEN.
068900     PERFORM 4500-MODULO-11 THRU 4500-EXIT.
069000     COMPUTE WS-CHK-DV = 11 - WS-CHK-REST.
069100     IF WS-CHK-DV > 9
069200         MOVE ZERO TO WS-CHK-DV
069300     END-IF.
069400     MOVE WS-CHK-DV(2:1) TO WS-OUR-NUMBER-DV.
069500 4100-EXIT.
069600     EXIT.
069700******************************************************************
069800*   4150 - DUE-DATE FACTOR: DAYS SINCE 1997-10-07. THE FACTOR    *
069900*           HAS FOUR DIGITS AND STARTS AGAIN AT 1000 EACH TIME   *
070000*           IT WOULD PASS 9999 (FIRST ON 2025-02-22)             *
070100******************************************************************
070200 4150-DUE-FACTOR.
070300     COMPUTE WS-DUE-FACTOR =
070400         FUNCTION INTEGER-OF-DATE(CLIDATA-PAYMENT-DUE-DATE)
070500         - WS-BASE-INT-DATE.
070600     PERFORM 4160-RESTART-FACTOR THRU 4160-EXIT
070700             UNTIL WS-DUE-FACTOR NOT > 9999.
070800 4150-EXIT.
070900     EXIT.
071000 4160-RESTART-FACTOR.
071100     SUBTRACT 9000 FROM WS-DUE-FACTOR.
071200 4160-EXIT.
071300     EXIT.
071400******************************************************************
071500*   4200 - GENERAL CHECK DIGIT (POSITION 5): MODULO 11, WEIGHTS  *
071600*           2 TO 9 FROM THE RIGHT, OVER THE OTHER 43 DIGITS; 11  *
071700*           LESS THE REMAINDER, WITH 0, 10 AND 11 GIVING 1       *
071800******************************************************************
071900 4200-BARCODE-DV.
072000     MOVE SPACES              TO WS-CHK-AREA.
072100     MOVE WS-BARCODE-X(1:4)   TO WS-CHK-AREA(1:4).
072200     MOVE WS-BARCODE-X(6:39)  TO WS-CHK-AREA(5:39).
072300     MOVE 43                  TO WS-CHK-LEN.
072400     PERFORM 4500-MODULO-11 THRU 4500-EXIT.
072500     COMPUTE WS-CHK-DV = 11 - WS-CHK-REST.
072600     IF WS-CHK-DV = ZERO
072700         OR WS-CHK-DV > 9
072800         MOVE 1 TO WS-CHK-DV
072900     END-IF.
073000     MOVE WS-CHK-DV TO WS-BC-DV.
073100 4200-EXIT.
073200     EXIT.
073300******************************************************************
073400*   4300 - TYPEABLE LINE. FIELD 1 IS THE BANK, CURRENCY AND      *
073500*           FREE-FIELD POSITIONS 1-5; FIELDS 2 AND 3 THE REST OF *
073600*           THE FREE FIELD - EACH WITH A MODULO-10 DIGIT. FIELD  *
073700*           4 IS THE GENERAL DIGIT, FIELD 5 FACTOR AND AMOUNT    *
073800******************************************************************
073900 4300-TYPEABLE-LINE.
074000     MOVE SPACES              TO WS-CHK-AREA.
074100     MOVE WS-BARCODE-X(1:4)   TO WS-CHK-AREA(1:4).
074200     MOVE WS-BARCODE-X(20:5)  TO WS-CHK-AREA(5:5).
074300     MOVE 9                   TO WS-CHK-LEN.
074400     PERFORM 4600-MODULO-10 THRU 4600-EXIT.
074500     MOVE WS-CHK-AREA(1:9)    TO WS-TL-FIELD-1(1:9).
074600     MOVE WS-CHK-DV(2:1)      TO WS-TL-FIELD-1(10:1).
074700     MOVE SPACES              TO WS-CHK-AREA.
074800     MOVE WS-BARCODE-X(25:10) TO WS-CHK-AREA(1:10).
074900     MOVE 10                  TO WS-CHK-LEN.
075000     PERFORM 4600-MODULO-10 THRU 4600-EXIT.
075100     MOVE WS-CHK-AREA(1:10)   TO WS-TL-FIELD-2(1:10).
075200     MOVE WS-CHK-DV(2:1)      TO WS-TL-FIELD-2(11:1).
075300     MOVE SPACES              TO WS-CHK-AREA.
075400     MOVE WS-BARCODE-X(35:10) TO WS-CHK-AREA(1:10).
075500     PERFORM 4600-MODULO-10 THRU 4600-EXIT.
075600     MOVE WS-CHK-AREA(1:10)   TO WS-TL-FIELD-3(1:10).
075700     MOVE WS-CHK-DV(2:1)      TO WS-TL-FIELD-3(11:1).
075800     MOVE WS-TL-FIELD-1(1:5)  TO WS-TL-1A.
075900     MOVE WS-TL-FIELD-1(6:5)  TO WS-TL-1B.
076000     MOVE WS-TL-FIELD-2(1:5)  TO WS-TL-2A.
076100     MOVE WS-TL-FIELD-2(6:6)  TO WS-TL-2B.
076200     MOVE WS-TL-FIELD-3(1:5)  TO WS-TL-3A.
076300     MOVE WS-TL-FIELD-3(6:6)  TO WS-TL-3B.
076400     MOVE WS-BARCODE-X(5:1)   TO WS-TL-4.
076500     MOVE WS-BARCODE-X(6:14)  TO WS-TL-5.
076600 4300-EXIT.
076700     EXIT.
076800******************************************************************
076900*   4500 - REMAINDER OF THE MODULO-11 SUM OF THE FIRST           *
077000*           WS-CHK-LEN DIGITS, WEIGHTS 2 TO 9 FROM THE RIGHT     *
077100******************************************************************
077200 4500-MODULO-11.
077300     MOVE ZERO TO WS-CHK-SUM.
077400     MOVE 2    TO WS-CHK-WEIGHT.
077500     PERFORM 4510-WEIGH-DIGIT-11 THRU 4510-EXIT
077600             VARYING WS-CHK-POS FROM WS-CHK-LEN BY -1
077700             UNTIL WS-CHK-POS < 1.
077800     DIVIDE WS-CHK-SUM BY 11
077900             GIVING WS-CHK-QUOTIENT
078000             REMAINDER WS-CHK-REST.
078100 4500-EXIT.
078200     EXIT.
078300 4510-WEIGH-DIGIT-11.
078400     COMPUTE WS-CHK-SUM = WS-CHK-SUM
078500         + WS-CHK-DIGIT(WS-CHK-POS) * WS-CHK-WEIGHT.
078600     ADD 1 TO WS-CHK-WEIGHT.
078700     IF WS-CHK-WEIGHT > 9
078800         MOVE 2 TO WS-CHK-WEIGHT
078900     END-IF.
079000 4510-EXIT.
079100     EXIT.
079200******************************************************************
079300*   4600 - MODULO-10 CHECK DIGIT OF THE FIRST WS-CHK-LEN DIGITS: *
079400*           WEIGHTS 2 AND 1 ALTERNATING FROM THE RIGHT, THE      *
079500*           DIGITS OF EACH PRODUCT ADDED; TEN LESS THE SUM'S     *
079600*           LAST DIGIT, ZERO WHEN THAT IS ZERO                   *
079700******************************************************************
079800 4600-MODULO-10.
079900     MOVE ZERO TO WS-CHK-SUM.
080000     MOVE 2    TO WS-CHK-WEIGHT.
080100     PERFORM 4610-WEIGH-DIGIT-10 THRU 4610-EXIT
080200             VARYING WS-CHK-POS FROM WS-CHK-LEN BY -1
080300             UNTIL WS-CHK-POS < 1.
080400     DIVIDE WS-CHK-SUM BY 10
080500             GIVING WS-CHK-QUOTIENT
080600             REMAINDER WS-CHK-REST.
080700     IF WS-CHK-REST = ZERO
080800         MOVE ZERO TO WS-CHK-DV
080900     ELSE
081000         COMPUTE WS-CHK-DV = 10 - WS-CHK-REST
081100     END-IF.
081200 4600-EXIT.
081300     EXIT.
081400 4610-WEIGH-DIGIT-10.
081500     COMPUTE WS-CHK-PRODUCT =
081600         WS-CHK-DIGIT(WS-CHK-POS) * WS-CHK-WEIGHT.
081700     IF WS-CHK-PRODUCT > 9
081800         SUBTRACT 9 FROM WS-CHK-PRODUCT
081900     END-IF.
082000     ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
082100     COMPUTE WS-CHK-WEIGHT = 3 - WS-CHK-WEIGHT.
082200 4610-EXIT.
082300     EXIT.
082400******************************************************************
082500*   5000 - FIRST BOLETO OF THE NIGHT: FILE HEADER AND LOT HEADER *
082600*           OF THE REMITTANCE                                    *
082700******************************************************************
082800 5000-OPEN-REMITTANCE.
082900     MOVE WS-BUSINESS-DATE TO WS-DATE-IN.
083000     PERFORM 7200-TO-CNAB-DATE THRU 7200-EXIT.
083100     MOVE SPACES                TO BOLCNAB-RECORD.
083200     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
083300     MOVE ZERO                  TO BOLCNAB-LOT-NUMBER.
083400     SET BOLCNAB-FILE-HEADER    TO TRUE.
083500     MOVE WS-CMP-INSC-TYPE      TO BOLCNAB-FH-INSC-TYPE.
083600     MOVE WS-CMP-INSCRIPTION    TO BOLCNAB-FH-INSCRIPTION.
083700     MOVE WS-CMP-COVENANT       TO BOLCNAB-FH-COVENANT.
083800     MOVE WS-BNK-AGENCY         TO BOLCNAB-FH-AGENCY.
083900     MOVE WS-BNK-AGENCY-DV      TO BOLCNAB-FH-AGENCY-DV.
084000     MOVE WS-BNK-ACCOUNT        TO BOLCNAB-FH-ACCOUNT.
084100     MOVE WS-BNK-ACCOUNT-DV     TO BOLCNAB-FH-ACCOUNT-DV.
084200     MOVE WS-BNK-AG-ACCT-DV     TO BOLCNAB-FH-AG-ACCT-DV.
084300     MOVE WS-CMP-NAME           TO BOLCNAB-FH-COMPANY-NAME.
084400     MOVE WS-BNK-NAME           TO BOLCNAB-FH-BANK-NAME.
084500     SET BOLCNAB-FH-REMITTANCE  TO TRUE.
084600     MOVE WS-CNAB-DATE          TO BOLCNAB-FH-GEN-DATE.
084700     MOVE WS-RUNSTAT-START-RAW(1:6) TO BOLCNAB-FH-GEN-TIME.
084800     MOVE WS-REMITTANCE-NBR     TO BOLCNAB-FH-FILE-SEQUENCE.
084900     MOVE 103                   TO BOLCNAB-FH-LAYOUT-VERSION.
085000     MOVE ZERO                  TO BOLCNAB-FH-DENSITY.
085100     WRITE BOLCNAB-RECORD.
085200     MOVE SPACES                TO BOLCNAB-RECORD.
085300     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
085400     MOVE 1                     TO BOLCNAB-LOT-NUMBER.
085500     SET BOLCNAB-LOT-HEADER     TO TRUE.
085600     MOVE 'R'                   TO BOLCNAB-LH-OPERATION.
085700     MOVE 01                    TO BOLCNAB-LH-SERVICE.
085800     MOVE 060                   TO BOLCNAB-LH-LAYOUT-VERSION.
085900     MOVE WS-CMP-INSC-TYPE      TO BOLCNAB-LH-INSC-TYPE.
086000     MOVE WS-CMP-INSCRIPTION    TO BOLCNAB-LH-INSCRIPTION.
086100     MOVE WS-CMP-COVENANT       TO BOLCNAB-LH-COVENANT.
086200     MOVE WS-BNK-AGENCY         TO BOLCNAB-LH-AGENCY.
086300     MOVE WS-BNK-AGENCY-DV      TO BOLCNAB-LH-AGENCY-DV.
086400     MOVE WS-BNK-ACCOUNT        TO BOLCNAB-LH-ACCOUNT.
086500     MOVE WS-BNK-ACCOUNT-DV     TO BOLCNAB-LH-ACCOUNT-DV.
086600     MOVE WS-BNK-AG-ACCT-DV     TO BOLCNAB-LH-AG-ACCT-DV.
086700     MOVE WS-CMP-NAME           TO BOLCNAB-LH-COMPANY-NAME.
086800     MOVE WS-REMITTANCE-NBR     TO BOLCNAB-LH-REMITTANCE-NBR.
086900     MOVE WS-CNAB-DATE          TO BOLCNAB-LH-RECORD-DATE.
087000     MOVE ZERO                  TO BOLCNAB-LH-CREDIT-DATE.
087100     WRITE BOLCNAB-RECORD.
087200     MOVE 2 TO WS-FILE-RECORDS.
087300     MOVE 1 TO WS-LOT-RECORDS.
087400     MOVE ZERO TO WS-LOT-SEQUENCE.
087500     ADD 2 TO WS-RUNSTAT-WRITTEN.
087600     SET WS-REMIT-OPEN TO TRUE.
087700 5000-EXIT.
087800     EXIT.
087900******************************************************************
088000*   5100 - REGISTER THE TITLE: SEGMENT P (THE BOLETO) AND        *
088100*           SEGMENT Q (THE PAYER). NO INTEREST OR DISCOUNT IS    *
088200*           REGISTERED - LATE CHARGES ARE BILLED ON THE NEXT     *
088300*           STATEMENT - AND NO PROTEST; THE BANK WRITES THE      *
088400*           BOLETO OFF BOLEXPD DAYS AFTER DUE                    *
088500******************************************************************
088600 5100-WRITE-TITLE.
088700     ADD 1 TO WS-LOT-SEQUENCE.
088800     MOVE SPACES                TO BOLCNAB-RECORD.
088900     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
089000     MOVE 1                     TO BOLCNAB-LOT-NUMBER.
089100     SET BOLCNAB-DETAIL         TO TRUE.
089200     MOVE WS-LOT-SEQUENCE       TO BOLCNAB-DT-SEQUENCE.
089300     SET BOLCNAB-SEGMENT-P      TO TRUE.
089400     MOVE 01                    TO BOLCNAB-DT-MOVEMENT.
089500     MOVE WS-BNK-AGENCY         TO BOLCNAB-P-AGENCY.
089600     MOVE WS-BNK-AGENCY-DV      TO BOLCNAB-P-AGENCY-DV.
089700     MOVE WS-BNK-ACCOUNT        TO BOLCNAB-P-ACCOUNT.
089800     MOVE WS-BNK-ACCOUNT-DV     TO BOLCNAB-P-ACCOUNT-DV.
089900     MOVE WS-BNK-AG-ACCT-DV     TO BOLCNAB-P-AG-ACCT-DV.
090000     MOVE WS-LAST-OUR-NUMBER    TO BOLCNAB-P-OUR-NUMBER.
090100     MOVE WS-OUR-NUMBER-DV      TO BOLCNAB-P-OUR-NUMBER-DV.
090200     MOVE 1                     TO BOLCNAB-P-WALLET-CODE.
090300     MOVE 1                     TO BOLCNAB-P-REGISTRATION.
090400     MOVE '1'                   TO BOLCNAB-P-DOCUMENT-TYPE.
090500     MOVE 2                     TO BOLCNAB-P-ISSUER.
090600     MOVE '2'                   TO BOLCNAB-P-DISTRIBUTION.
090700     MOVE WS-LAST-OUR-NUMBER    TO BOLCNAB-P-DOCUMENT-NBR.
090800     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-DATE-IN.
090900     PERFORM 7200-TO-CNAB-DATE THRU 7200-EXIT.
091000     MOVE WS-CNAB-DATE          TO BOLCNAB-P-DUE-DATE.
091100     MOVE CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE TO BOLCNAB-P-AMOUNT.
091200     MOVE ZERO                  TO BOLCNAB-P-COLLECT-AGENCY.
091300     MOVE '0'                   TO BOLCNAB-P-COLLECT-DV.
091400     MOVE 31                    TO BOLCNAB-P-SPECIES.
091500     MOVE 'N'                   TO BOLCNAB-P-ACCEPTANCE.
091600     MOVE WS-BUSINESS-DATE      TO WS-DATE-IN.
091700     PERFORM 7200-TO-CNAB-DATE THRU 7200-EXIT.
091800     MOVE WS-CNAB-DATE          TO BOLCNAB-P-ISSUE-DATE.
091900     MOVE 3                     TO BOLCNAB-P-INTEREST-CODE.
092000     MOVE ZERO                  TO BOLCNAB-P-INTEREST-DATE.
092100     MOVE ZERO                  TO BOLCNAB-P-INTEREST-AMT.
092200     MOVE ZERO                  TO BOLCNAB-P-DISCOUNT-CODE.
092300     MOVE ZERO                  TO BOLCNAB-P-DISCOUNT-DATE.
092400     MOVE ZERO                  TO BOLCNAB-P-DISCOUNT-AMT.
092500     MOVE ZERO                  TO BOLCNAB-P-IOF-AMOUNT.
092600     MOVE ZERO                  TO BOLCNAB-P-REBATE-AMOUNT.
092700     MOVE CLIDATA-ACCOUNT-NUMBER TO BOLCNAB-P-COMPANY-USE.
092800     MOVE 3                     TO BOLCNAB-P-PROTEST-CODE.
092900     MOVE ZERO                  TO BOLCNAB-P-PROTEST-DAYS.
093000     MOVE 1                     TO BOLCNAB-P-WRITE-OFF-CODE.
093100     MOVE WS-EXPIRE-DAYS        TO BOLCNAB-P-WRITE-OFF-DAYS.
093200     MOVE 09                    TO BOLCNAB-P-CURRENCY.
093300     MOVE ZERO                  TO BOLCNAB-P-CONTRACT.
093400     WRITE BOLCNAB-RECORD.
093500     ADD 1 TO WS-LOT-SEQUENCE.
093600     MOVE SPACES                TO BOLCNAB-RECORD.
093700     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
093800     MOVE 1                     TO BOLCNAB-LOT-NUMBER.
093900     SET BOLCNAB-DETAIL         TO TRUE.
094000     MOVE WS-LOT-SEQUENCE       TO BOLCNAB-DT-SEQUENCE.
094100     SET BOLCNAB-SEGMENT-Q      TO TRUE.
094200     MOVE 01                    TO BOLCNAB-DT-MOVEMENT.
094300     MOVE CLIDATA-NAME-TYPE-IND TO BOLCNAB-Q-PAYER-TYPE.
094400     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID
094500                                TO BOLCNAB-Q-PAYER-DOCUMENT.
094600     MOVE CLIDATA-NAME-LINE-1   TO BOLCNAB-Q-PAYER-NAME.
094700     MOVE SPACES TO WS-PAYER-ADDRESS.
094800     STRING CLIDATA-STREET-DESC(WS-SEL-IDX)   DELIMITED BY '  '
094900            ', '                              DELIMITED BY SIZE
095000            CLIDATA-STREET-NUMBER(WS-SEL-IDX) DELIMITED BY ' '
095100            ' '                               DELIMITED BY SIZE
095200            CLIDATA-COMPLEMENT-TEXT(WS-SEL-IDX)
095300                                              DELIMITED BY '  '
095400            INTO WS-PAYER-ADDRESS
095500     END-STRING.
095600     MOVE WS-PAYER-ADDRESS      TO BOLCNAB-Q-ADDRESS.
095700     MOVE CLIDATA-NEIGHBORHOOD-NAME(WS-SEL-IDX)
095800                                TO BOLCNAB-Q-NEIGHBORHOOD.
095900     MOVE CLIDATA-ZIP-CODE(WS-SEL-IDX)(1:5)
096000                                TO BOLCNAB-Q-CEP.
096100     MOVE CLIDATA-ZIP-CODE(WS-SEL-IDX)(6:3)
096200                                TO BOLCNAB-Q-CEP-SUFFIX.
096300     MOVE CLIDATA-CITY-NAME(WS-SEL-IDX) TO BOLCNAB-Q-CITY.
096400     MOVE CLIDATA-STATE-NAME(WS-SEL-IDX) TO BOLCNAB-Q-UF.
096500     MOVE ZERO                  TO BOLCNAB-Q-GUARANTOR-TYPE.
096600     MOVE ZERO                  TO BOLCNAB-Q-GUARANTOR-DOC.
096700     MOVE SPACES                TO BOLCNAB-Q-GUARANTOR-NAME.
096800     MOVE ZERO                  TO BOLCNAB-Q-CORRESP-BANK.
096900     MOVE SPACES                TO BOLCNAB-Q-CORRESP-OUR-NBR.
097000     WRITE BOLCNAB-RECORD.
097100     ADD 2 TO WS-LOT-RECORDS.
097200     ADD 2 TO WS-FILE-RECORDS.
097300     ADD 2 TO WS-RUNSTAT-WRITTEN.
097400 5100-EXIT.
097500     EXIT.
097600******************************************************************
097700*   5200 - CLOSE THE LOT AND THE FILE WITH THEIR TRAILERS        *
097800******************************************************************
097900 5200-CLOSE-REMITTANCE.
098000     ADD 1 TO WS-LOT-RECORDS.
098100     ADD 2 TO WS-FILE-RECORDS.
098200     MOVE SPACES                TO BOLCNAB-RECORD.
098300     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
098400     MOVE 1                     TO BOLCNAB-LOT-NUMBER.
098500     SET BOLCNAB-LOT-TRAILER    TO TRUE.
098600     MOVE WS-LOT-RECORDS        TO BOLCNAB-LT-RECORD-COUNT.
098700     MOVE WS-ISSUED-COUNT       TO BOLCNAB-LT-SIMPLE-COUNT.
098800     MOVE WS-ISSUED-TOTAL       TO BOLCNAB-LT-SIMPLE-AMOUNT.
098900     MOVE ALL '0'               TO BOLCNAB-LT-OTHER-TOTALS.
099000     WRITE BOLCNAB-RECORD.
099100     MOVE SPACES                TO BOLCNAB-RECORD.
099200     MOVE WS-BNK-CODE           TO BOLCNAB-BANK-CODE.
099300     MOVE 9999                  TO BOLCNAB-LOT-NUMBER.
099400     SET BOLCNAB-FILE-TRAILER   TO TRUE.
099500     MOVE 1                     TO BOLCNAB-FT-LOT-COUNT.
099600     MOVE WS-FILE-RECORDS       TO BOLCNAB-FT-RECORD-COUNT.
099700     MOVE ZERO                  TO BOLCNAB-FT-ACCOUNT-COUNT.
099800     WRITE BOLCNAB-RECORD.
099900     ADD 2 TO WS-RUNSTAT-WRITTEN.
100000 5200-EXIT.
100100     EXIT.
100200******************************************************************
100300*   6000 - THE DOCUMENT FOR PRINTING AND FOR THE MASTER          *
100400******************************************************************
100500 6000-WRITE-DOCUMENT.
100600     MOVE SPACES                   TO BOLDOC-ENTRY.
100700     MOVE CLIDATA-ACCOUNT-NUMBER   TO BOLDOC-ACCOUNT-NUMBER.
100800     MOVE WS-LAST-OUR-NUMBER       TO BOLDOC-OUR-NUMBER.
100900     MOVE WS-OUR-NUMBER-DV         TO BOLDOC-OUR-NUMBER-DV.
101000     MOVE WS-REMITTANCE-NBR        TO BOLDOC-REMITTANCE-NBR.
101100     MOVE WS-BUSINESS-DATE         TO BOLDOC-ISSUE-DATE.
101200     MOVE CLIDATA-PAYMENT-DUE-DATE TO BOLDOC-DUE-DATE.
101300     MOVE CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE TO BOLDOC-AMOUNT.
101400     MOVE CLIDATA-LAST-MINIMUM-PAYMENT TO BOLDOC-MINIMUM-AMOUNT.
101500     MOVE CLIDATA-NAME-TYPE-IND    TO BOLDOC-PAYER-TYPE.
101600     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID
101700                                   TO BOLDOC-PAYER-DOCUMENT.
101800     MOVE CLIDATA-NAME-LINE-1      TO BOLDOC-PAYER-NAME.
101900     MOVE CLIDATA-ADDRESS-TYPE(WS-SEL-IDX) TO BOLDOC-ADDR-TYPE.
102000     MOVE CLIDATA-STREET-DESC(WS-SEL-IDX)  TO BOLDOC-STREET.
102100     MOVE CLIDATA-STREET-NUMBER(WS-SEL-IDX)
102200                                   TO BOLDOC-STREET-NUMBER.
102300     MOVE CLIDATA-COMPLEMENT-TEXT(WS-SEL-IDX)
102400                                   TO BOLDOC-COMPLEMENT.
102500     MOVE CLIDATA-NEIGHBORHOOD-NAME(WS-SEL-IDX)
102600                                   TO BOLDOC-NEIGHBORHOOD.
102700     MOVE CLIDATA-ZIP-CODE(WS-SEL-IDX)    TO BOLDOC-ZIP-CODE.
102800     MOVE CLIDATA-CITY-NAME(WS-SEL-IDX)   TO BOLDOC-CITY.
102900     MOVE CLIDATA-STATE-NAME(WS-SEL-IDX)  TO BOLDOC-STATE.
103000     MOVE WS-BARCODE-X             TO BOLDOC-BARCODE.
103100     MOVE WS-TYPEABLE-LINE         TO BOLDOC-TYPEABLE-LINE.
103200     WRITE BOLDOC-ENTRY.
103300     ADD 1 TO WS-RUNSTAT-WRITTEN.
103400     ADD 1 TO WS-ISSUED-COUNT.
103500     ADD CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE TO WS-ISSUED-TOTAL.
103600     ADD CLIDATA-LAST-MINIMUM-PAYMENT     TO WS-MINIMUM-TOTAL.
103700 6000-EXIT.
103800     EXIT.
103900 6100-WRITE-DETAIL.
104000     MOVE SPACES                   TO WS-DETAIL-LINE.
104100     MOVE CLIDATA-ACCOUNT-NUMBER   TO WS-DTL-ACCOUNT.
104200     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-DTL-DUE-DATE.
104300     COMPUTE WS-MONEY = CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE / 100.
104400     MOVE WS-MONEY                 TO WS-DTL-AMOUNT.
104500     IF WS-BC-OUR-NUMBER NOT = ZERO
104600         MOVE WS-BC-OUR-NUMBER     TO WS-DTL-OUR-NUMBER(1:11)
104700         MOVE '-'                  TO WS-DTL-OUR-NUMBER(12:1)
104800         MOVE WS-OUR-NUMBER-DV     TO WS-DTL-OUR-NUMBER(13:1)
104900     END-IF.
105000     MOVE WS-EXCEPTION-REASON      TO WS-DTL-ACTION.
105100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
105200     ADD 1 TO WS-RUNSTAT-WRITTEN.
105300 6100-EXIT.
105400     EXIT.
105500******************************************************************
105600*   7000 - IS WS-DATE-IN A REAL CALENDAR DATE                    *
105700******************************************************************
105800 7000-EDIT-DATE.
105900     MOVE 'N' TO WS-DATE-OK-SW.
106000     IF WS-DATE-IN = ZERO
106100         GO TO 7000-EXIT
106200     END-IF.
106300     DIVIDE WS-DATE-IN BY 100
106400             GIVING WS-DATE-WORK
106500             REMAINDER WS-DATE-DD.
106600     DIVIDE WS-DATE-WORK BY 100
106700             GIVING WS-DATE-WORK
106800             REMAINDER WS-DATE-MM.
106900     IF WS-DATE-WORK < 1601
107000         OR WS-DATE-MM < 01 OR WS-DATE-MM > 12
107100         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
107200         GO TO 7000-EXIT
107300     END-IF.
107400     IF WS-DATE-DD > 28
107500         MOVE WS-DATE-IN TO WS-END-DATE
107600         PERFORM 7100-MONTH-END THRU 7100-EXIT
107700         IF WS-DATE-DD > WS-MONTH-END-DD
107800             GO TO 7000-EXIT
107900         END-IF
108000     END-IF.
108100     SET WS-DATE-OK TO TRUE.
108200 7000-EXIT.
108300     EXIT.
108400******************************************************************
108500*   7100 - LAST DAY OF THE MONTH IN WS-END-DATE: THE DAY BEFORE  *
108600*           THE FIRST OF THE NEXT MONTH                          *
108700******************************************************************
108800 7100-MONTH-END.
108900     IF WS-END-MONTH = 12
109000         ADD 1 TO WS-END-YEAR
109100         MOVE 01 TO WS-END-MONTH
109200     ELSE
109300         ADD 1 TO WS-END-MONTH
109400     END-IF.
109500     MOVE 01 TO WS-END-DAY.
109600     COMPUTE WS-CHK-INT-DATE =
109700             FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 1.
109800     COMPUTE WS-END-DATE =
109900             FUNCTION DATE-OF-INTEGER(WS-CHK-INT-DATE).
110000     MOVE WS-END-DAY TO WS-MONTH-END-DD.
110100 7100-EXIT.
110200     EXIT.
110300******************************************************************
110400*   7200 - WS-DATE-IN (YYYYMMDD) AS THE CNAB DDMMAAAA            *
110500******************************************************************
110600 7200-TO-CNAB-DATE.
110700     MOVE WS-DATE-IN TO WS-ISO-DATE.
110800     COMPUTE WS-CNAB-DATE = WS-ISO-DAY * 1000000
110900                          + WS-ISO-MONTH * 10000
111000                          + WS-ISO-YEAR.
111100 7200-EXIT.
111200     EXIT.
111300******************************************************************
111400*                 9000 - TOTALS AND TERMINATION                  *
111500******************************************************************
111600 9000-TERMINATE.
111700     IF WS-REMIT-OPEN
111800         PERFORM 5200-CLOSE-REMITTANCE THRU 5200-EXIT
111900     END-IF.
112000     IF WS-EXCEPTION-COUNT = ZERO
112100         AND WS-REISSUE-COUNT = ZERO
112200         WRITE REPORT-LINE FROM WS-NONE-LINE
112300         ADD 1 TO WS-RUNSTAT-WRITTEN
112400     END-IF.
112500     IF WS-EXCEPTION-COUNT NOT = ZERO
112600         AND RETURN-CODE < 4
112700         MOVE 4 TO RETURN-CODE
112800     END-IF.
112900     MOVE 'BOLDOC  ' TO EXTENVL-TRL-FILE-ID.
113000     MOVE WS-ISSUED-COUNT TO EXTENVL-TRL-RECORD-COUNT.
113100     MOVE WS-ISSUED-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
113200     MOVE SPACES TO BOLDOC-ENTRY.
113300     MOVE EXTENVL-TRAILER TO BOLDOC-ENTRY(1:38).
113400     WRITE BOLDOC-ENTRY.
113500     MOVE SPACES TO REPORT-LINE.
113600     WRITE REPORT-LINE.
113700     MOVE 'ACCOUNTS READ         :' TO WS-TOT-CAPTION.
113800     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
113900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
114000     MOVE 'ON AUTOMATIC DEBIT    :' TO WS-TOT-CAPTION.
114100     MOVE WS-DEBIT-COUNT            TO WS-TOT-COUNT.
114200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
114300     MOVE 'NOTHING DUE           :' TO WS-TOT-CAPTION.
114400     MOVE WS-NOTHING-DUE-COUNT      TO WS-TOT-COUNT.
114500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
114600     MOVE 'DUE OUTSIDE THE WINDOW:' TO WS-TOT-CAPTION.
114700     MOVE WS-OUT-WINDOW-COUNT       TO WS-TOT-COUNT.
114800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
114900     MOVE 'ALREADY ISSUED        :' TO WS-TOT-CAPTION.
115000     MOVE WS-ON-FILE-COUNT          TO WS-TOT-COUNT.
115100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
115200     MOVE 'NOT ISSUED - DATA     :' TO WS-TOT-CAPTION.
115300     MOVE WS-EXCEPTION-COUNT        TO WS-TOT-COUNT.
115400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
115500     MOVE 'ISSUED AGAIN          :' TO WS-TOT-CAPTION.
115600     MOVE WS-REISSUE-COUNT          TO WS-TOT-COUNT.
115700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
115800     MOVE 'BOLETOS ISSUED        :' TO WS-TOT-CAPTION.
115900     MOVE WS-ISSUED-COUNT           TO WS-TOT-COUNT.
116000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
116100     COMPUTE WS-MONEY = WS-ISSUED-TOTAL / 100.
116200     MOVE 'AMOUNT REGISTERED     :' TO WS-AMT-CAPTION.
116300     MOVE WS-MONEY                  TO WS-AMT-VALUE.
116400     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
116500     COMPUTE WS-MONEY = WS-MINIMUM-TOTAL / 100.
116600     MOVE 'MINIMUM PAYMENTS      :' TO WS-AMT-CAPTION.
116700     MOVE WS-MONEY                  TO WS-AMT-VALUE.
116800     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
116900     ADD 12 TO WS-RUNSTAT-WRITTEN.
117000     IF WS-ISSUED-COUNT NOT = ZERO
117100         DISPLAY 'CLI086B - REMITTANCE ' WS-REMITTANCE-NBR
117200                 ' - BOLETOS ISSUED : ' WS-ISSUED-COUNT
117300     ELSE
117400         DISPLAY 'CLI086B - NO BOLETOS ISSUED, NO REMITTANCE'
117500     END-IF.
117600     DISPLAY 'CLI086B - ACCOUNTS NOT ISSUED - DATA     : '
117700             WS-EXCEPTION-COUNT.
117800     CLOSE CLIDATA-FILE.
117900     CLOSE BOL-IN-FILE.
118000     CLOSE DEBAUT-FILE.
118100     CLOSE BOLREM-FILE.
118200     CLOSE BOLDOC-FILE.
118300     CLOSE REPORT-FILE.
118400     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
118500 9000-EXIT.
118600     EXIT.
118700******************************************************************
118800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
118900******************************************************************
119000 9900-WRITE-RUN-STATS.
119100     OPEN OUTPUT RUNLOG-FILE.
119200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
119300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
119400     MOVE SPACES                 TO RUNSTAT-ENTRY.
119500     MOVE 'CLI086B'              TO RUNSTAT-PROGRAM-ID.
119600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
119700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
119800     MOVE WS-RUNSTAT-START-RAW(1:6)
119900         TO RUNSTAT-START-TIME.
120000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
120100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
120200     MOVE WS-EXCEPTION-COUNT     TO RUNSTAT-RECORDS-REJECTED.
120300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
120400     WRITE RUNSTAT-ENTRY.
120500     CLOSE RUNLOG-FILE.
120600 9900-EXIT.
120700     EXIT.
120800******************************************************************
120900*                      END OF PROGRAM                            *
121000******************************************************************
