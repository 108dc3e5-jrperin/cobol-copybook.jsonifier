000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI080T                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MASKED PRODUCTION-TO-TEST COPY. COPIES THE DAILY CLIDATA,  *
001400*     VQOEM/DATA2 AND DATA1 FEEDS AND THE KEYED CLIENT MASTER    *
001500*     FOR THE TEST AND UAT WINDOWS, REPLACING THE PERSONAL DATA  *
001600*     ON THE WAY: NAMES, CPF/CNPJ, IDENTITY DOCUMENT NUMBERS,    *
001700*     PHONES, E-MAILS, STREET NAMES AND CARD NUMBERS. EVERY      *
001800*     VALUE IS MASKED BY THE SAME KEYED, LENGTH-PRESERVING       *
001900*     SUBSTITUTION (DIGITS STAY DIGITS, LETTERS STAY LETTERS OF  *
002000*     THE SAME CASE, EVERYTHING ELSE IS KEPT), WHICH TAKES THE   *
002100*     WHOLE VALUE INTO ACCOUNT AND NEVER MAPS TWO VALUES TO ONE, *
002200*     SO A GIVEN REAL VALUE ALWAYS GETS THE SAME FAKE VALUE IN   *
002300*     EVERY FILE AND ON EVERY RUN AND THE CPF/CNPJ AND ACCOUNT   *
002400*     JOINS STILL MATCH. A CPF KEEPS ITS LEADING ZEROS AND A     *
002500*     CNPJ ITS BRANCH NUMBER; THE CHECK DIGITS ARE RECOMPUTED    *
002600*     (AS CLI012V) SO A VALID DOCUMENT STAYS VALID AND AN        *
002700*     INVALID ONE STAYS INVALID. A CARD NUMBER KEEPS ITS BIN AND *
002800*     GETS A NEW LUHN DIGIT ON THE SAME RULE. E-MAILS KEEP THEIR *
002900*     DOMAIN. ACCOUNT NUMBERS, BALANCES, DATES, CODES, THE       *
003000*     RECORD STRUCTURE AND THE HEADER, RETURN-MAIL AND TRAILER   *
003100*     RECORDS ARE COPIED UNCHANGED, SO THE CLIDATA CONTROL       *
003200*     TOTALS THAT CLI000B AND CLI025C PROVE STILL BALANCE; THE   *
003300*     REPORT PROVES THEM. DATA1 CARRIES NO PERSONAL DATA AND IS  *
003400*     COPIED AS IS. THE MASKING KEY IS RUNPARM MASKKEY (SIXTEEN  *
003500*     DIGITS); CHANGING IT RE-MAPS EVERY VALUE, SO IT IS KEPT    *
003600*     FIXED FOR AS LONG AS TEST DATA FROM ONE REFRESH IS MIXED   *
003700*     WITH THE NEXT. A NON-NUMERIC KEY STOPS THE RUN AT RC=16    *
003800*     BEFORE ANYTHING IS COPIED.                                 *
003900*----------------------------------------------------------------*
004000* MODIFICATION HISTORY.                                          *
004100*     2026-10-15  DCG  ORIGINAL VERSION.                        *
004110*     2026-10-15  DCG  THE MASKED VQOEM RECORD IS WRITTEN AT     *
004120*                      THE FULL DATA2 LENGTH.                    *
004200******************************************************************
004300 PROGRAM-ID.    CLI080T.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT CLIOUT-FILE   ASSIGN TO CLIOUT
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT VQOEM-FILE    ASSIGN TO VQOEMIN
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT VQOOUT-FILE   ASSIGN TO VQOEMOUT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT DATA1-FILE    ASSIGN TO DATA1IN
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT DT1OUT-FILE   ASSIGN TO DATA1OUT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT CLIMST-FILE   ASSIGN TO CLIMST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
006300         FILE STATUS IS WS-CLIMST-STATUS.
006400     SELECT TSTMST-FILE   ASSIGN TO TSTMST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS TSTMST-ACCOUNT-NUMBER
006800         FILE STATUS IS WS-TSTMST-STATUS.
006900     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT REPORT-FILE   ASSIGN TO CLI080RP
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CLIDATA-FILE.
007800     COPY "book_tests_OK.cob"
007900         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
008000 FD  CLIOUT-FILE.
008100 01  CLIOUT-RECORD                      PIC X(2500).
008200 FD  VQOEM-FILE.
008300     COPY "DATA2.cob"
008400         REPLACING ==:DATA2:== BY ==DATA2== .
008500 FD  VQOOUT-FILE.
008600     COPY "DATA2.cob"
008610         REPLACING ==:DATA2:== BY ==VQOOUT== .
008700 FD  DATA1-FILE.
008800     COPY "DATA1_EBCDIC.cob"
008900         REPLACING ==:DATA1:== BY ==DATA1== .
009000 FD  DT1OUT-FILE.
009100     COPY "DATA1_EBCDIC.cob"
009200         REPLACING ==:DATA1:== BY ==DT1OUT== .
009300 FD  CLIMST-FILE.
009400     COPY "book_tests_OK.cob"
009500         REPLACING ==:CLIDATA:== BY ==CLIMST== .
009600 FD  TSTMST-FILE.
009700     COPY "book_tests_OK.cob"
009800         REPLACING ==:CLIDATA:== BY ==TSTMST== .
009900 FD  RUNPARM-FILE.
010000     COPY "RUNPARM.cpy".
010100 FD  REPORT-FILE.
010200 01  REPORT-LINE                        PIC X(100).
010300 FD  RUNLOG-FILE.
010400     COPY "RUNSTAT.cpy".
010500 WORKING-STORAGE SECTION.
010600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
010700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
010800 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
010900 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
011000 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
011100 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
011200     88  WS-CLI-EOF                                 VALUE 'Y'.
011300 77  WS-VQO-EOF-SW                      PIC X(01)   VALUE 'N'.
011400     88  WS-VQO-EOF                                 VALUE 'Y'.
011500 77  WS-DT1-EOF-SW                      PIC X(01)   VALUE 'N'.
011600     88  WS-DT1-EOF                                 VALUE 'Y'.
011700 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
011800     88  WS-MST-EOF                                 VALUE 'Y'.
011900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
012000     88  WS-PARM-EOF                                VALUE 'Y'.
012100 77  WS-KEY-ERROR-SW                    PIC X(01)   VALUE 'N'.
012200     88  WS-KEY-ERROR                               VALUE 'Y'.
012300 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
012400     88  WS-CLIMST-OK                               VALUE '00'.
012500     88  WS-CLIMST-EOF                              VALUE '10'.
012600 77  WS-TSTMST-STATUS                   PIC X(02)   VALUE '00'.
012700     88  WS-TSTMST-OK                               VALUE '00'.
012800 01  WS-CURRENT-DATE-TIME.
012900     05  WS-CURRENT-DATE                PIC 9(08).
013000     05  WS-CURRENT-TIME                PIC 9(06).
013100     05  FILLER                         PIC X(08).
013200 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
013300 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
013400                                        PIC X(08).
013500*----------------------------------------------------------------*
013600*    COPY COUNTS AND THE CLIDATA CONTROL TOTALS                  *
013700*----------------------------------------------------------------*
013800 77  WS-CLI-READ                        PIC 9(09)   VALUE ZERO.
013900 77  WS-CLI-WRITTEN                     PIC 9(09)   VALUE ZERO.
014000 77  WS-CLI-MASKED                      PIC 9(09)   VALUE ZERO.
014100 77  WS-VQO-READ                        PIC 9(09)   VALUE ZERO.
014200 77  WS-VQO-WRITTEN                     PIC 9(09)   VALUE ZERO.
014300 77  WS-VQO-MASKED                      PIC 9(09)   VALUE ZERO.
014400 77  WS-DT1-READ                        PIC 9(09)   VALUE ZERO.
014500 77  WS-DT1-WRITTEN                     PIC 9(09)   VALUE ZERO.
014600 77  WS-MST-READ                        PIC 9(09)   VALUE ZERO.
014700 77  WS-MST-WRITTEN                     PIC 9(09)   VALUE ZERO.
014800 77  WS-MST-MASKED                      PIC 9(09)   VALUE ZERO.
014900 77  WS-HEADER-SEEN-SW                  PIC X(01)   VALUE 'N'.
015000     88  WS-HEADER-SEEN                             VALUE 'Y'.
015100 77  WS-TRAILER-SEEN-SW                 PIC X(01)   VALUE 'N'.
015200     88  WS-TRAILER-SEEN                            VALUE 'Y'.
015300 77  WS-CTROL-DETAIL-COUNT              PIC 9(09)   VALUE ZERO.
015400 77  WS-CTROL-BALANCE-TOTAL             PIC 9(18)   VALUE ZERO.
015500 77  WS-TRAILER-COUNT                   PIC 9(17)   VALUE ZERO.
015600 77  WS-DETAIL-BALANCE-TOTAL            PIC 9(18)   VALUE ZERO.
015700 77  WS-DOC-REGEN-COUNT                 PIC 9(09)   VALUE ZERO.
015800 77  WS-DOC-INVALID-COUNT               PIC 9(09)   VALUE ZERO.
015900 77  WS-CARD-COUNT                      PIC 9(09)   VALUE ZERO.
016000 77  WS-MONEY                           PIC 9(16)V99 VALUE ZERO.
016100*----------------------------------------------------------------*
016200*    MASKING KEY - ONE SHIFT DIGIT PER POSITION, CYCLED          *
016300*----------------------------------------------------------------*
016400 01  WS-MASK-KEY                        PIC X(16)
016500                                        VALUE '7305918264035718'.
016600 01  WS-MASK-KEY-R REDEFINES WS-MASK-KEY.
016700     05  WS-KEY-DIGIT OCCURS 16 TIMES   PIC 9(01).
016800*----------------------------------------------------------------*
016900*    MASKABLE CHARACTERS - DIGITS, UPPER CASE, LOWER CASE - AND  *
017000*    THEIR POSITION HERE BY COLLATING ORDINAL, SO THE MASK DOES  *
017100*    NOT DEPEND ON THE CODE PAGE'S LETTER RANGES                 *
017200*----------------------------------------------------------------*
017300 01  WS-ALPHABET-VALUES.
017400     05  FILLER                         PIC X(36)
017500             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017600     05  FILLER                         PIC X(26)
017700             VALUE 'abcdefghijklmnopqrstuvwxyz'.
017800 01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABET-VALUES.
017900     05  WS-ALPHA-CHAR OCCURS 62 TIMES  PIC X(01).
018000 01  WS-ORD-TABLE.
018100     05  WS-ORD-ALPHA-POS OCCURS 256 TIMES
018200                                        PIC 9(02).
018300 77  WS-ALPHA-IDX                       PIC 9(02)   VALUE ZERO.
018400 77  WS-ORD-VALUE                       PIC 9(03)   VALUE ZERO.
018500 77  WS-CLASS-BASE                      PIC 9(02)   VALUE ZERO.
018600 77  WS-CLASS-SIZE                      PIC 9(02)   VALUE ZERO.
018700 77  WS-CLASS-VALUE                     PIC 9(02)   VALUE ZERO.
018800 77  WS-NEW-VALUE                       PIC 9(02)   VALUE ZERO.
018900 77  WS-MASK-SUM                        PIC 9(05)   VALUE ZERO.
019000 77  WS-MASK-STATE                      PIC 9(04)   VALUE ZERO.
019100 77  WS-STATE-WORK                      PIC 9(06)   VALUE ZERO.
019200 77  WS-KEY-IDX                         PIC 9(02)   VALUE ZERO.
019300 77  WS-QUOTIENT                        PIC 9(06)   VALUE ZERO.
019400 77  WS-REMAINDER                       PIC 9(04)   VALUE ZERO.
019500 77  WS-MASK-LEN                        PIC 9(02)   VALUE ZERO.
019600 77  WS-MASK-POS                        PIC 9(02)   VALUE ZERO.
019700 01  WS-MASK-FIELD                      PIC X(60)   VALUE SPACES.
019800 01  WS-MASK-FIELD-R REDEFINES WS-MASK-FIELD.
019900     05  WS-MASK-CHAR OCCURS 60 TIMES   PIC X(01).
020000 01  WS-EMAIL-WORK                      PIC X(60)   VALUE SPACES.
020100 77  WS-AT-COUNT                        PIC 9(02)   VALUE ZERO.
020200*----------------------------------------------------------------*
020300*    CPF/CNPJ CHECK DIGITS (SAME RULE AS CLI012V)                *
020400*----------------------------------------------------------------*
020500 01  WS-DOC-WORK                        PIC X(14)   VALUE SPACES.
020600 01  WS-DOC-DIGITS REDEFINES WS-DOC-WORK.
020700     05  WS-DOC-DIGIT OCCURS 14 TIMES   PIC 9(01).
020800 01  WS-CNPJ-DV1-WEIGHTS-INIT.
020900     05  FILLER                  PIC 9(01)  VALUE 5.
021000     05  FILLER                  PIC 9(01)  VALUE 4.
021100     05  FILLER                  PIC 9(01)  VALUE 3.
021200     05  FILLER                  PIC 9(01)  VALUE 2.
021300     05  FILLER                  PIC 9(01)  VALUE 9.
021400     05  FILLER                  PIC 9(01)  VALUE 8.
021500     05  FILLER                  PIC 9(01)  VALUE 7.
021600     05  FILLER                  PIC 9(01)  VALUE 6.
021700     05  FILLER                  PIC 9(01)  VALUE 5.
021800     05  FILLER                  PIC 9(01)  VALUE 4.
021900     05  FILLER                  PIC 9(01)  VALUE 3.
022000     05  FILLER                  PIC 9(01)  VALUE 2.
022100 01  WS-CNPJ-DV1-WEIGHT REDEFINES WS-CNPJ-DV1-WEIGHTS-INIT
022200                        OCCURS 12 TIMES     PIC 9(01).
022300 01  WS-CNPJ-DV2-WEIGHTS-INIT.
022400     05  FILLER                  PIC 9(01)  VALUE 6.
022500     05  FILLER                  PIC 9(01)  VALUE 5.
022600     05  FILLER                  PIC 9(01)  VALUE 4.
022700     05  FILLER                  PIC 9(01)  VALUE 3.
022800     05  FILLER                  PIC 9(01)  VALUE 2.
022900     05  FILLER                  PIC 9(01)  VALUE 9.
023000     05  FILLER                  PIC 9(01)  VALUE 8.
023100     05  FILLER                  PIC 9(01)  VALUE 7.
023200     05  FILLER                  PIC 9(01)  VALUE 6.
023300     05  FILLER                  PIC 9(01)  VALUE 5.
023400     05  FILLER                  PIC 9(01)  VALUE 4.
023500     05  FILLER                  PIC 9(01)  VALUE 3.
023600     05  FILLER                  PIC 9(01)  VALUE 2.
023700 01  WS-CNPJ-DV2-WEIGHT REDEFINES WS-CNPJ-DV2-WEIGHTS-INIT
023800                        OCCURS 13 TIMES     PIC 9(01).
023900 77  WS-DOC-TYPE-SW                     PIC X(01)   VALUE 'F'.
024000     88  WS-DOC-CPF                                 VALUE 'F'.
024100     88  WS-DOC-CNPJ                                VALUE 'J'.
024200 77  WS-DOC-VALID-SW                    PIC X(01)   VALUE 'N'.
024300     88  WS-DOC-VALID                               VALUE 'Y'.
024400 77  WS-IDX                             PIC 9(02)   VALUE ZERO.
024500 77  WS-WEIGHT                          PIC 9(02)   VALUE ZERO.
024600 77  WS-SUM                             PIC 9(06)   VALUE ZERO.
024700 77  WS-SCALED-SUM                      PIC 9(07)   VALUE ZERO.
024800 77  WS-CHECK-DIGIT-1                   PIC 9(01)   VALUE ZERO.
024900 77  WS-CHECK-DIGIT-2                   PIC 9(01)   VALUE ZERO.
025000*----------------------------------------------------------------*
025100*    CARD NUMBER AND ITS LUHN DIGIT                              *
025200*----------------------------------------------------------------*
025300 01  WS-CARD-WORK                       PIC X(19)   VALUE SPACES.
025400 01  WS-CARD-DIGITS REDEFINES WS-CARD-WORK.
025500     05  WS-CARD-DIGIT OCCURS 19 TIMES  PIC 9(01).
025600 77  WS-CARD-LEN                        PIC 9(02)   VALUE ZERO.
025700 77  WS-CARD-MIDDLE-LEN                 PIC 9(02)   VALUE ZERO.
025800 77  WS-CARD-VALID-SW                   PIC X(01)   VALUE 'N'.
025900     88  WS-CARD-VALID                              VALUE 'Y'.
026000 77  WS-LUHN-DOUBLE-SW                  PIC X(01)   VALUE 'Y'.
026100     88  WS-LUHN-DOUBLE                             VALUE 'Y'.
026200 77  WS-LUHN-START                      PIC 9(02)   VALUE ZERO.
026300 77  WS-LUHN-SUM                        PIC 9(04)   VALUE ZERO.
026400 77  WS-LUHN-PRODUCT                    PIC 9(02)   VALUE ZERO.
026500 77  WS-LUHN-DIGIT                      PIC 9(01)   VALUE ZERO.
026600*----------------------------------------------------------------*
026700*    CLIENT RECORD BEING MASKED (FEED DETAIL OR MASTER RECORD)   *
026800*----------------------------------------------------------------*
026900     COPY "book_tests_OK.cob"
027000         REPLACING ==:CLIDATA:== BY ==WS-MSK== .
027100 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
027200*----------------------------------------------------------------*
027300*    REPORT LINES                                                *
027400*----------------------------------------------------------------*
027500 01  WS-HEADING-LINE.
027600     05  FILLER                         PIC X(50)
027700         VALUE 'CLI080T - MASKED PRODUCTION-TO-TEST COPY        '.
027800     05  FILLER                         PIC X(15)
027900                                        VALUE 'BUSINESS DATE: '.
028000     05  WS-HDG-RUN-DATE                PIC 9(08).
028100     05  FILLER                         PIC X(27)   VALUE SPACES.
028200 01  WS-COLUMN-LINE.
028300     05  FILLER                         PIC X(27)
028400         VALUE 'FILE                   READ'.
028500     05  FILLER                         PIC X(26)
028600         VALUE '      WRITTEN       MASKED'.
028700     05  FILLER                         PIC X(47)   VALUE SPACES.
028800 01  WS-FILE-LINE.
028900     05  WS-FIL-NAME                    PIC X(14).
029000     05  FILLER                         PIC X(02)   VALUE SPACES.
029100     05  WS-FIL-READ                    PIC ZZZ,ZZZ,ZZ9.
029200     05  FILLER                         PIC X(02)   VALUE SPACES.
029300     05  WS-FIL-WRITTEN                 PIC ZZZ,ZZZ,ZZ9.
029400     05  FILLER                         PIC X(02)   VALUE SPACES.
029500     05  WS-FIL-MASKED                  PIC ZZZ,ZZZ,ZZ9.
029600     05  FILLER                         PIC X(47)   VALUE SPACES.
029700 01  WS-COUNT-LINE.
029800     05  WS-CNT-LABEL                   PIC X(32).
029900     05  WS-CNT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
030000     05  FILLER                         PIC X(57)   VALUE SPACES.
030100 01  WS-AMOUNT-LINE.
030200     05  WS-AMT-LABEL                   PIC X(32).
030300     05  WS-AMT-VALUE
030400                                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                         PIC X(45)   VALUE SPACES.
030600 01  WS-MESSAGE-LINE                    PIC X(100)  VALUE SPACES.
030700******************************************************************
030800*                 LINKAGE SECTION                               *
030900******************************************************************
031000 LINKAGE SECTION.
031100 01  LS-PARM.
031200     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
031300     03  LS-PARM-BUSDATE                PIC X(06).
031400******************************************************************
031500*                 PROCEDURE DIVISION                            *
031600******************************************************************
031700 PROCEDURE DIVISION USING LS-PARM.
031800 0000-MAINLINE.
031900     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
032000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
032100     IF NOT WS-KEY-ERROR
032200         PERFORM 2000-COPY-CLIDATA   THRU 2000-EXIT
032300         PERFORM 3000-COPY-VQOEM     THRU 3000-EXIT
032400         PERFORM 4000-COPY-DATA1     THRU 4000-EXIT
032500         PERFORM 5000-COPY-MASTER    THRU 5000-EXIT
032600     END-IF.
032700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
032800     GOBACK.
032900 0000-EXIT.
033000     EXIT.
033100******************************************************************
033200*   1000 - BUSINESS DATE, MASKING KEY AND CHARACTER TABLE        *
033300******************************************************************
033400 1000-INITIALIZE.
033500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
033600     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
033700     IF LS-PARM-LENGTH >= 6
033800         AND LS-PARM-BUSDATE NUMERIC
033900         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
034000         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
034100     END-IF.
034200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
034300     OPEN OUTPUT REPORT-FILE.
034400     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
034500     WRITE REPORT-LINE FROM WS-HEADING-LINE.
034600     IF WS-KEY-ERROR
034700         DISPLAY 'CLI080T - MASKING KEY IS NOT SIXTEEN DIGITS, '
034800                 'NOTHING COPIED'
034900         MOVE 'MASKING KEY IS NOT SIXTEEN DIGITS - NOTHING COPIED'
035000             TO WS-MESSAGE-LINE
035100         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
035200         MOVE 16 TO RETURN-CODE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
035600     INITIALIZE WS-ORD-TABLE.
035700     PERFORM 1600-TABLE-ONE-CHAR THRU 1600-EXIT
035800             VARYING WS-ALPHA-IDX FROM 1 BY 1
035900             UNTIL WS-ALPHA-IDX > 62.
036000 1000-EXIT.
036100     EXIT.
036200******************************************************************
036300*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
036400******************************************************************
036500 1500-LOAD-RUN-PARMS.
036600     OPEN INPUT RUNPARM-FILE.
036700     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
036800             UNTIL WS-PARM-EOF.
036900     CLOSE RUNPARM-FILE.
037000 1500-EXIT.
037100     EXIT.
037200 1510-READ-ONE-PARM.
037300     READ RUNPARM-FILE
037400         AT END SET WS-PARM-EOF TO TRUE
037500         NOT AT END
037600             IF RUNPARM-PROGRAM-ID = 'CLI080T '
037700                 AND RUNPARM-KEY = 'MASKKEY '
037800                 IF RUNPARM-VALUE NUMERIC
037900                     MOVE RUNPARM-VALUE TO WS-MASK-KEY
038000                     DISPLAY 'CLI080T - MASKING KEY SET BY RUN '
038100                             'PARAMETER'
038200                 ELSE
038300                     SET WS-KEY-ERROR TO TRUE
038400                 END-IF
038500             END-IF
038600     END-READ.
038700 1510-EXIT.
038800     EXIT.
038900******************************************************************
039000*   1600 - FILE ONE MASKABLE CHARACTER UNDER ITS ORDINAL         *
039100******************************************************************
039200 1600-TABLE-ONE-CHAR.
039300     MOVE FUNCTION ORD(WS-ALPHA-CHAR(WS-ALPHA-IDX))
039400         TO WS-ORD-VALUE.
039500     MOVE WS-ALPHA-IDX TO WS-ORD-ALPHA-POS(WS-ORD-VALUE).
039600 1600-EXIT.
039700     EXIT.
039800******************************************************************
039900*   2000 - CLIDATA: MASK THE DETAILS, PASS THE REST THROUGH      *
040000******************************************************************
040100 2000-COPY-CLIDATA.
040200     OPEN INPUT  CLIDATA-FILE.
040300     OPEN OUTPUT CLIOUT-FILE.
040400     PERFORM 2200-READ-CLIDATA THRU 2200-EXIT.
040500     PERFORM 2100-COPY-ONE-CLIDATA THRU 2100-EXIT
040600             UNTIL WS-CLI-EOF.
040700     CLOSE CLIDATA-FILE.
040800     CLOSE CLIOUT-FILE.
040900     MOVE 'CLIDATA'      TO WS-FIL-NAME.
041000     MOVE WS-CLI-READ    TO WS-FIL-READ.
041100     MOVE WS-CLI-WRITTEN TO WS-FIL-WRITTEN.
041200     MOVE WS-CLI-MASKED  TO WS-FIL-MASKED.
041300     WRITE REPORT-LINE FROM WS-FILE-LINE.
041400 2000-EXIT.
041500     EXIT.
041600 2100-COPY-ONE-CLIDATA.
041700     EVALUATE TRUE
041800         WHEN CLIDATA-RECTYPE-DETAIL
041900             ADD CLIDATA-CURRENT-BALANCE
042000                 TO WS-DETAIL-BALANCE-TOTAL
042100             MOVE CLIDATA-DETAIL-RECORD TO WS-MSK-DETAIL-RECORD
042200             PERFORM 6000-MASK-CLIENT-RECORD THRU 6000-EXIT
042300             WRITE CLIOUT-RECORD FROM WS-MSK-DETAIL-RECORD
042400             ADD 1 TO WS-CLI-MASKED
042500         WHEN CLIDATA-RECTYPE-HEADER
042600             SET WS-HEADER-SEEN TO TRUE
042700             IF CLIDATA-CTROL-DETAIL-COUNT NUMERIC
042800                 MOVE CLIDATA-CTROL-DETAIL-COUNT
042900                     TO WS-CTROL-DETAIL-COUNT
043000             END-IF
043100             IF CLIDATA-CTROL-BALANCE-TOTAL NUMERIC
043200                 MOVE CLIDATA-CTROL-BALANCE-TOTAL
043300                     TO WS-CTROL-BALANCE-TOTAL
043400             END-IF
043500             WRITE CLIOUT-RECORD FROM CLIDATA-HEADER
043600         WHEN CLIDATA-RECTYPE-TRAILER
043700             SET WS-TRAILER-SEEN TO TRUE
043800             MOVE CLIDATA-TOTAL-RECORDS TO WS-TRAILER-COUNT
043900             WRITE CLIOUT-RECORD FROM CLIDATA-TRAILER
044000         WHEN OTHER
044100             WRITE CLIOUT-RECORD FROM CLIDATA-DETAIL-RECORD
044200     END-EVALUATE.
044300     ADD 1 TO WS-CLI-WRITTEN.
044400     PERFORM 2200-READ-CLIDATA THRU 2200-EXIT.
044500 2100-EXIT.
044600     EXIT.
044700 2200-READ-CLIDATA.
044800     READ CLIDATA-FILE
044900         AT END SET WS-CLI-EOF TO TRUE
045000         NOT AT END ADD 1 TO WS-CLI-READ
045100     END-READ.
045200 2200-EXIT.
045300     EXIT.
045400******************************************************************
045500*   3000 - VQOEM/DATA2: MASK THE ADDRESS RECORDS                 *
045600******************************************************************
045700 3000-COPY-VQOEM.
045800     OPEN INPUT  VQOEM-FILE.
045900     OPEN OUTPUT VQOOUT-FILE.
046000     PERFORM 3200-READ-VQOEM THRU 3200-EXIT.
046100     PERFORM 3100-COPY-ONE-VQOEM THRU 3100-EXIT
046200             UNTIL WS-VQO-EOF.
046300     CLOSE VQOEM-FILE.
046400     CLOSE VQOOUT-FILE.
046500     MOVE 'VQOEM/DATA2'  TO WS-FIL-NAME.
046600     MOVE WS-VQO-READ    TO WS-FIL-READ.
046700     MOVE WS-VQO-WRITTEN TO WS-FIL-WRITTEN.
046800     MOVE WS-VQO-MASKED  TO WS-FIL-MASKED.
046900     WRITE REPORT-LINE FROM WS-FILE-LINE.
047000 3000-EXIT.
047100     EXIT.
047200 3100-COPY-ONE-VQOEM.
047300     IF NOT DATA2-HEADER-REC
047400         AND NOT DATA2-TRAILER-REC
047500         PERFORM 7000-MASK-VQOEM-RECORD THRU 7000-EXIT
047600         ADD 1 TO WS-VQO-MASKED
047700     END-IF.
047800     WRITE VQOOUT-RECORD FROM DATA2-RECORD.
047900     ADD 1 TO WS-VQO-WRITTEN.
048000     PERFORM 3200-READ-VQOEM THRU 3200-EXIT.
048100 3100-EXIT.
048200     EXIT.
048300 3200-READ-VQOEM.
048400     READ VQOEM-FILE
048500         AT END SET WS-VQO-EOF TO TRUE
048600         NOT AT END ADD 1 TO WS-VQO-READ
048700     END-READ.
048800 3200-EXIT.
048900     EXIT.
049000******************************************************************
049100*   4000 - DATA1: NO PERSONAL DATA, COPIED RECORD FOR RECORD     *
049200******************************************************************
049300 4000-COPY-DATA1.
049400     OPEN INPUT  DATA1-FILE.
049500     OPEN OUTPUT DT1OUT-FILE.
049600     PERFORM 4200-READ-DATA1 THRU 4200-EXIT.
049700     PERFORM 4100-COPY-ONE-DATA1 THRU 4100-EXIT
049800             UNTIL WS-DT1-EOF.
049900     CLOSE DATA1-FILE.
050000     CLOSE DT1OUT-FILE.
050100     MOVE 'DATA1'        TO WS-FIL-NAME.
050200     MOVE WS-DT1-READ    TO WS-FIL-READ.
050300     MOVE WS-DT1-WRITTEN TO WS-FIL-WRITTEN.
050400     MOVE ZERO           TO WS-FIL-MASKED.
050500     WRITE REPORT-LINE FROM WS-FILE-LINE.
050600 4000-EXIT.
050700     EXIT.
050800 4100-COPY-ONE-DATA1.
050900     WRITE DT1OUT-RECORD FROM DATA1-RECORD.
051000     ADD 1 TO WS-DT1-WRITTEN.
051100     PERFORM 4200-READ-DATA1 THRU 4200-EXIT.
051200 4100-EXIT.
051300     EXIT.
051400 4200-READ-DATA1.
051500     READ DATA1-FILE
051600         AT END SET WS-DT1-EOF TO TRUE
051700         NOT AT END ADD 1 TO WS-DT1-READ
051800     END-READ.
051900 4200-EXIT.
052000     EXIT.
052100******************************************************************
052200*   5000 - CLIENT MASTER: MASK INTO THE KEYED TEST MASTER, IN    *
052300*          KEY ORDER (THE ACCOUNT KEY ITSELF IS NOT MASKED)      *
052400******************************************************************
052500 5000-COPY-MASTER.
052600     OPEN INPUT  CLIMST-FILE.
052700     IF NOT WS-CLIMST-OK
052800         DISPLAY 'CLI080T - CLIENT MASTER OPEN ERROR, STATUS '
052900                 WS-CLIMST-STATUS
053000         MOVE 16 TO RETURN-CODE
053100         GO TO 5000-EXIT
053200     END-IF.
053300     OPEN OUTPUT TSTMST-FILE.
053400     IF NOT WS-TSTMST-OK
053500         DISPLAY 'CLI080T - TEST MASTER OPEN ERROR, STATUS '
053600                 WS-TSTMST-STATUS
053700         MOVE 16 TO RETURN-CODE
053800         CLOSE CLIMST-FILE
053900         GO TO 5000-EXIT
054000     END-IF.
054100     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
054200     PERFORM 5100-COPY-ONE-MASTER THRU 5100-EXIT
054300             UNTIL WS-MST-EOF.
054400     CLOSE CLIMST-FILE.
054500     CLOSE TSTMST-FILE.
054600     MOVE 'CLIENT MASTER' TO WS-FIL-NAME.
054700     MOVE WS-MST-READ     TO WS-FIL-READ.
054800     MOVE WS-MST-WRITTEN  TO WS-FIL-WRITTEN.
054900     MOVE WS-MST-MASKED   TO WS-FIL-MASKED.
055000     WRITE REPORT-LINE FROM WS-FILE-LINE.
055100 5000-EXIT.
055200     EXIT.
055300 5100-COPY-ONE-MASTER.
055400     MOVE CLIMST-DETAIL-RECORD TO WS-MSK-DETAIL-RECORD.
055500     PERFORM 6000-MASK-CLIENT-RECORD THRU 6000-EXIT.
055600     ADD 1 TO WS-MST-MASKED.
055700     MOVE WS-MSK-DETAIL-RECORD TO TSTMST-DETAIL-RECORD.
055800     WRITE TSTMST-DETAIL-RECORD.
055900     IF NOT WS-TSTMST-OK
056000         DISPLAY 'CLI080T - TEST MASTER WRITE ERROR, STATUS '
056100                 WS-TSTMST-STATUS ' ACCOUNT '
056200                 TSTMST-ACCOUNT-NUMBER
056300         MOVE 16 TO RETURN-CODE
056400         SET WS-MST-EOF TO TRUE
056500         GO TO 5100-EXIT
056600     END-IF.
056700     ADD 1 TO WS-MST-WRITTEN.
056800     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
056900 5100-EXIT.
057000     EXIT.
057100 5200-READ-MASTER.
057200     READ CLIMST-FILE
057300         AT END SET WS-MST-EOF TO TRUE
057400     END-READ.
057500     IF NOT WS-MST-EOF
057600         AND NOT WS-CLIMST-OK
057700         DISPLAY 'CLI080T - MASTER READ ERROR, STATUS '
057800                 WS-CLIMST-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         SET WS-MST-EOF TO TRUE
058100     END-IF.
058200     IF NOT WS-MST-EOF
058300         ADD 1 TO WS-MST-READ
058400     END-IF.
058500 5200-EXIT.
058600     EXIT.
058700******************************************************************
058800*   6000 - MASK THE PERSONAL DATA ON ONE CLIENT RECORD           *
058900******************************************************************
059000 6000-MASK-CLIENT-RECORD.
059100     MOVE WS-MSK-NAME-LINE-1 TO WS-MASK-FIELD.
059200     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
059300     MOVE WS-MASK-FIELD TO WS-MSK-NAME-LINE-1.
059400     MOVE WS-MSK-RELATIVE-NAME TO WS-MASK-FIELD.
059500     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
059600     MOVE WS-MASK-FIELD TO WS-MSK-RELATIVE-NAME.
059700     MOVE WS-MSK-SPOUSE-NAME TO WS-MASK-FIELD.
059800     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
059900     MOVE WS-MASK-FIELD TO WS-MSK-SPOUSE-NAME.
060000     MOVE WS-MSK-SHORT-NAME TO WS-MASK-FIELD.
060100     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
060200     MOVE WS-MASK-FIELD TO WS-MSK-SHORT-NAME.
060300     MOVE WS-MSK-EMPLOYER TO WS-MASK-FIELD.
060400     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
060500     MOVE WS-MASK-FIELD TO WS-MSK-EMPLOYER.
060600     MOVE WS-MSK-EMPLOYER-ADDRESS-1 TO WS-MASK-FIELD.
060700     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
060800     MOVE WS-MASK-FIELD TO WS-MSK-EMPLOYER-ADDRESS-1.
060900     MOVE WS-MSK-DOCUMENT-NUMBER TO WS-MASK-FIELD.
061000     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
061100     MOVE WS-MASK-FIELD TO WS-MSK-DOCUMENT-NUMBER.
061200     MOVE WS-MSK-DOCUMENT-NUMBER-2 TO WS-MASK-FIELD.
061300     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
061400     MOVE WS-MASK-FIELD TO WS-MSK-DOCUMENT-NUMBER-2.
061500     MOVE WS-MSK-SPOUSE-DOC-NUMBER TO WS-MASK-FIELD.
061600     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
061700     MOVE WS-MASK-FIELD TO WS-MSK-SPOUSE-DOC-NUMBER.
061800     MOVE WS-MSK-MG-CELLPHONE-SMS TO WS-MASK-FIELD.
061900     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
062000     MOVE WS-MASK-FIELD TO WS-MSK-MG-CELLPHONE-SMS.
062100     MOVE WS-MSK-CARD-HASH TO WS-MASK-FIELD.
062200     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
062300     MOVE WS-MASK-FIELD TO WS-MSK-CARD-HASH.
062400     MOVE WS-MSK-EMAIL TO WS-MASK-FIELD.
062500     PERFORM 6200-MASK-EMAIL THRU 6200-EXIT.
062600     MOVE WS-MASK-FIELD TO WS-MSK-EMAIL.
062700     MOVE WS-MSK-ELECTRONIC-ADDR-NAME TO WS-MASK-FIELD.
062800     PERFORM 6200-MASK-EMAIL THRU 6200-EXIT.
062900     MOVE WS-MASK-FIELD TO WS-MSK-ELECTRONIC-ADDR-NAME.
063000     MOVE WS-MSK-ELECTRONIC-ADDR-NAME-2 TO WS-MASK-FIELD.
063100     PERFORM 6200-MASK-EMAIL THRU 6200-EXIT.
063200     MOVE WS-MASK-FIELD TO WS-MSK-ELECTRONIC-ADDR-NAME-2.
063300     MOVE WS-MSK-BUSINESS-OR-PERSONAL-ID TO WS-DOC-WORK.
063400     PERFORM 6300-MASK-DOCUMENT THRU 6300-EXIT.
063500     MOVE WS-DOC-WORK TO WS-MSK-BUSINESS-OR-PERSONAL-ID.
063600     IF WS-MSK-SPOUSE-ID-NUM NUMERIC
063700         MOVE '000'                TO WS-DOC-WORK(1:3)
063800         MOVE WS-MSK-SPOUSE-ID-NUM TO WS-DOC-WORK(4:11)
063900         PERFORM 6300-MASK-DOCUMENT THRU 6300-EXIT
064000         MOVE WS-DOC-WORK(4:11)    TO WS-MSK-SPOUSE-ID-NUM
064100     END-IF.
064200     MOVE WS-MSK-CARD-NUMBER TO WS-CARD-WORK.
064300     PERFORM 6400-MASK-CARD THRU 6400-EXIT.
064400     MOVE WS-CARD-WORK TO WS-MSK-CARD-NUMBER.
064500     PERFORM 6050-MASK-ADDRESS THRU 6050-EXIT
064600             VARYING WS-ADDR-IDX FROM 1 BY 1
064700             UNTIL WS-ADDR-IDX > 3.
064800 6000-EXIT.
064900     EXIT.
065000 6050-MASK-ADDRESS.
065100     MOVE WS-MSK-STREET-DESC(WS-ADDR-IDX) TO WS-MASK-FIELD.
065200     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
065300     MOVE WS-MASK-FIELD TO WS-MSK-STREET-DESC(WS-ADDR-IDX).
065400     MOVE WS-MSK-CELLPHONE-NUMBER(WS-ADDR-IDX) TO WS-MASK-FIELD.
065500     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
065600     MOVE WS-MASK-FIELD TO WS-MSK-CELLPHONE-NUMBER(WS-ADDR-IDX).
065700 6050-EXIT.
065800     EXIT.
065900******************************************************************
066000*   6100 - KEYED SUBSTITUTION OF WS-MASK-FIELD UP TO ITS LAST    *
066100*          NON-BLANK. A FORWARD PASS CARRIES EACH CHARACTER      *
066200*          INTO THE SHIFT OF THE ONES AFTER IT, A BACKWARD PASS  *
066300*          INTO THE ONES BEFORE IT, SO EVERY OUTPUT CHARACTER    *
066400*          DEPENDS ON THE WHOLE VALUE. EACH PASS CAN BE UNDONE   *
066500*          WITH THE KEY, SO NO TWO VALUES MASK ALIKE.            *
066600******************************************************************
066700 6100-MASK-TEXT.
066800     MOVE ZERO TO WS-MASK-LEN.
066900     PERFORM 6110-TEST-LAST-CHAR THRU 6110-EXIT
067000             VARYING WS-MASK-POS FROM 60 BY -1
067100             UNTIL WS-MASK-POS = ZERO
067200                OR WS-MASK-LEN NOT = ZERO.
067300     IF WS-MASK-LEN = ZERO
067400         GO TO 6100-EXIT
067500     END-IF.
067600     MOVE WS-MASK-LEN TO WS-MASK-STATE.
067700     PERFORM 6120-FORWARD-ONE THRU 6120-EXIT
067800             VARYING WS-MASK-POS FROM 1 BY 1
067900             UNTIL WS-MASK-POS > WS-MASK-LEN.
068000     MOVE WS-MASK-LEN TO WS-MASK-STATE.
068100     PERFORM 6130-BACKWARD-ONE THRU 6130-EXIT
068200             VARYING WS-MASK-POS FROM WS-MASK-LEN BY -1
068300             UNTIL WS-MASK-POS = ZERO.
068400 6100-EXIT.
068500     EXIT.
068600 6110-TEST-LAST-CHAR.
068700     IF WS-MASK-CHAR(WS-MASK-POS) NOT = SPACE
068800         MOVE WS-MASK-POS TO WS-MASK-LEN
068900     END-IF.
069000 6110-EXIT.
069100     EXIT.
069200 6120-FORWARD-ONE.
069300     COMPUTE WS-STATE-WORK = WS-MASK-POS - 1.
069400     DIVIDE WS-STATE-WORK BY 16
069500             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
069600     COMPUTE WS-KEY-IDX = WS-REMAINDER + 1.
069700     PERFORM 6140-SHIFT-CHAR THRU 6140-EXIT.
069800 6120-EXIT.
069900     EXIT.
070000 6130-BACKWARD-ONE.
070100     COMPUTE WS-STATE-WORK = WS-MASK-POS - 1.
070200     DIVIDE WS-STATE-WORK BY 16
070300             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
070400     COMPUTE WS-KEY-IDX = 16 - WS-REMAINDER.
070500     PERFORM 6140-SHIFT-CHAR THRU 6140-EXIT.
070600 6130-EXIT.
070700     EXIT.
070800 6140-SHIFT-CHAR.
070900     MOVE FUNCTION ORD(WS-MASK-CHAR(WS-MASK-POS))
071000         TO WS-ORD-VALUE.
071100     MOVE WS-ORD-ALPHA-POS(WS-ORD-VALUE) TO WS-ALPHA-IDX.
071200     IF WS-ALPHA-IDX = ZERO
071300         GO TO 6140-EXIT
071400     END-IF.
071500     IF WS-ALPHA-IDX <= 10
071600         MOVE ZERO TO WS-CLASS-BASE
071700         MOVE 10   TO WS-CLASS-SIZE
071800     ELSE
071900         IF WS-ALPHA-IDX <= 36
072000             MOVE 10 TO WS-CLASS-BASE
072100         ELSE
072200             MOVE 36 TO WS-CLASS-BASE
072300         END-IF
072400         MOVE 26 TO WS-CLASS-SIZE
072500     END-IF.
072600     COMPUTE WS-CLASS-VALUE = WS-ALPHA-IDX - WS-CLASS-BASE - 1.
072700     COMPUTE WS-MASK-SUM = WS-CLASS-VALUE
072800                         + WS-KEY-DIGIT(WS-KEY-IDX)
072900                         + WS-MASK-STATE + WS-MASK-POS.
073000     DIVIDE WS-MASK-SUM BY WS-CLASS-SIZE
073100             GIVING WS-QUOTIENT REMAINDER WS-NEW-VALUE.
073200     COMPUTE WS-ALPHA-IDX = WS-CLASS-BASE + WS-NEW-VALUE + 1.
073300     MOVE WS-ALPHA-CHAR(WS-ALPHA-IDX)
073400         TO WS-MASK-CHAR(WS-MASK-POS).
073500     COMPUTE WS-STATE-WORK = WS-MASK-STATE * 7
073600                           + WS-CLASS-VALUE + 1.
073700     DIVIDE WS-STATE-WORK BY 9973
073800             GIVING WS-QUOTIENT REMAINDER WS-MASK-STATE.
073900 6140-EXIT.
074000     EXIT.
074100******************************************************************
074200*   6200 - E-MAIL: MASK THE MAILBOX, KEEP THE DOMAIN             *
074300******************************************************************
074400 6200-MASK-EMAIL.
074500     MOVE ZERO TO WS-AT-COUNT.
074600     INSPECT WS-MASK-FIELD TALLYING WS-AT-COUNT
074700             FOR CHARACTERS BEFORE INITIAL '@'.
074800     IF WS-AT-COUNT = 60
074900         PERFORM 6100-MASK-TEXT THRU 6100-EXIT
075000         GO TO 6200-EXIT
075100     END-IF.
075200     IF WS-AT-COUNT = ZERO
075300         GO TO 6200-EXIT
075400     END-IF.
075500     MOVE WS-MASK-FIELD TO WS-EMAIL-WORK.
075600     MOVE SPACES TO WS-MASK-FIELD.
075700     MOVE WS-EMAIL-WORK(1:WS-AT-COUNT) TO WS-MASK-FIELD.
075800     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
075900     MOVE WS-MASK-FIELD(1:WS-AT-COUNT)
076000         TO WS-EMAIL-WORK(1:WS-AT-COUNT).
076100     MOVE WS-EMAIL-WORK TO WS-MASK-FIELD.
076200 6200-EXIT.
076300     EXIT.
076400******************************************************************
076500*   6300 - CPF/CNPJ: MASK THE BASE DIGITS (CPF 4-12, CNPJ ROOT   *
076600*          1-8, KEEPING THE BRANCH) AND RECOMPUTE THE CHECK      *
076700*          DIGITS. A DOCUMENT THAT FAILED ITS CHECK DIGITS GETS  *
076800*          A WRONG SECOND DIGIT, SO IT STILL FAILS               *
076900******************************************************************
077000 6300-MASK-DOCUMENT.
077100     IF WS-DOC-WORK NOT NUMERIC
077200         OR WS-DOC-WORK = ZEROS
077300         GO TO 6300-EXIT
077400     END-IF.
077500     PERFORM 6305-CLASSIFY-DOCUMENT THRU 6305-EXIT.
077600     IF WS-DOC-CPF
077700         MOVE WS-DOC-WORK(4:9) TO WS-MASK-FIELD
077800         PERFORM 6100-MASK-TEXT THRU 6100-EXIT
077900         MOVE WS-MASK-FIELD(1:9) TO WS-DOC-WORK(4:9)
078000         PERFORM 6310-CPF-DIGITS THRU 6310-EXIT
078100     ELSE
078200         MOVE WS-DOC-WORK(1:8) TO WS-MASK-FIELD
078300         PERFORM 6100-MASK-TEXT THRU 6100-EXIT
078400         MOVE WS-MASK-FIELD(1:8) TO WS-DOC-WORK(1:8)
078500         PERFORM 6320-CNPJ-DIGITS THRU 6320-EXIT
078600     END-IF.
078700     MOVE WS-CHECK-DIGIT-1 TO WS-DOC-DIGIT(13).
078800     IF WS-DOC-VALID
078900         MOVE WS-CHECK-DIGIT-2 TO WS-DOC-DIGIT(14)
079000         ADD 1 TO WS-DOC-REGEN-COUNT
079100     ELSE
079200         COMPUTE WS-SUM = WS-CHECK-DIGIT-2 + 1
079300         DIVIDE WS-SUM BY 10
079400                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
079500         MOVE WS-REMAINDER TO WS-DOC-DIGIT(14)
079600         ADD 1 TO WS-DOC-INVALID-COUNT
079700     END-IF.
079800 6300-EXIT.
079900     EXIT.
080000 6305-CLASSIFY-DOCUMENT.
080100     MOVE 'N' TO WS-DOC-VALID-SW.
080200     IF WS-DOC-WORK(1:3) = '000'
080300         SET WS-DOC-CPF TO TRUE
080400         PERFORM 6310-CPF-DIGITS THRU 6310-EXIT
080500         IF WS-CHECK-DIGIT-1 = WS-DOC-DIGIT(13)
080600             AND WS-CHECK-DIGIT-2 = WS-DOC-DIGIT(14)
080700             SET WS-DOC-VALID TO TRUE
080800             GO TO 6305-EXIT
080900         END-IF
081000     END-IF.
081100     PERFORM 6320-CNPJ-DIGITS THRU 6320-EXIT.
081200     IF WS-CHECK-DIGIT-1 = WS-DOC-DIGIT(13)
081300         AND WS-CHECK-DIGIT-2 = WS-DOC-DIGIT(14)
081400         SET WS-DOC-CNPJ TO TRUE
081500         SET WS-DOC-VALID TO TRUE
081600         GO TO 6305-EXIT
081700     END-IF.
081800     IF WS-DOC-WORK(1:3) NOT = '000'
081900         SET WS-DOC-CNPJ TO TRUE
082000     END-IF.
082100 6305-EXIT.
082200     EXIT.
082300 6310-CPF-DIGITS.
082400     MOVE ZERO TO WS-SUM.
082500     PERFORM 6311-SUM-CPF-DV1 THRU 6311-EXIT
082600             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
082700     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
082800     DIVIDE WS-SCALED-SUM BY 11
082900             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
083000     IF WS-REMAINDER = 10
083100         MOVE 0 TO WS-CHECK-DIGIT-1
083200     ELSE
083300         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-1
083400     END-IF.
083500     MOVE ZERO TO WS-SUM.
083600     PERFORM 6312-SUM-CPF-DV2 THRU 6312-EXIT
083700             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10.
083800     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
083900     DIVIDE WS-SCALED-SUM BY 11
084000             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
084100     IF WS-REMAINDER = 10
084200         MOVE 0 TO WS-CHECK-DIGIT-2
084300     ELSE
084400         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-2
084500     END-IF.
084600 6310-EXIT.
084700     EXIT.
084800 6311-SUM-CPF-DV1.
084900     COMPUTE WS-WEIGHT = 11 - WS-IDX.
085000     COMPUTE WS-SUM = WS-SUM +
085100             WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT.
085200 6311-EXIT.
085300     EXIT.
085400 6312-SUM-CPF-DV2.
085500     COMPUTE WS-WEIGHT = 12 - WS-IDX.
085600     IF WS-IDX <= 9
085700         COMPUTE WS-SUM = WS-SUM +
085800                 WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT
085900     ELSE
086000         COMPUTE WS-SUM = WS-SUM +
086100                 WS-CHECK-DIGIT-1 * WS-WEIGHT
086200     END-IF.
086300 6312-EXIT.
086400     EXIT.
086500 6320-CNPJ-DIGITS.
086600     MOVE ZERO TO WS-SUM.
086700     PERFORM 6321-SUM-CNPJ-DV1 THRU 6321-EXIT
086800             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
086900     DIVIDE WS-SUM BY 11
087000             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
087100     IF WS-REMAINDER < 2
087200         MOVE 0 TO WS-CHECK-DIGIT-1
087300     ELSE
087400         COMPUTE WS-CHECK-DIGIT-1 = 11 - WS-REMAINDER
087500     END-IF.
087600     MOVE ZERO TO WS-SUM.
087700     PERFORM 6322-SUM-CNPJ-DV2 THRU 6322-EXIT
087800             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13.
087900     DIVIDE WS-SUM BY 11
088000             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
088100     IF WS-REMAINDER < 2
088200         MOVE 0 TO WS-CHECK-DIGIT-2
088300     ELSE
088400         COMPUTE WS-CHECK-DIGIT-2 = 11 - WS-REMAINDER
088500     END-IF.
088600 6320-EXIT.
088700     EXIT.
088800 6321-SUM-CNPJ-DV1.
088900     COMPUTE WS-SUM = WS-SUM +
089000             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV1-WEIGHT(WS-IDX).
089100 6321-EXIT.
089200     EXIT.
089300 6322-SUM-CNPJ-DV2.
089400     IF WS-IDX <= 12
089500         COMPUTE WS-SUM = WS-SUM +
089600             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV2-WEIGHT(WS-IDX)
089700     ELSE
089800         COMPUTE WS-SUM = WS-SUM +
089900             WS-CHECK-DIGIT-1 * WS-CNPJ-DV2-WEIGHT(WS-IDX)
090000     END-IF.
090100 6322-EXIT.
090200     EXIT.
090300******************************************************************
090400*   6400 - CARD NUMBER: KEEP THE BIN, MASK THE ACCOUNT DIGITS    *
090500*          AND RECOMPUTE THE LUHN DIGIT (KEPT WRONG WHEN IT WAS  *
090600*          WRONG). A SHORT OR NON-NUMERIC VALUE IS MASKED AS     *
090700*          TEXT                                                  *
090800******************************************************************
090900 6400-MASK-CARD.
091000     MOVE WS-CARD-WORK TO WS-MASK-FIELD.
091100     MOVE ZERO TO WS-MASK-LEN.
091200     PERFORM 6110-TEST-LAST-CHAR THRU 6110-EXIT
091300             VARYING WS-MASK-POS FROM 19 BY -1
091400             UNTIL WS-MASK-POS = ZERO
091500                OR WS-MASK-LEN NOT = ZERO.
091600     MOVE WS-MASK-LEN TO WS-CARD-LEN.
091700     IF WS-CARD-LEN = ZERO
091800         GO TO 6400-EXIT
091900     END-IF.
092000     IF WS-CARD-LEN < 8
092100         OR WS-CARD-WORK(1:WS-CARD-LEN) NOT NUMERIC
092200         PERFORM 6100-MASK-TEXT THRU 6100-EXIT
092300         MOVE WS-MASK-FIELD TO WS-CARD-WORK
092400         GO TO 6400-EXIT
092500     END-IF.
092600     PERFORM 6410-LUHN-DIGIT THRU 6410-EXIT.
092700     MOVE 'N' TO WS-CARD-VALID-SW.
092800     IF WS-LUHN-DIGIT = WS-CARD-DIGIT(WS-CARD-LEN)
092900         SET WS-CARD-VALID TO TRUE
093000     END-IF.
093100     COMPUTE WS-CARD-MIDDLE-LEN = WS-CARD-LEN - 7.
093200     MOVE SPACES TO WS-MASK-FIELD.
093300     MOVE WS-CARD-WORK(7:WS-CARD-MIDDLE-LEN) TO WS-MASK-FIELD.
093400     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
093500     MOVE WS-MASK-FIELD(1:WS-CARD-MIDDLE-LEN)
093600         TO WS-CARD-WORK(7:WS-CARD-MIDDLE-LEN).
093700     PERFORM 6410-LUHN-DIGIT THRU 6410-EXIT.
093800     IF NOT WS-CARD-VALID
093900         COMPUTE WS-SUM = WS-LUHN-DIGIT + 1
094000         DIVIDE WS-SUM BY 10
094100                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
094200         MOVE WS-REMAINDER TO WS-LUHN-DIGIT
094300     END-IF.
094400     MOVE WS-LUHN-DIGIT TO WS-CARD-DIGIT(WS-CARD-LEN).
094500     ADD 1 TO WS-CARD-COUNT.
094600 6400-EXIT.
094700     EXIT.
094800 6410-LUHN-DIGIT.
094900     MOVE ZERO TO WS-LUHN-SUM.
095000     SET WS-LUHN-DOUBLE TO TRUE.
095100     COMPUTE WS-LUHN-START = WS-CARD-LEN - 1.
095200     PERFORM 6411-LUHN-ONE THRU 6411-EXIT
095300             VARYING WS-IDX FROM WS-LUHN-START BY -1
095400             UNTIL WS-IDX = ZERO.
095500     DIVIDE WS-LUHN-SUM BY 10
095600             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
095700     IF WS-REMAINDER = ZERO
095800         MOVE ZERO TO WS-LUHN-DIGIT
095900     ELSE
096000         COMPUTE WS-LUHN-DIGIT = 10 - WS-REMAINDER
096100     END-IF.
096200 6410-EXIT.
096300     EXIT.
096400 6411-LUHN-ONE.
096500     IF WS-LUHN-DOUBLE
096600         COMPUTE WS-LUHN-PRODUCT = WS-CARD-DIGIT(WS-IDX) * 2
096700         IF WS-LUHN-PRODUCT > 9
096800             SUBTRACT 9 FROM WS-LUHN-PRODUCT
096900         END-IF
097000         ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM
097100         MOVE 'N' TO WS-LUHN-DOUBLE-SW
097200     ELSE
097300         ADD WS-CARD-DIGIT(WS-IDX) TO WS-LUHN-SUM
097400         SET WS-LUHN-DOUBLE TO TRUE
097500     END-IF.
097600 6411-EXIT.
097700     EXIT.
097800******************************************************************
097900*   7000 - MASK THE PERSONAL DATA ON ONE VQOEM/DATA2 RECORD      *
098000******************************************************************
098100 7000-MASK-VQOEM-RECORD.
098200     MOVE DATA2-NUM-CPF-CNPJ TO WS-DOC-WORK.
098300     PERFORM 6300-MASK-DOCUMENT THRU 6300-EXIT.
098400     MOVE WS-DOC-WORK TO DATA2-NUM-CPF-CNPJ.
098500     MOVE DATA2-TXT-LOGR TO WS-MASK-FIELD.
098600     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
098700     MOVE WS-MASK-FIELD TO DATA2-TXT-LOGR.
098800     MOVE DATA2-NUM-TEL-FIX TO WS-MASK-FIELD.
098900     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
099000     MOVE WS-MASK-FIELD TO DATA2-NUM-TEL-FIX.
099100     MOVE DATA2-NUM-TEL-CEL TO WS-MASK-FIELD.
099200     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
099300     MOVE WS-MASK-FIELD TO DATA2-NUM-TEL-CEL.
099400     MOVE DATA2-NUM-FAX TO WS-MASK-FIELD.
099500     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
099600     MOVE WS-MASK-FIELD TO DATA2-NUM-FAX.
099700     MOVE DATA2-COD-NUM-BIP TO WS-MASK-FIELD.
099800     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
099900     MOVE WS-MASK-FIELD TO DATA2-COD-NUM-BIP.
100000     MOVE DATA2-TXT-REF TO WS-MASK-FIELD.
100100     PERFORM 6100-MASK-TEXT THRU 6100-EXIT.
100200     MOVE WS-MASK-FIELD TO DATA2-TXT-REF.
100300 7000-EXIT.
100400     EXIT.
100500******************************************************************
100600*                 9000 - CONTROLS AND TERMINATION                *
100700******************************************************************
100800 9000-TERMINATE.
100900     IF NOT WS-KEY-ERROR
101000         PERFORM 9100-PROVE-CLIDATA THRU 9100-EXIT
101100     END-IF.
101200     DISPLAY 'CLI080T - CLIDATA/VQOEM/DATA1/MASTER COPIED : '
101300             WS-CLI-WRITTEN ' / ' WS-VQO-WRITTEN ' / '
101400             WS-DT1-WRITTEN ' / ' WS-MST-WRITTEN.
101500     CLOSE REPORT-FILE.
101600     COMPUTE WS-RUNSTAT-READ = WS-CLI-READ + WS-VQO-READ
101700                             + WS-DT1-READ + WS-MST-READ.
101800     COMPUTE WS-RUNSTAT-WRITTEN = WS-CLI-WRITTEN + WS-VQO-WRITTEN
101900                                + WS-DT1-WRITTEN + WS-MST-WRITTEN.
102000     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
102100 9000-EXIT.
102200     EXIT.
102300******************************************************************
102400*   9100 - THE MASKED CLIDATA MUST PROVE TO ITS OWN HEADER AND   *
102500*          TRAILER AS THE INTAKE STEPS DO                        *
102600******************************************************************
102700 9100-PROVE-CLIDATA.
102800     MOVE SPACES TO WS-MESSAGE-LINE.
102900     WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
103000     MOVE 'CPF/CNPJ RE-DIGITED          :' TO WS-CNT-LABEL.
103100     MOVE WS-DOC-REGEN-COUNT TO WS-CNT-VALUE.
103200     WRITE REPORT-LINE FROM WS-COUNT-LINE.
103300     MOVE 'CPF/CNPJ KEPT INVALID        :' TO WS-CNT-LABEL.
103400     MOVE WS-DOC-INVALID-COUNT TO WS-CNT-VALUE.
103500     WRITE REPORT-LINE FROM WS-COUNT-LINE.
103600     MOVE 'CARD NUMBERS RE-DIGITED      :' TO WS-CNT-LABEL.
103700     MOVE WS-CARD-COUNT TO WS-CNT-VALUE.
103800     WRITE REPORT-LINE FROM WS-COUNT-LINE.
103900     MOVE 'CLIDATA DETAILS COPIED       :' TO WS-CNT-LABEL.
104000     MOVE WS-CLI-MASKED TO WS-CNT-VALUE.
104100     WRITE REPORT-LINE FROM WS-COUNT-LINE.
104200     MOVE 'HEADER DETAIL COUNT          :' TO WS-CNT-LABEL.
104300     MOVE WS-CTROL-DETAIL-COUNT TO WS-CNT-VALUE.
104400     WRITE REPORT-LINE FROM WS-COUNT-LINE.
104500     MOVE 'TRAILER TOTAL RECORDS        :' TO WS-CNT-LABEL.
104600     MOVE WS-TRAILER-COUNT TO WS-CNT-VALUE.
104700     WRITE REPORT-LINE FROM WS-COUNT-LINE.
104800     MOVE 'CLIDATA DETAIL BALANCE       :' TO WS-AMT-LABEL.
104900     COMPUTE WS-MONEY = WS-DETAIL-BALANCE-TOTAL / 100.
105000     MOVE WS-MONEY TO WS-AMT-VALUE.
105100     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
105200     MOVE 'HEADER BALANCE TOTAL         :' TO WS-AMT-LABEL.
105300     COMPUTE WS-MONEY = WS-CTROL-BALANCE-TOTAL / 100.
105400     MOVE WS-MONEY TO WS-AMT-VALUE.
105500     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
105600     IF WS-HEADER-SEEN
105700         AND WS-TRAILER-SEEN
105800         AND WS-CTROL-DETAIL-COUNT = WS-CLI-MASKED
105900         AND WS-TRAILER-COUNT = WS-CLI-MASKED
106000         AND WS-CTROL-BALANCE-TOTAL = WS-DETAIL-BALANCE-TOTAL
106100         MOVE 'CLIDATA COPY BALANCES TO ITS HEADER AND TRAILER'
106200             TO WS-MESSAGE-LINE
106300     ELSE
106400         MOVE 'CLIDATA COPY DOES NOT BALANCE - NEITHER DOES THE '
106500             TO WS-MESSAGE-LINE
106600         MOVE 'PRODUCTION FEED' TO WS-MESSAGE-LINE(51:15)
106700         DISPLAY 'CLI080T - CLIDATA COPY DOES NOT BALANCE TO ITS '
106800                 'HEADER AND TRAILER'
106900         IF RETURN-CODE < 4
107000             MOVE 4 TO RETURN-CODE
107100         END-IF
107200     END-IF.
107300     WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
107400 9100-EXIT.
107500     EXIT.
107600******************************************************************
107700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
107800******************************************************************
107900 9900-WRITE-RUN-STATS.
108000     OPEN OUTPUT RUNLOG-FILE.
108100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
108200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
108300     MOVE SPACES                 TO RUNSTAT-ENTRY.
108400     MOVE 'CLI080T'              TO RUNSTAT-PROGRAM-ID.
108500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
108600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
108700     MOVE WS-RUNSTAT-START-RAW(1:6)
108800         TO RUNSTAT-START-TIME.
108900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
109000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
109100     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
109200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
109300     WRITE RUNSTAT-ENTRY.
109400     CLOSE RUNLOG-FILE.
109500 9900-EXIT.
109600     EXIT.
109700******************************************************************
109800*                      END OF PROGRAM                            *
109900******************************************************************
