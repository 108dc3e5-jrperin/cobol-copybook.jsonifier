000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI081C                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MAKER-CHECKER CORRECTIONS TO THE KEYED CLIENT MASTER.      *
001400*     CLIENT SERVICE OPERATORS KEY A CORRECTION (ACCOUNT,        *
001500*     FIELD, NEW VALUE) ON THE DAY'S CLICORR FILE; A SECOND      *
001600*     OPERATOR APPROVES OR DECLINES IT BY CORRECTION ID, ON      *
001700*     THE SAME DAY'S FILE OR A LATER ONE. THE ENTRY IS           *
001800*     VALIDATED WHEN KEYED - THE ACCOUNT MUST BE ON THE MASTER,  *
001900*     THE FIELD ON THE CORRECTABLE LIST AND THE VALUE VALID FOR  *
002000*     THE FIELD (CALENDAR DATE, CPF/CNPJ CHECK DIGITS, CEP, UF,  *
002100*     E-MAIL, PHONE) - AND HELD ON THE CORRECTION MASTER         *
002200*     (CLICRMS, .NEW SWAP) UNTIL APPROVED. AN APPROVAL FROM THE  *
002300*     OPERATOR WHO KEYED THE CORRECTION IS REFUSED. APPROVED     *
002400*     CORRECTIONS ARE APPLIED TO THE MASTER AND AN AUDIT ENTRY   *
002500*     CARRYING BOTH OPERATOR IDS IS WRITTEN TO CLIAUDT. A        *
002600*     CORRECTION NOT APPROVED WITHIN RUN-CONTROL KEY CORRAGE     *
002700*     (DEFAULT 30) DAYS EXPIRES. AN APPLIED CORRECTION IS        *
002800*     WATCHED FOR KEY WATCHDAY (DEFAULT 5) DAYS: THIS STEP RUNS  *
002900*     AFTER CLI038K HAS REWRITTEN THE MASTER FROM THE NIGHT'S    *
003000*     TRANSMISSION, SO A MASTER VALUE THAT NO LONGER MATCHES     *
003100*     THE CORRECTION WAS OVERWRITTEN BY THE SENDER, AND IS       *
003200*     REPORTED FOR THE SENDING SYSTEM TO FIX AT SOURCE. THE      *
003300*     REPORT LISTS EVERY CORRECTION APPLIED, PENDING APPROVAL,   *
003400*     REJECTED, EXPIRED OR OVERWRITTEN. RC=4 WHEN ANY WAS        *
003500*     REJECTED OR OVERWRITTEN; RC=8 ON A MASTER I/O ERROR OR A   *
003600*     FULL CORRECTION TABLE. THE BUSINESS DATE RIDES ON THE      *
003700*     PARM (YYMMDD).                                             *
003800*----------------------------------------------------------------*
003900* MODIFICATION HISTORY.                                          *
004000*     2026-10-15  DCG  ORIGINAL VERSION.                        *
004010*     2026-10-15  DCG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
004020*                      THE RUN-CONTROL DATASET MAKES THE         *
004030*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
004040*                      STAMPS THE REPORT AS A REPLAY AND         *
004050*                      SUPPRESSES THE RUN-LOG ENTRY.             *
004055*     2026-10-15  DCG  A NEW CORRECTION KEYED WHEN THE TABLE     *
004060*                      IS FULL IS REJECTED, A DROPPED ONE        *
004065*                      ENDS THE STEP RC=8, AND A MASTER I/O      *
004070*                      ERROR LEAVES AN APPROVED CORRECTION       *
004075*                      APPROVED FOR THE NEXT RUN.                *
004100******************************************************************
004200 PROGRAM-ID.    CLI081C.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL CORRTRAN-FILE ASSIGN TO CORRTRAN
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL CRMS-IN-FILE ASSIGN TO CRMSIN
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT CRMS-OUT-FILE ASSIGN TO CRMSOUT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT CLIMST-FILE   ASSIGN TO CLIMST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
005600         FILE STATUS IS WS-CLIMST-STATUS.
005700     SELECT CLIAUDT-FILE  ASSIGN TO CLIAUDT
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT REPORT-FILE   ASSIGN TO CLI081RP
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CORRTRAN-FILE.
006800     COPY "CLICORR.cpy".
006900 FD  CRMS-IN-FILE.
007000     COPY "CLICRMS.cpy"
007100         REPLACING ==:CLICRMS:== BY ==CRMSIN== .
007200 FD  CRMS-OUT-FILE.
007300     COPY "CLICRMS.cpy"
007400         REPLACING ==:CLICRMS:== BY ==CRMSOUT== .
007500 FD  CLIMST-FILE.
007600     COPY "book_tests_OK.cob"
007700         REPLACING ==:CLIDATA:== BY ==CLIMST== .
007800 FD  CLIAUDT-FILE.
007900     COPY "CLIAUDT.cpy".
008000 FD  REPORT-FILE.
008100 01  REPORT-LINE                        PIC X(100).
008200 FD  RUNPARM-FILE.
008300     COPY "RUNPARM.cpy".
008400 FD  RUNLOG-FILE.
008500     COPY "RUNSTAT.cpy".
008600 WORKING-STORAGE SECTION.
008700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
009000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
009100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
009200 77  WS-TRAN-EOF-SW                     PIC X(01)   VALUE 'N'.
009300     88  WS-TRAN-EOF                                VALUE 'Y'.
009400 77  WS-CRMS-EOF-SW                     PIC X(01)   VALUE 'N'.
009500     88  WS-CRMS-EOF                                VALUE 'Y'.
009600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009700     88  WS-PARM-EOF                                VALUE 'Y'.
009710 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
009720     88  WS-REPLAY-RUN                              VALUE 'Y'.
009730 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
009800 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
009900     88  WS-CLIMST-OK                               VALUE '00'.
010000     88  WS-CLIMST-NOT-FOUND                        VALUE '23'.
010100 77  WS-MAX-AGE-DAYS                    PIC 9(03)   VALUE 030.
010200 77  WS-WATCH-DAYS                      PIC 9(03)   VALUE 005.
010300 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
010400 77  WS-ELAPSED-DAYS                    PIC S9(09)  VALUE ZERO.
010500 77  WS-CORR-COUNT                      PIC 9(05)   VALUE ZERO.
010600 77  WS-CORR-MAX                        PIC 9(05)   VALUE 20000.
010700 77  WS-CORR-IDX                        PIC 9(05)   VALUE ZERO.
010800 77  WS-SCAN-IDX                        PIC 9(05)   VALUE ZERO.
010900 77  WS-INSERT-IDX                      PIC 9(05)   VALUE ZERO.
011000 77  WS-FOUND-SW                        PIC X(01)   VALUE 'N'.
011100     88  WS-FOUND                                   VALUE 'Y'.
011200 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
011300 77  WS-ERROR-COUNT                     PIC 9(07)   VALUE ZERO.
011400 77  WS-KEYED-COUNT                     PIC 9(07)   VALUE ZERO.
011500 77  WS-REJECTED-COUNT                  PIC 9(07)   VALUE ZERO.
011600 77  WS-APPROVED-COUNT                  PIC 9(07)   VALUE ZERO.
011700 77  WS-REFUSED-COUNT                   PIC 9(07)   VALUE ZERO.
011800 77  WS-DECLINED-COUNT                  PIC 9(07)   VALUE ZERO.
011900 77  WS-APPLIED-COUNT                   PIC 9(07)   VALUE ZERO.
012000 77  WS-PENDING-COUNT                   PIC 9(07)   VALUE ZERO.
012100 77  WS-EXPIRED-COUNT                   PIC 9(07)   VALUE ZERO.
012200 77  WS-CONFIRMED-COUNT                 PIC 9(07)   VALUE ZERO.
012300 77  WS-OVERWRITTEN-COUNT               PIC 9(07)   VALUE ZERO.
012400 77  WS-SUPERSEDED-COUNT                PIC 9(07)   VALUE ZERO.
012500 77  WS-WATCHED-COUNT                   PIC 9(07)   VALUE ZERO.
012600 77  WS-MASTER-COUNT                    PIC 9(07)   VALUE ZERO.
012700*----------------------------------------------------------------*
012800*    CORRECTION MASTER HELD IN ACCOUNT / CORRECTION-ID ORDER     *
012900*----------------------------------------------------------------*
013000     COPY "CLICRMS.cpy"
013100         REPLACING ==:CLICRMS:== BY ==WS-CRM== .
013200 01  WS-CORR-TABLE.
013300     05  WS-CORR-SLOT OCCURS 20000 TIMES.
013400         10  WS-CORR-SLOT-KEY.
013500             15  WS-CORR-SLOT-ACCT      PIC X(19).
013600             15  WS-CORR-SLOT-ID        PIC X(12).
013700         10  WS-CORR-SLOT-FIELD         PIC X(08).
013800         10  WS-CORR-SLOT-STATUS        PIC X(01).
013900         10  FILLER                     PIC X(160).
014000*----------------------------------------------------------------*
014100*    FIELD BEING CORRECTED AND ITS VALIDATION RULE               *
014200*----------------------------------------------------------------*
014300 01  WS-FIELD-CODE                      PIC X(08)   VALUE SPACES.
014400 01  WS-FIELD-CODE-R REDEFINES WS-FIELD-CODE.
014500     05  WS-FIELD-PREFIX                PIC X(02).
014600     05  WS-FIELD-NAME                  PIC X(04).
014700     05  WS-FIELD-OCC-X                 PIC X(01).
014800     05  WS-FIELD-OCC REDEFINES WS-FIELD-OCC-X
014900                                        PIC 9(01).
015000     05  WS-FIELD-FILL                  PIC X(01).
015100 77  WS-FIELD-KIND                      PIC X(01)   VALUE SPACE.
015200     88  WS-KIND-NOT-CORRECTABLE                    VALUE SPACE.
015300     88  WS-KIND-TEXT                               VALUE 'T'.
015400     88  WS-KIND-OPTIONAL-TEXT                      VALUE 'O'.
015500     88  WS-KIND-PAST-DATE                          VALUE 'D'.
015600     88  WS-KIND-ANY-DATE                           VALUE 'E'.
015700     88  WS-KIND-CEP                                VALUE 'Z'.
015800     88  WS-KIND-UF                                 VALUE 'U'.
015900     88  WS-KIND-EMAIL                              VALUE 'M'.
016000     88  WS-KIND-PHONE                              VALUE 'P'.
016100     88  WS-KIND-DOCUMENT                           VALUE 'C'.
016200 77  WS-FIELD-LEN                       PIC 9(02)   VALUE ZERO.
016300 01  WS-FIELD-VALUE                     PIC X(60)   VALUE SPACES.
016400 01  WS-FIELD-VALUE-R REDEFINES WS-FIELD-VALUE.
016500     05  WS-FIELD-VALUE-NUM8            PIC 9(08).
016600     05  FILLER                         PIC X(52).
016700 01  WS-FIELD-VALUE-C REDEFINES WS-FIELD-VALUE.
016800     05  WS-FIELD-CHAR OCCURS 60 TIMES  PIC X(01).
016900 77  WS-VALUE-LEN                       PIC 9(02)   VALUE ZERO.
017000 77  WS-VALUE-POS                       PIC 9(02)   VALUE ZERO.
017100 77  WS-AT-COUNT                        PIC 9(02)   VALUE ZERO.
017200 77  WS-AT-POS                          PIC 9(02)   VALUE ZERO.
017300 77  WS-DOT-COUNT                       PIC 9(02)   VALUE ZERO.
017400 77  WS-SPACE-COUNT                     PIC 9(02)   VALUE ZERO.
017500 77  WS-DOMAIN-LEN                      PIC 9(02)   VALUE ZERO.
017600 01  WS-REJECT-REASON                   PIC X(40)   VALUE SPACES.
017700 01  WS-UF-LIST                         PIC X(54)   VALUE
017800     'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.
017900 01  WS-UF-TABLE REDEFINES WS-UF-LIST.
018000     05  WS-UF-CODE OCCURS 27 TIMES     PIC X(02).
018100 77  WS-UF-IDX                          PIC 9(02)   VALUE ZERO.
018200*----------------------------------------------------------------*
018300*    CALENDAR-DATE CHECK                                         *
018400*----------------------------------------------------------------*
018500 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
018600     88  WS-DATE-OK                                 VALUE 'Y'.
018700 01  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
018800 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
018900     05  WS-DATE-YYYY                   PIC 9(04).
019000     05  WS-DATE-MM                     PIC 9(02).
019100     05  WS-DATE-DD                     PIC 9(02).
019200 01  WS-MONTH-DAYS-INIT                 PIC X(24)   VALUE
019300     '312831303130313130313031'.
019400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-INIT.
019500     05  WS-MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
019600 77  WS-LAST-DAY                        PIC 9(02)   VALUE ZERO.
019700 77  WS-LEAP-QUOT                       PIC 9(04)   VALUE ZERO.
019800 77  WS-LEAP-REM-4                      PIC 9(03)   VALUE ZERO.
019900 77  WS-LEAP-REM-100                    PIC 9(03)   VALUE ZERO.
020000 77  WS-LEAP-REM-400                    PIC 9(03)   VALUE ZERO.
020100*----------------------------------------------------------------*
020200*    CPF/CNPJ CHECK DIGITS (SAME RULE AS CLI012V)                *
020300*----------------------------------------------------------------*
020400 01  WS-DOC-WORK                        PIC X(14)   VALUE SPACES.
020500 01  WS-DOC-DIGITS REDEFINES WS-DOC-WORK.
020600     05  WS-DOC-DIGIT OCCURS 14 TIMES   PIC 9(01).
020700 01  WS-CNPJ-DV1-WEIGHTS-INIT.
020800     05  FILLER                  PIC 9(01)  VALUE 5.
020900     05  FILLER                  PIC 9(01)  VALUE 4.
021000     05  FILLER                  PIC 9(01)  VALUE 3.
021100     05  FILLER                  PIC 9(01)  VALUE 2.
021200     05  FILLER                  PIC 9(01)  VALUE 9.
021300     05  FILLER                  PIC 9(01)  VALUE 8.
021400     05  FILLER                  PIC 9(01)  VALUE 7.
021500     05  FILLER                  PIC 9(01)  VALUE 6.
021600     05  FILLER                  PIC 9(01)  VALUE 5.
021700     05  FILLER                  PIC 9(01)  VALUE 4.
021800     05  FILLER                  PIC 9(01)  VALUE 3.
021900     05  FILLER                  PIC 9(01)  VALUE 2.
022000 01  WS-CNPJ-DV1-WEIGHT REDEFINES WS-CNPJ-DV1-WEIGHTS-INIT
022100                        OCCURS 12 TIMES     PIC 9(01).
022200 01  WS-CNPJ-DV2-WEIGHTS-INIT.
022300     05  FILLER                  PIC 9(01)  VALUE 6.
022400     05  FILLER                  PIC 9(01)  VALUE 5.
022500     05  FILLER                  PIC 9(01)  VALUE 4.
022600     05  FILLER                  PIC 9(01)  VALUE 3.
022700     05  FILLER                  PIC 9(01)  VALUE 2.
022800     05  FILLER                  PIC 9(01)  VALUE 9.
022900     05  FILLER                  PIC 9(01)  VALUE 8.
023000     05  FILLER                  PIC 9(01)  VALUE 7.
023100     05  FILLER                  PIC 9(01)  VALUE 6.
023200     05  FILLER                  PIC 9(01)  VALUE 5.
023300     05  FILLER                  PIC 9(01)  VALUE 4.
023400     05  FILLER                  PIC 9(01)  VALUE 3.
023500     05  FILLER                  PIC 9(01)  VALUE 2.
023600 01  WS-CNPJ-DV2-WEIGHT REDEFINES WS-CNPJ-DV2-WEIGHTS-INIT
023700                        OCCURS 13 TIMES     PIC 9(01).
023800 77  WS-DOC-VALID-SW                    PIC X(01)   VALUE 'N'.
023900     88  WS-DOC-VALID                               VALUE 'Y'.
024000 77  WS-IDX                             PIC 9(02)   VALUE ZERO.
024100 77  WS-WEIGHT                          PIC 9(02)   VALUE ZERO.
024200 77  WS-SUM                             PIC 9(06)   VALUE ZERO.
024300 77  WS-SCALED-SUM                      PIC 9(07)   VALUE ZERO.
024400 77  WS-QUOTIENT                        PIC 9(06)   VALUE ZERO.
024500 77  WS-REMAINDER                       PIC 9(04)   VALUE ZERO.
024600 77  WS-CHECK-DIGIT-1                   PIC 9(01)   VALUE ZERO.
024700 77  WS-CHECK-DIGIT-2                   PIC 9(01)   VALUE ZERO.
024800 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
024900 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
025000                                        PIC X(08).
025100 01  WS-CURRENT-DATE-TIME.
025200     05  WS-CURRENT-DATE                PIC 9(08).
025300     05  WS-CURRENT-TIME                PIC 9(06).
025400     05  FILLER                         PIC X(08).
025500*----------------------------------------------------------------*
025600*    REPORT LINES                                                *
025700*----------------------------------------------------------------*
025800 01  WS-HEADING-LINE.
025900     05  FILLER                         PIC X(40)
026000             VALUE 'CLI081C - MAKER-CHECKER CORRECTIONS     '.
026100     05  FILLER                         PIC X(15)
026200             VALUE 'BUSINESS DATE: '.
026300     05  WS-HDG-RUN-DATE                PIC 9(08).
026400     05  FILLER                         PIC X(37)   VALUE SPACES.
026410 01  WS-REPLAY-LINE.
026420     05  FILLER                         PIC X(31)
026430         VALUE '*** REPLAY RUN - BUSINESS DATE '.
026440     05  WS-RPL-DATE                    PIC 9(08).
026450     05  FILLER                         PIC X(30)
026460         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
026470     05  FILLER                         PIC X(31)   VALUE SPACES.
026500 01  WS-LIMIT-LINE.
026600     05  FILLER                         PIC X(20)
026700             VALUE 'APPROVAL WINDOW   : '.
026800     05  WS-LIM-AGE                     PIC ZZ9.
026900     05  FILLER                         PIC X(20)
027000             VALUE ' DAYS   WATCHED   : '.
027100     05  WS-LIM-WATCH                   PIC ZZ9.
027200     05  FILLER                         PIC X(05)
027300             VALUE ' DAYS'.
027400     05  FILLER                         PIC X(49)   VALUE SPACES.
027500 01  WS-COLUMN-LINE.
027600     05  FILLER                         PIC X(34)
027700             VALUE 'CORR-ID      ACCOUNT             '.
027800     05  FILLER                         PIC X(34)
027900             VALUE 'FIELD    MAKER    CHECKER  ACTION '.
028000     05  FILLER                         PIC X(32)   VALUE SPACES.
028100 01  WS-DETAIL-LINE.
028200     05  WS-DTL-CORR-ID                 PIC X(12).
028300     05  FILLER                         PIC X(01)   VALUE SPACES.
028400     05  WS-DTL-ACCOUNT                 PIC X(19).
028500     05  FILLER                         PIC X(01)   VALUE SPACES.
028600     05  WS-DTL-FIELD                   PIC X(08).
028700     05  FILLER                         PIC X(01)   VALUE SPACES.
028800     05  WS-DTL-MAKER                   PIC X(08).
028900     05  FILLER                         PIC X(01)   VALUE SPACES.
029000     05  WS-DTL-CHECKER                 PIC X(08).
029100     05  FILLER                         PIC X(01)   VALUE SPACES.
029200     05  WS-DTL-ACTION                  PIC X(40).
029300 01  WS-VALUE-LINE.
029400     05  FILLER                         PIC X(14)   VALUE SPACES.
029500     05  WS-VAL-LABEL                   PIC X(20).
029600     05  WS-VAL-VALUE                   PIC X(60).
029700     05  FILLER                         PIC X(06)   VALUE SPACES.
029800 01  WS-PENDING-ACTION.
029900     05  FILLER                         PIC X(25)
030000             VALUE 'PENDING APPROVAL - AGE : '.
030100     05  WS-PND-AGE                     PIC ZZ9.
030200     05  FILLER                         PIC X(05)   VALUE ' DAYS'.
030300     05  FILLER                         PIC X(07)   VALUE SPACES.
030400 01  WS-TOTAL-LINE.
030500     05  WS-TOT-LABEL                   PIC X(28).
030600     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
030700     05  FILLER                         PIC X(61)   VALUE SPACES.
030800******************************************************************
030900*                 LINKAGE SECTION                               *
031000******************************************************************
031100 LINKAGE SECTION.
031200 01  LS-PARM.
031300     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
031400     03  LS-PARM-BUSDATE                PIC X(06).
031500******************************************************************
031600*                 PROCEDURE DIVISION                            *
031700******************************************************************
031800 PROCEDURE DIVISION USING LS-PARM.
031900 0000-MAINLINE.
032000     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
032100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032200     PERFORM 2000-WATCH-APPLIED   THRU 2000-EXIT
032300             VARYING WS-CORR-IDX FROM 1 BY 1
032400             UNTIL WS-CORR-IDX > WS-CORR-COUNT.
032500     PERFORM 3000-PROCESS-TRAN    THRU 3000-EXIT
032600             UNTIL WS-TRAN-EOF.
032700     PERFORM 4000-APPLY-APPROVED  THRU 4000-EXIT
032800             VARYING WS-CORR-IDX FROM 1 BY 1
032900             UNTIL WS-CORR-IDX > WS-CORR-COUNT.
033000     PERFORM 5000-AGE-PENDING     THRU 5000-EXIT
033100             VARYING WS-CORR-IDX FROM 1 BY 1
033200             UNTIL WS-CORR-IDX > WS-CORR-COUNT.
033300     PERFORM 6000-WRITE-MASTER    THRU 6000-EXIT
033400             VARYING WS-CORR-IDX FROM 1 BY 1
033500             UNTIL WS-CORR-IDX > WS-CORR-COUNT.
033600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
033700     GOBACK.
033800 0000-EXIT.
033900     EXIT.
034000******************************************************************
034100*   1000 - BUSINESS DATE, CORRECTION MASTER AND FILES            *
034200******************************************************************
034300 1000-INITIALIZE.
034400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
034500     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
034600     IF LS-PARM-LENGTH >= 6
034700         AND LS-PARM-BUSDATE NUMERIC
034800         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
034900         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
035000     END-IF.
035100     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
035110     IF WS-REPLAY-RUN
035120         MOVE WS-REPLAY-DATE TO WS-BUSINESS-DATE
035130         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
035140     END-IF.
035200     COMPUTE WS-TODAY-INT-DATE =
035300             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
035400     PERFORM 1600-LOAD-CORRECTIONS THRU 1600-EXIT.
035500     OPEN INPUT  CORRTRAN-FILE.
035600     OPEN I-O    CLIMST-FILE.
035700     OPEN OUTPUT CLIAUDT-FILE.
035800     OPEN OUTPUT CRMS-OUT-FILE.
035900     OPEN OUTPUT REPORT-FILE.
036000     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
036100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
036110     IF WS-REPLAY-RUN
036120         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
036130         WRITE REPORT-LINE FROM WS-REPLAY-LINE
036140     END-IF.
036200     MOVE WS-MAX-AGE-DAYS  TO WS-LIM-AGE.
036300     MOVE WS-WATCH-DAYS    TO WS-LIM-WATCH.
036400     WRITE REPORT-LINE FROM WS-LIMIT-LINE.
036500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
036600     PERFORM 3100-READ-TRAN THRU 3100-EXIT.
036700 1000-EXIT.
036800     EXIT.
036900******************************************************************
037000*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
037100******************************************************************
037200 1500-LOAD-RUN-PARMS.
037300     OPEN INPUT RUNPARM-FILE.
037400     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
037500             UNTIL WS-PARM-EOF.
037600     CLOSE RUNPARM-FILE.
037700 1500-EXIT.
037800     EXIT.
037900 1510-READ-ONE-PARM.
038000     READ RUNPARM-FILE
038100         AT END SET WS-PARM-EOF TO TRUE
038200         NOT AT END
038300             IF RUNPARM-PROGRAM-ID = 'CLI081C '
038400                 AND RUNPARM-KEY = 'CORRAGE '
038500                 MOVE RUNPARM-VALUE-NUM TO WS-MAX-AGE-DAYS
038600                 DISPLAY 'CLI081C - APPROVAL WINDOW SET TO '
038700                         WS-MAX-AGE-DAYS
038800                         ' DAYS BY RUN PARAMETER'
038900             END-IF
039000             IF RUNPARM-PROGRAM-ID = 'CLI081C '
039100                 AND RUNPARM-KEY = 'WATCHDAY'
039200                 MOVE RUNPARM-VALUE-NUM TO WS-WATCH-DAYS
039300                 DISPLAY 'CLI081C - WATCH PERIOD SET TO '
039400                         WS-WATCH-DAYS
039500                         ' DAYS BY RUN PARAMETER'
039600             END-IF
039610             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
039620                 AND RUNPARM-KEY = 'BUSDATE '
039630                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
039640                 SET WS-REPLAY-RUN TO TRUE
039650                 DISPLAY 'CLI081C - REPLAY RUN FOR BUSINESS DATE '
039660                         WS-REPLAY-DATE
039670             END-IF
039700     END-READ.
039800 1510-EXIT.
039900     EXIT.
040000******************************************************************
040100*   1600 - TABLE THE CORRECTIONS CARRIED FROM THE LAST RUN       *
040200******************************************************************
040300 1600-LOAD-CORRECTIONS.
040400     OPEN INPUT CRMS-IN-FILE.
040500     PERFORM 1610-LOAD-ONE-CORRECTION THRU 1610-EXIT
040600             UNTIL WS-CRMS-EOF.
040700     CLOSE CRMS-IN-FILE.
040800     IF WS-DROPPED-COUNT NOT = ZERO
040900         DISPLAY 'CLI081C - TABLE FULL, CORRECTIONS DROPPED : '
041000                 WS-DROPPED-COUNT
041100         MOVE 8 TO RETURN-CODE
041200     END-IF.
041300 1600-EXIT.
041400     EXIT.
041500 1610-LOAD-ONE-CORRECTION.
041600     READ CRMS-IN-FILE
041700         AT END SET WS-CRMS-EOF TO TRUE
041800         NOT AT END
041900             ADD 1 TO WS-RUNSTAT-READ
042000             MOVE CRMSIN-RECORD TO WS-CRM-RECORD
042100             PERFORM 3900-INSERT-CORRECTION THRU 3900-EXIT
042200     END-READ.
042300 1610-EXIT.
042400     EXIT.
042500******************************************************************
042600*   2000 - AN APPLIED CORRECTION IS CHECKED AGAINST THE MASTER   *
042700*          AFTER CLI038K HAS APPLIED THE NIGHT'S TRANSMISSION.   *
042800*          A DIFFERENT VALUE MEANS THE SENDER OVERWROTE IT; AN   *
042900*          UNCHANGED ONE IS CONFIRMED ONCE THE WATCH IS OVER     *
043000******************************************************************
043100 2000-WATCH-APPLIED.
043200     IF WS-CORR-SLOT-STATUS(WS-CORR-IDX) NOT = 'A'
043300         GO TO 2000-EXIT
043400     END-IF.
043500     MOVE WS-CORR-SLOT(WS-CORR-IDX) TO WS-CRM-RECORD.
043600     IF WS-CRM-APPLIED-DATE NOT < WS-BUSINESS-DATE
043700         GO TO 2000-EXIT
043800     END-IF.
043900     MOVE WS-CRM-ACCOUNT-NUMBER TO CLIMST-ACCOUNT-NUMBER.
044000     READ CLIMST-FILE.
044100     IF WS-CLIMST-NOT-FOUND
044200         SET WS-CRM-CLOSED TO TRUE
044300         MOVE 'CLOSED - ACCOUNT NO LONGER ON MASTER'
044400              TO WS-DTL-ACTION
044500         PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT
044600         GO TO 2000-SAVE
044700     END-IF.
044800     IF NOT WS-CLIMST-OK
044900         ADD 1 TO WS-ERROR-COUNT
045000         DISPLAY 'CLI081C - MASTER READ ERROR, STATUS '
045100                 WS-CLIMST-STATUS ' FOR ACCOUNT '
045200                 WS-CRM-ACCOUNT-NUMBER
045300         GO TO 2000-EXIT
045400     END-IF.
045500     MOVE WS-CRM-FIELD-CODE TO WS-FIELD-CODE.
045600     PERFORM 7000-LOOKUP-FIELD    THRU 7000-EXIT.
045700     PERFORM 7100-GET-MASTER-VALUE THRU 7100-EXIT.
045800     IF WS-FIELD-VALUE NOT = WS-CRM-NEW-VALUE
045900         SET WS-CRM-CLOSED TO TRUE
046000         ADD 1 TO WS-OVERWRITTEN-COUNT
046100         MOVE 'OVERWRITTEN BY TRANSMISSION - SENDER FIX'
046200              TO WS-DTL-ACTION
046300         PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT
046400         MOVE 'CORRECTED VALUE   :' TO WS-VAL-LABEL
046500         MOVE WS-CRM-NEW-VALUE      TO WS-VAL-VALUE
046600         WRITE REPORT-LINE FROM WS-VALUE-LINE
046700         MOVE 'TRANSMITTED VALUE :' TO WS-VAL-LABEL
046800         MOVE WS-FIELD-VALUE        TO WS-VAL-VALUE
046900         WRITE REPORT-LINE FROM WS-VALUE-LINE
047000         GO TO 2000-SAVE
047100     END-IF.
047200     COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT-DATE -
047300             FUNCTION INTEGER-OF-DATE(WS-CRM-APPLIED-DATE).
047400     IF WS-ELAPSED-DAYS >= WS-WATCH-DAYS
047500         SET WS-CRM-CLOSED TO TRUE
047600         ADD 1 TO WS-CONFIRMED-COUNT
047700     END-IF.
047800 2000-SAVE.
047900     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-CORR-IDX).
048000 2000-EXIT.
048100     EXIT.
048200******************************************************************
048300*   3000 - ONE CORRECTION TRANSACTION: ENTRY, APPROVE, DECLINE   *
048400******************************************************************
048500 3000-PROCESS-TRAN.
048600     EVALUATE TRUE
048700         WHEN CLICORR-IS-ENTRY
048800             PERFORM 3200-ENTER-CORRECTION   THRU 3200-EXIT
048900         WHEN CLICORR-IS-APPROVAL
049000             PERFORM 3300-APPROVE-CORRECTION THRU 3300-EXIT
049100         WHEN CLICORR-IS-DECLINE
049200             PERFORM 3400-DECLINE-CORRECTION THRU 3400-EXIT
049300         WHEN OTHER
049400             MOVE 'REJECTED - UNKNOWN RECORD TYPE'
049500                  TO WS-REJECT-REASON
049600             PERFORM 3800-REPORT-TRAN THRU 3800-EXIT
049700     END-EVALUATE.
049800     PERFORM 3100-READ-TRAN THRU 3100-EXIT.
049900 3000-EXIT.
050000     EXIT.
050100 3100-READ-TRAN.
050200     READ CORRTRAN-FILE
050300         AT END SET WS-TRAN-EOF TO TRUE
050400         NOT AT END ADD 1 TO WS-RUNSTAT-READ
050500     END-READ.
050600 3100-EXIT.
050700     EXIT.
050800******************************************************************
050900*   3200 - MAKER ENTRY: VALIDATE NOW, HOLD FOR THE CHECKER       *
051000******************************************************************
051100 3200-ENTER-CORRECTION.
051200     ADD 1 TO WS-KEYED-COUNT.
051300     MOVE SPACES TO WS-REJECT-REASON.
051400     IF CLICORR-CORR-ID = SPACES
051500         OR CLICORR-OPERATOR-ID = SPACES
051600         MOVE 'REJECTED - NO CORRECTION ID OR OPERATOR'
051700              TO WS-REJECT-REASON
051800         GO TO 3200-REJECT
051900     END-IF.
052000     PERFORM 3950-FIND-CORR-ID THRU 3950-EXIT.
052100     IF WS-FOUND
052200         MOVE 'REJECTED - DUPLICATE CORRECTION ID'
052300              TO WS-REJECT-REASON
052400         GO TO 3200-REJECT
052500     END-IF.
052600     MOVE CLICORR-ACCOUNT-NUMBER TO CLIMST-ACCOUNT-NUMBER.
052700     READ CLIMST-FILE.
052800     IF NOT WS-CLIMST-OK
052900         MOVE 'REJECTED - ACCOUNT NOT ON CLIENT MASTER'
053000              TO WS-REJECT-REASON
053100         GO TO 3200-REJECT
053200     END-IF.
053300     MOVE CLICORR-FIELD-CODE TO WS-FIELD-CODE.
053400     PERFORM 7000-LOOKUP-FIELD THRU 7000-EXIT.
053500     IF WS-KIND-NOT-CORRECTABLE
053600         MOVE 'REJECTED - FIELD NOT CORRECTABLE'
053700              TO WS-REJECT-REASON
053800         GO TO 3200-REJECT
053900     END-IF.
054000     MOVE CLICORR-NEW-VALUE TO WS-FIELD-VALUE.
054100     PERFORM 7500-VALIDATE-VALUE THRU 7500-EXIT.
054200     IF WS-REJECT-REASON NOT = SPACES
054300         GO TO 3200-REJECT
054400     END-IF.
054410     IF WS-CORR-COUNT >= WS-CORR-MAX
054420         MOVE 'REJECTED - CORRECTION TABLE FULL'
054430              TO WS-REJECT-REASON
054440         GO TO 3200-REJECT
054450     END-IF.
054500     MOVE SPACES                 TO WS-CRM-RECORD.
054600     MOVE CLICORR-ACCOUNT-NUMBER TO WS-CRM-ACCOUNT-NUMBER.
054700     MOVE CLICORR-CORR-ID        TO WS-CRM-CORR-ID.
054800     MOVE CLICORR-FIELD-CODE     TO WS-CRM-FIELD-CODE.
054900     SET WS-CRM-PENDING          TO TRUE.
055000     MOVE CLICORR-NEW-VALUE      TO WS-CRM-NEW-VALUE.
055100     MOVE CLICORR-OPERATOR-ID    TO WS-CRM-MAKER-ID.
055200     MOVE CLICORR-REASON-CODE    TO WS-CRM-REASON-CODE.
055300     MOVE CLICORR-KEYED-DATE     TO WS-DATE-IN.
055400     PERFORM 7600-CHECK-DATE THRU 7600-EXIT.
055500     IF WS-DATE-OK
055600         AND WS-DATE-IN NOT > WS-BUSINESS-DATE
055700         MOVE CLICORR-KEYED-DATE TO WS-CRM-KEYED-DATE
055800     ELSE
055900         MOVE WS-BUSINESS-DATE   TO WS-CRM-KEYED-DATE
056000     END-IF.
056100     MOVE ZERO                   TO WS-CRM-APPLIED-DATE.
056200     PERFORM 3900-INSERT-CORRECTION THRU 3900-EXIT.
056300     GO TO 3200-EXIT.
056400 3200-REJECT.
056500     ADD 1 TO WS-REJECTED-COUNT.
056600     PERFORM 3800-REPORT-TRAN THRU 3800-EXIT.
056700     MOVE 'KEYED VALUE       :' TO WS-VAL-LABEL.
056800     MOVE CLICORR-NEW-VALUE     TO WS-VAL-VALUE.
056900     WRITE REPORT-LINE FROM WS-VALUE-LINE.
057000 3200-EXIT.
057100     EXIT.
057200******************************************************************
057300*   3300 - CHECKER APPROVAL: NEVER THE OPERATOR WHO KEYED IT     *
057400******************************************************************
057500 3300-APPROVE-CORRECTION.
057600     PERFORM 3950-FIND-CORR-ID THRU 3950-EXIT.
057700     IF NOT WS-FOUND
057800         MOVE 'APPROVAL IGNORED - UNKNOWN CORRECTION ID'
057900              TO WS-REJECT-REASON
058000         PERFORM 3800-REPORT-TRAN THRU 3800-EXIT
058100         GO TO 3300-EXIT
058200     END-IF.
058300     MOVE WS-CORR-SLOT(WS-SCAN-IDX) TO WS-CRM-RECORD.
058400     IF NOT WS-CRM-PENDING
058500         MOVE 'APPROVAL IGNORED - NOT PENDING APPROVAL'
058600              TO WS-REJECT-REASON
058700         PERFORM 3800-REPORT-TRAN THRU 3800-EXIT
058800         GO TO 3300-EXIT
058900     END-IF.
059000     IF CLICORR-OPERATOR-ID = SPACES
059100         OR CLICORR-OPERATOR-ID = WS-CRM-MAKER-ID
059200         ADD 1 TO WS-REFUSED-COUNT
059300         MOVE CLICORR-OPERATOR-ID TO WS-CRM-CHECKER-ID
059400         MOVE 'APPROVAL REFUSED - CHECKER IS THE MAKER'
059500              TO WS-DTL-ACTION
059600         PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT
059700         GO TO 3300-EXIT
059800     END-IF.
059900     ADD 1 TO WS-APPROVED-COUNT.
060000     SET WS-CRM-APPROVED TO TRUE.
060100     MOVE CLICORR-OPERATOR-ID TO WS-CRM-CHECKER-ID.
060200     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-SCAN-IDX).
060300 3300-EXIT.
060400     EXIT.
060500******************************************************************
060600*   3400 - CHECKER DECLINE (OR THE MAKER WITHDRAWING IT)         *
060700******************************************************************
060800 3400-DECLINE-CORRECTION.
060900     PERFORM 3950-FIND-CORR-ID THRU 3950-EXIT.
061000     IF NOT WS-FOUND
061100         MOVE 'DECLINE IGNORED - UNKNOWN CORRECTION ID'
061200              TO WS-REJECT-REASON
061300         PERFORM 3800-REPORT-TRAN THRU 3800-EXIT
061400         GO TO 3400-EXIT
061500     END-IF.
061600     MOVE WS-CORR-SLOT(WS-SCAN-IDX) TO WS-CRM-RECORD.
061700     IF NOT WS-CRM-PENDING
061800         MOVE 'DECLINE IGNORED - NOT PENDING APPROVAL'
061900              TO WS-REJECT-REASON
062000         PERFORM 3800-REPORT-TRAN THRU 3800-EXIT
062100         GO TO 3400-EXIT
062200     END-IF.
062300     ADD 1 TO WS-DECLINED-COUNT.
062400     SET WS-CRM-CLOSED TO TRUE.
062500     MOVE CLICORR-OPERATOR-ID TO WS-CRM-CHECKER-ID.
062600     IF CLICORR-OPERATOR-ID = WS-CRM-MAKER-ID
062700         MOVE 'WITHDRAWN BY THE MAKER' TO WS-DTL-ACTION
062800     ELSE
062900         MOVE 'REJECTED - DECLINED BY THE CHECKER'
063000              TO WS-DTL-ACTION
063100     END-IF.
063200     PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT.
063300     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-SCAN-IDX).
063400 3400-EXIT.
063500     EXIT.
063600******************************************************************
063700*   3800 - REPORT A TRANSACTION THAT WAS NOT TAKEN               *
063800******************************************************************
063900 3800-REPORT-TRAN.
064000     MOVE CLICORR-CORR-ID        TO WS-DTL-CORR-ID.
064100     MOVE CLICORR-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
064200     MOVE CLICORR-FIELD-CODE     TO WS-DTL-FIELD.
064300     IF CLICORR-IS-ENTRY
064400         MOVE CLICORR-OPERATOR-ID TO WS-DTL-MAKER
064500         MOVE SPACES              TO WS-DTL-CHECKER
064600     ELSE
064700         MOVE SPACES              TO WS-DTL-MAKER
064800         MOVE CLICORR-OPERATOR-ID TO WS-DTL-CHECKER
064900     END-IF.
065000     MOVE WS-REJECT-REASON       TO WS-DTL-ACTION.
065100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
065200 3800-EXIT.
065300     EXIT.
065400******************************************************************
065500*   3900 - INSERT WS-CRM-RECORD IN ACCOUNT / CORRECTION-ID ORDER *
065600******************************************************************
065700 3900-INSERT-CORRECTION.
065800     IF WS-CORR-COUNT >= WS-CORR-MAX
065900         ADD 1 TO WS-DROPPED-COUNT
066000         GO TO 3900-EXIT
066100     END-IF.
066200     MOVE 'N' TO WS-FOUND-SW.
066300     PERFORM 3910-TEST-ONE-SLOT THRU 3910-EXIT
066400             VARYING WS-INSERT-IDX FROM 1 BY 1
066500             UNTIL WS-INSERT-IDX > WS-CORR-COUNT
066600                OR WS-FOUND.
066700     IF WS-FOUND
066800         SUBTRACT 1 FROM WS-INSERT-IDX
066900     END-IF.
067000     PERFORM 3920-SHIFT-DOWN THRU 3920-EXIT
067100             VARYING WS-SCAN-IDX FROM WS-CORR-COUNT BY -1
067200             UNTIL WS-SCAN-IDX < WS-INSERT-IDX.
067300     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-INSERT-IDX).
067400     ADD 1 TO WS-CORR-COUNT.
067500 3900-EXIT.
067600     EXIT.
067700 3910-TEST-ONE-SLOT.
067800     IF WS-CORR-SLOT-KEY(WS-INSERT-IDX) >
067900             WS-CRM-RECORD(1:31)
068000         SET WS-FOUND TO TRUE
068100     END-IF.
068200 3910-EXIT.
068300     EXIT.
068400 3920-SHIFT-DOWN.
068500     MOVE WS-CORR-SLOT(WS-SCAN-IDX)
068600          TO WS-CORR-SLOT(WS-SCAN-IDX + 1).
068700 3920-EXIT.
068800     EXIT.
068900******************************************************************
069000*   3950 - LOCATE CLICORR-CORR-ID IN THE TABLE (WS-SCAN-IDX)     *
069100******************************************************************
069200 3950-FIND-CORR-ID.
069300     MOVE 'N' TO WS-FOUND-SW.
069400     PERFORM 3960-TEST-ONE-ID THRU 3960-EXIT
069500             VARYING WS-SCAN-IDX FROM 1 BY 1
069600             UNTIL WS-SCAN-IDX > WS-CORR-COUNT
069700                OR WS-FOUND.
069800     IF WS-FOUND
069900         SUBTRACT 1 FROM WS-SCAN-IDX
070000     END-IF.
070100 3950-EXIT.
070200     EXIT.
070300 3960-TEST-ONE-ID.
070400     IF WS-CORR-SLOT-ID(WS-SCAN-IDX) = CLICORR-CORR-ID
070500         SET WS-FOUND TO TRUE
070600     END-IF.
070700 3960-EXIT.
070800     EXIT.
070900******************************************************************
071000*   4000 - APPLY AN APPROVED CORRECTION TO THE CLIENT MASTER     *
071100******************************************************************
071200 4000-APPLY-APPROVED.
071300     IF WS-CORR-SLOT-STATUS(WS-CORR-IDX) NOT = 'K'
071400         GO TO 4000-EXIT
071500     END-IF.
071600     MOVE WS-CORR-SLOT(WS-CORR-IDX) TO WS-CRM-RECORD.
071700     MOVE WS-CRM-ACCOUNT-NUMBER TO CLIMST-ACCOUNT-NUMBER.
071800     READ CLIMST-FILE.
071900     IF WS-CLIMST-NOT-FOUND
072000         SET WS-CRM-CLOSED TO TRUE
072100         ADD 1 TO WS-REJECTED-COUNT
072200         MOVE 'REJECTED - ACCOUNT NO LONGER ON MASTER'
072300              TO WS-DTL-ACTION
072400         PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT
072500         GO TO 4000-SAVE
072600     END-IF.
072700     IF NOT WS-CLIMST-OK
072800         ADD 1 TO WS-ERROR-COUNT
072900         DISPLAY 'CLI081C - MASTER READ ERROR, STATUS '
073000                 WS-CLIMST-STATUS ' FOR ACCOUNT '
073100                 WS-CRM-ACCOUNT-NUMBER
073200         SET WS-CRM-APPROVED TO TRUE
073300         GO TO 4000-SAVE
073400     END-IF.
073500     MOVE WS-CRM-FIELD-CODE TO WS-FIELD-CODE.
073600     PERFORM 7000-LOOKUP-FIELD THRU 7000-EXIT.
073700     MOVE WS-CRM-NEW-VALUE TO WS-FIELD-VALUE.
073800     PERFORM 7500-VALIDATE-VALUE THRU 7500-EXIT.
073900     IF WS-REJECT-REASON NOT = SPACES
074000         SET WS-CRM-CLOSED TO TRUE
074100         ADD 1 TO WS-REJECTED-COUNT
074200         MOVE WS-REJECT-REASON TO WS-DTL-ACTION
074300         PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT
074400         GO TO 4000-SAVE
074500     END-IF.
074600     PERFORM 7100-GET-MASTER-VALUE THRU 7100-EXIT.
074700     MOVE WS-FIELD-VALUE   TO WS-CRM-OLD-VALUE.
074800     MOVE WS-CRM-NEW-VALUE TO WS-FIELD-VALUE.
074900     PERFORM 7200-PUT-MASTER-VALUE THRU 7200-EXIT.
075000     REWRITE CLIMST-DETAIL-RECORD
075100         INVALID KEY
075200             ADD 1 TO WS-ERROR-COUNT
075300             DISPLAY 'CLI081C - MASTER REWRITE FAILED, STATUS '
075400                     WS-CLIMST-STATUS ' FOR ACCOUNT '
075500                     WS-CRM-ACCOUNT-NUMBER
075600             SET WS-CRM-APPROVED TO TRUE
075700             GO TO 4000-SAVE
075800     END-REWRITE.
075900     MOVE SPACES                 TO CLIAUDT-ENTRY.
076000     MOVE WS-CRM-ACCOUNT-NUMBER  TO CLIAUDT-ACCOUNT-NUMBER.
076100     MOVE WS-CRM-FIELD-CODE      TO CLIAUDT-FIELD-CODE.
076200     MOVE WS-CRM-OLD-VALUE       TO CLIAUDT-OLD-VALUE.
076300     MOVE WS-CRM-NEW-VALUE       TO CLIAUDT-NEW-VALUE.
076400     MOVE WS-CURRENT-DATE        TO CLIAUDT-RUN-DATE.
076500     MOVE WS-CURRENT-TIME        TO CLIAUDT-RUN-TIME.
076600     MOVE WS-CRM-MAKER-ID        TO CLIAUDT-MAKER-ID.
076700     MOVE WS-CRM-CHECKER-ID      TO CLIAUDT-CHECKER-ID.
076800     WRITE CLIAUDT-ENTRY.
076900     ADD 1 TO WS-RUNSTAT-WRITTEN.
077000     ADD 1 TO WS-APPLIED-COUNT.
077100     SET WS-CRM-APPLIED TO TRUE.
077200     MOVE WS-BUSINESS-DATE TO WS-CRM-APPLIED-DATE.
077300     MOVE 'APPLIED TO CLIENT MASTER' TO WS-DTL-ACTION.
077400     PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT.
077500     PERFORM 4100-SUPERSEDE-EARLIER THRU 4100-EXIT
077600             VARYING WS-SCAN-IDX FROM 1 BY 1
077700             UNTIL WS-SCAN-IDX > WS-CORR-COUNT.
077800 4000-SAVE.
077900     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-CORR-IDX).
078000 4000-EXIT.
078100     EXIT.
078200******************************************************************
078300*   4100 - AN EARLIER CORRECTION OF THE SAME FIELD STILL BEING   *
078400*          WATCHED IS SUPERSEDED, NOT REPORTED AS OVERWRITTEN    *
078500******************************************************************
078600 4100-SUPERSEDE-EARLIER.
078700     IF WS-SCAN-IDX = WS-CORR-IDX
078800         OR WS-CORR-SLOT-STATUS(WS-SCAN-IDX) NOT = 'A'
078900         OR WS-CORR-SLOT-ACCT(WS-SCAN-IDX)
079000                NOT = WS-CRM-ACCOUNT-NUMBER
079100         OR WS-CORR-SLOT-FIELD(WS-SCAN-IDX)
079200                NOT = WS-CRM-FIELD-CODE
079300         GO TO 4100-EXIT
079400     END-IF.
079500     MOVE 'X' TO WS-CORR-SLOT-STATUS(WS-SCAN-IDX).
079600     ADD 1 TO WS-SUPERSEDED-COUNT.
079700 4100-EXIT.
079800     EXIT.
079900******************************************************************
080000*   5000 - AGE THE CORRECTIONS STILL WAITING FOR A CHECKER       *
080100******************************************************************
080200 5000-AGE-PENDING.
080300     IF WS-CORR-SLOT-STATUS(WS-CORR-IDX) NOT = 'P'
080400         GO TO 5000-EXIT
080500     END-IF.
080600     MOVE WS-CORR-SLOT(WS-CORR-IDX) TO WS-CRM-RECORD.
080700     COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT-DATE -
080800             FUNCTION INTEGER-OF-DATE(WS-CRM-KEYED-DATE).
080900     IF WS-ELAPSED-DAYS > WS-MAX-AGE-DAYS
081000         SET WS-CRM-CLOSED TO TRUE
081100         ADD 1 TO WS-EXPIRED-COUNT
081200         MOVE 'REJECTED - EXPIRED WITHOUT APPROVAL'
081300              TO WS-DTL-ACTION
081400     ELSE
081500         ADD 1 TO WS-PENDING-COUNT
081600         MOVE WS-ELAPSED-DAYS TO WS-PND-AGE
081700         MOVE WS-PENDING-ACTION TO WS-DTL-ACTION
081800     END-IF.
081900     PERFORM 8000-REPORT-CORRECTION THRU 8000-EXIT.
082000     MOVE WS-CRM-RECORD TO WS-CORR-SLOT(WS-CORR-IDX).
082100 5000-EXIT.
082200     EXIT.
082300******************************************************************
082400*   6000 - CARRY PENDING AND WATCHED CORRECTIONS FORWARD         *
082500******************************************************************
082600 6000-WRITE-MASTER.
082700     IF WS-CORR-SLOT-STATUS(WS-CORR-IDX) NOT = 'P'
082800         AND WS-CORR-SLOT-STATUS(WS-CORR-IDX) NOT = 'A'
082900         GO TO 6000-EXIT
083000     END-IF.
083100     IF WS-CORR-SLOT-STATUS(WS-CORR-IDX) = 'A'
083200         ADD 1 TO WS-WATCHED-COUNT
083300     END-IF.
083400     MOVE WS-CORR-SLOT(WS-CORR-IDX) TO CRMSOUT-RECORD.
083500     WRITE CRMSOUT-RECORD.
083600     ADD 1 TO WS-RUNSTAT-WRITTEN.
083700     ADD 1 TO WS-MASTER-COUNT.
083800 6000-EXIT.
083900     EXIT.
084000******************************************************************
084100*   7000 - CORRECTABLE FIELD LIST: SET THE VALIDATION RULE AND   *
084200*          FIELD LENGTH FOR WS-FIELD-CODE (SPACE = NOT ALLOWED)  *
084300******************************************************************
084400 7000-LOOKUP-FIELD.
084500     MOVE SPACE TO WS-FIELD-KIND.
084600     MOVE ZERO  TO WS-FIELD-LEN.
084700     EVALUATE WS-FIELD-CODE
084800         WHEN 'NAME1   '
084900             MOVE 'T' TO WS-FIELD-KIND
085000             MOVE 40  TO WS-FIELD-LEN
085100         WHEN 'BPID    '
085200             MOVE 'C' TO WS-FIELD-KIND
085300             MOVE 14  TO WS-FIELD-LEN
085400         WHEN 'EMAIL   '
085500             MOVE 'M' TO WS-FIELD-KIND
085600             MOVE 60  TO WS-FIELD-LEN
085700         WHEN 'CELLSMS '
085800             MOVE 'P' TO WS-FIELD-KIND
085900             MOVE 10  TO WS-FIELD-LEN
086000         WHEN 'DOCISSDT'
086100         WHEN 'SPDOCDT '
086200         WHEN 'CRGRANT '
086300             MOVE 'D' TO WS-FIELD-KIND
086400             MOVE 8   TO WS-FIELD-LEN
086500         WHEN 'CARDEXP '
086600             MOVE 'E' TO WS-FIELD-KIND
086700             MOVE 8   TO WS-FIELD-LEN
086800         WHEN OTHER
086900             PERFORM 7010-LOOKUP-ADDRESS THRU 7010-EXIT
087000     END-EVALUATE.
087100 7000-EXIT.
087200     EXIT.
087300 7010-LOOKUP-ADDRESS.
087400     IF WS-FIELD-PREFIX NOT = 'AD'
087500         OR WS-FIELD-FILL NOT = SPACE
087600         OR WS-FIELD-OCC-X < '1'
087700         OR WS-FIELD-OCC-X > '3'
087800         GO TO 7010-EXIT
087900     END-IF.
088000     EVALUATE WS-FIELD-NAME
088100         WHEN 'ZIPC'
088200             MOVE 'Z' TO WS-FIELD-KIND
088300             MOVE 8   TO WS-FIELD-LEN
088400         WHEN 'STRT'
088500             MOVE 'T' TO WS-FIELD-KIND
088600             MOVE 45  TO WS-FIELD-LEN
088700         WHEN 'NUMB'
088800             MOVE 'T' TO WS-FIELD-KIND
088900             MOVE 6   TO WS-FIELD-LEN
089000         WHEN 'NBHD'
089100             MOVE 'T' TO WS-FIELD-KIND
089200             MOVE 15  TO WS-FIELD-LEN
089300         WHEN 'CMPL'
089400             MOVE 'O' TO WS-FIELD-KIND
089500             MOVE 15  TO WS-FIELD-LEN
089600         WHEN 'CITY'
089700             MOVE 'T' TO WS-FIELD-KIND
089800             MOVE 25  TO WS-FIELD-LEN
089900         WHEN 'STAT'
090000             MOVE 'U' TO WS-FIELD-KIND
090100             MOVE 2   TO WS-FIELD-LEN
090200         WHEN OTHER
090300             CONTINUE
090400     END-EVALUATE.
090500 7010-EXIT.
090600     EXIT.
090700******************************************************************
090800*   7100 - CURRENT MASTER VALUE OF THE FIELD INTO WS-FIELD-VALUE *
090900******************************************************************
091000 7100-GET-MASTER-VALUE.
091100     MOVE SPACES TO WS-FIELD-VALUE.
091200     EVALUATE WS-FIELD-CODE
091300         WHEN 'NAME1   '
091400             MOVE CLIMST-NAME-LINE-1 TO WS-FIELD-VALUE
091500         WHEN 'BPID    '
091600             MOVE CLIMST-BUSINESS-OR-PERSONAL-ID
091700                  TO WS-FIELD-VALUE
091800         WHEN 'EMAIL   '
091900             MOVE CLIMST-EMAIL TO WS-FIELD-VALUE
092000         WHEN 'CELLSMS '
092100             MOVE CLIMST-MG-CELLPHONE-SMS TO WS-FIELD-VALUE
092200         WHEN 'DOCISSDT'
092300             MOVE CLIMST-DOC-ISSUE-DATE TO WS-FIELD-VALUE-NUM8
092400         WHEN 'SPDOCDT '
092500             MOVE CLIMST-SPOUSE-DOC-ISSUE-DATE
092600                  TO WS-FIELD-VALUE-NUM8
092700         WHEN 'CRGRANT '
092800             MOVE CLIMST-CREDIT-GRANT-DATE
092900                  TO WS-FIELD-VALUE-NUM8
093000         WHEN 'CARDEXP '
093100             MOVE CLIMST-CARD-EXPIRATION-DATE
093200                  TO WS-FIELD-VALUE-NUM8
093300         WHEN OTHER
093400             PERFORM 7110-GET-ADDRESS-VALUE THRU 7110-EXIT
093500     END-EVALUATE.
093600 7100-EXIT.
093700     EXIT.
093800 7110-GET-ADDRESS-VALUE.
093900     EVALUATE WS-FIELD-NAME
094000         WHEN 'ZIPC'
094100             MOVE CLIMST-ZIP-CODE(WS-FIELD-OCC)
094200                  TO WS-FIELD-VALUE-NUM8
094300         WHEN 'STRT'
094400             MOVE CLIMST-STREET-DESC(WS-FIELD-OCC)
094500                  TO WS-FIELD-VALUE
094600         WHEN 'NUMB'
094700             MOVE CLIMST-STREET-NUMBER(WS-FIELD-OCC)
094800                  TO WS-FIELD-VALUE
094900         WHEN 'NBHD'
095000             MOVE CLIMST-NEIGHBORHOOD-NAME(WS-FIELD-OCC)
095100                  TO WS-FIELD-VALUE
095200         WHEN 'CMPL'
095300             MOVE CLIMST-COMPLEMENT-TEXT(WS-FIELD-OCC)
095400                  TO WS-FIELD-VALUE
095500         WHEN 'CITY'
095600             MOVE CLIMST-CITY-NAME(WS-FIELD-OCC)
095700                  TO WS-FIELD-VALUE
095800         WHEN 'STAT'
095900             MOVE CLIMST-STATE-NAME(WS-FIELD-OCC)
096000                  TO WS-FIELD-VALUE
096100     END-EVALUATE.
096200 7110-EXIT.
096300     EXIT.
096400******************************************************************
096500*   7200 - WS-FIELD-VALUE INTO THE FIELD ON THE MASTER RECORD    *
096600******************************************************************
096700 7200-PUT-MASTER-VALUE.
096800     EVALUATE WS-FIELD-CODE
096900         WHEN 'NAME1   '
097000             MOVE WS-FIELD-VALUE TO CLIMST-NAME-LINE-1
097100         WHEN 'BPID    '
097200             MOVE WS-FIELD-VALUE
097300                  TO CLIMST-BUSINESS-OR-PERSONAL-ID
097400         WHEN 'EMAIL   '
097500             MOVE WS-FIELD-VALUE TO CLIMST-EMAIL
097600         WHEN 'CELLSMS '
097700             MOVE WS-FIELD-VALUE TO CLIMST-MG-CELLPHONE-SMS
097800         WHEN 'DOCISSDT'
097900             MOVE WS-FIELD-VALUE-NUM8 TO CLIMST-DOC-ISSUE-DATE
098000         WHEN 'SPDOCDT '
098100             MOVE WS-FIELD-VALUE-NUM8
098200                  TO CLIMST-SPOUSE-DOC-ISSUE-DATE
098300         WHEN 'CRGRANT '
098400             MOVE WS-FIELD-VALUE-NUM8
098500                  TO CLIMST-CREDIT-GRANT-DATE
098600         WHEN 'CARDEXP '
098700             MOVE WS-FIELD-VALUE-NUM8
098800                  TO CLIMST-CARD-EXPIRATION-DATE
098900         WHEN OTHER
099000             PERFORM 7210-PUT-ADDRESS-VALUE THRU 7210-EXIT
099100     END-EVALUATE.
099200 7200-EXIT.
099300     EXIT.
099400 7210-PUT-ADDRESS-VALUE.
099500     EVALUATE WS-FIELD-NAME
099600         WHEN 'ZIPC'
099700             MOVE WS-FIELD-VALUE-NUM8
099800                  TO CLIMST-ZIP-CODE(WS-FIELD-OCC)
099900         WHEN 'STRT'
100000             MOVE WS-FIELD-VALUE
100100                  TO CLIMST-STREET-DESC(WS-FIELD-OCC)
100200         WHEN 'NUMB'
100300             MOVE WS-FIELD-VALUE
100400                  TO CLIMST-STREET-NUMBER(WS-FIELD-OCC)
100500         WHEN 'NBHD'
100600             MOVE WS-FIELD-VALUE
100700                  TO CLIMST-NEIGHBORHOOD-NAME(WS-FIELD-OCC)
100800         WHEN 'CMPL'
100900             MOVE WS-FIELD-VALUE
101000                  TO CLIMST-COMPLEMENT-TEXT(WS-FIELD-OCC)
101100         WHEN 'CITY'
101200             MOVE WS-FIELD-VALUE
101300                  TO CLIMST-CITY-NAME(WS-FIELD-OCC)
101400         WHEN 'STAT'
101500             MOVE WS-FIELD-VALUE
101600                  TO CLIMST-STATE-NAME(WS-FIELD-OCC)
101700     END-EVALUATE.
101800 7210-EXIT.
101900     EXIT.
102000******************************************************************
102100*   7500 - VALIDATE WS-FIELD-VALUE FOR THE FIELD'S RULE; A       *
102200*          FAILURE LEAVES THE REASON IN WS-REJECT-REASON         *
102300******************************************************************
102400 7500-VALIDATE-VALUE.
102500     MOVE SPACES TO WS-REJECT-REASON.
102600     MOVE ZERO TO WS-VALUE-LEN.
102700     PERFORM 7510-TEST-LAST-CHAR THRU 7510-EXIT
102800             VARYING WS-VALUE-POS FROM 60 BY -1
102900             UNTIL WS-VALUE-POS = ZERO
103000                OR WS-VALUE-LEN NOT = ZERO.
103100     IF WS-VALUE-LEN > WS-FIELD-LEN
103200         MOVE 'REJECTED - VALUE TOO LONG FOR THE FIELD'
103300              TO WS-REJECT-REASON
103400         GO TO 7500-EXIT
103500     END-IF.
103600     IF WS-VALUE-LEN = ZERO
103700         AND NOT WS-KIND-OPTIONAL-TEXT
103800         MOVE 'REJECTED - VALUE IS BLANK'
103900              TO WS-REJECT-REASON
104000         GO TO 7500-EXIT
104100     END-IF.
104200     EVALUATE TRUE
104300         WHEN WS-KIND-PAST-DATE
104400         WHEN WS-KIND-ANY-DATE
104500             PERFORM 7520-VALIDATE-DATE     THRU 7520-EXIT
104600         WHEN WS-KIND-CEP
104700             IF WS-VALUE-LEN NOT = 8
104800                 OR WS-FIELD-VALUE(1:8) NOT NUMERIC
104900                 OR WS-FIELD-VALUE(1:8) = ZEROS
105000                 MOVE 'REJECTED - INVALID CEP'
105100                      TO WS-REJECT-REASON
105200             END-IF
105300         WHEN WS-KIND-UF
105400             PERFORM 7530-VALIDATE-UF       THRU 7530-EXIT
105500         WHEN WS-KIND-EMAIL
105600             PERFORM 7540-VALIDATE-EMAIL    THRU 7540-EXIT
105700         WHEN WS-KIND-PHONE
105800             IF WS-VALUE-LEN < 8
105900                 OR WS-FIELD-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
106000                 MOVE 'REJECTED - INVALID PHONE NUMBER'
106100                      TO WS-REJECT-REASON
106200             END-IF
106300         WHEN WS-KIND-DOCUMENT
106400             PERFORM 7550-VALIDATE-DOCUMENT THRU 7550-EXIT
106500         WHEN OTHER
106600             CONTINUE
106700     END-EVALUATE.
106800 7500-EXIT.
106900     EXIT.
107000 7510-TEST-LAST-CHAR.
107100     IF WS-FIELD-CHAR(WS-VALUE-POS) NOT = SPACE
107200         MOVE WS-VALUE-POS TO WS-VALUE-LEN
107300     END-IF.
107400 7510-EXIT.
107500     EXIT.
107600 7520-VALIDATE-DATE.
107700     IF WS-VALUE-LEN NOT = 8
107800         OR WS-FIELD-VALUE(1:8) NOT NUMERIC
107900         MOVE 'REJECTED - NOT A VALID DATE'
108000              TO WS-REJECT-REASON
108100         GO TO 7520-EXIT
108200     END-IF.
108300     MOVE WS-FIELD-VALUE-NUM8 TO WS-DATE-IN.
108400     PERFORM 7600-CHECK-DATE THRU 7600-EXIT.
108500     IF NOT WS-DATE-OK
108600         MOVE 'REJECTED - NOT A VALID DATE'
108700              TO WS-REJECT-REASON
108800         GO TO 7520-EXIT
108900     END-IF.
109000     IF WS-KIND-PAST-DATE
109100         AND WS-DATE-IN > WS-BUSINESS-DATE
109200         MOVE 'REJECTED - DATE AFTER THE BUSINESS DATE'
109300              TO WS-REJECT-REASON
109400     END-IF.
109500 7520-EXIT.
109600     EXIT.
109700 7530-VALIDATE-UF.
109800     MOVE 'N' TO WS-FOUND-SW.
109900     PERFORM 7531-TEST-ONE-UF THRU 7531-EXIT
110000             VARYING WS-UF-IDX FROM 1 BY 1
110100             UNTIL WS-UF-IDX > 27
110200                OR WS-FOUND.
110300     IF NOT WS-FOUND
110400         MOVE 'REJECTED - INVALID UF'
110500              TO WS-REJECT-REASON
110600     END-IF.
110700 7530-EXIT.
110800     EXIT.
110900 7531-TEST-ONE-UF.
111000     IF WS-UF-CODE(WS-UF-IDX) = WS-FIELD-VALUE(1:2)
111100         SET WS-FOUND TO TRUE
111200     END-IF.
111300 7531-EXIT.
111400     EXIT.
111500 7540-VALIDATE-EMAIL.
111600     MOVE ZERO TO WS-AT-COUNT WS-AT-POS WS-SPACE-COUNT
111700                  WS-DOT-COUNT.
111800     INSPECT WS-FIELD-VALUE(1:WS-VALUE-LEN)
111900             TALLYING WS-AT-COUNT    FOR ALL '@'
112000                      WS-SPACE-COUNT FOR ALL SPACE.
112100     INSPECT WS-FIELD-VALUE(1:WS-VALUE-LEN)
112200             TALLYING WS-AT-POS FOR CHARACTERS BEFORE INITIAL '@'.
112300     IF WS-AT-COUNT NOT = 1
112400         OR WS-SPACE-COUNT NOT = ZERO
112500         OR WS-AT-POS = ZERO
112600         OR WS-AT-POS + 1 >= WS-VALUE-LEN
112700         MOVE 'REJECTED - INVALID E-MAIL ADDRESS'
112800              TO WS-REJECT-REASON
112900         GO TO 7540-EXIT
113000     END-IF.
113100     COMPUTE WS-DOMAIN-LEN = WS-VALUE-LEN - WS-AT-POS - 1.
113200     INSPECT WS-FIELD-VALUE(WS-AT-POS + 2:WS-DOMAIN-LEN)
113300             TALLYING WS-DOT-COUNT FOR ALL '.'.
113400     IF WS-DOT-COUNT = ZERO
113500         OR WS-FIELD-VALUE(WS-AT-POS + 2:1) = '.'
113600         OR WS-FIELD-CHAR(WS-VALUE-LEN) = '.'
113700         MOVE 'REJECTED - INVALID E-MAIL ADDRESS'
113800              TO WS-REJECT-REASON
113900     END-IF.
114000 7540-EXIT.
114100     EXIT.
114200******************************************************************
114300*   7550 - CPF (NAME-TYPE-IND 1, 11 DIGITS RIGHT-JUSTIFIED) OR   *
114400*          CNPJ (NAME-TYPE-IND 2) BY THE MASTER'S NAME TYPE; AN  *
114500*          ACCOUNT WITH NO NAME TYPE TAKES EITHER                *
114600******************************************************************
114700 7550-VALIDATE-DOCUMENT.
114800     MOVE 'N' TO WS-DOC-VALID-SW.
114900     IF WS-VALUE-LEN NOT = 14
115000         OR WS-FIELD-VALUE(1:14) NOT NUMERIC
115100         OR WS-FIELD-VALUE(1:14) = ZEROS
115200         MOVE 'REJECTED - CPF/CNPJ MUST BE 14 DIGITS'
115300              TO WS-REJECT-REASON
115400         GO TO 7550-EXIT
115500     END-IF.
115600     MOVE WS-FIELD-VALUE(1:14) TO WS-DOC-WORK.
115700     IF NOT CLIMST-NAME-TYPE-COMPANY
115800         AND WS-DOC-WORK(1:3) = '000'
115900         PERFORM 7560-CPF-DIGITS THRU 7560-EXIT
116000         IF WS-CHECK-DIGIT-1 = WS-DOC-DIGIT(13)
116100             AND WS-CHECK-DIGIT-2 = WS-DOC-DIGIT(14)
116200             SET WS-DOC-VALID TO TRUE
116300         END-IF
116400     END-IF.
116500     IF NOT CLIMST-NAME-TYPE-INDIVIDUAL
116600         AND NOT WS-DOC-VALID
116700         PERFORM 7570-CNPJ-DIGITS THRU 7570-EXIT
116800         IF WS-CHECK-DIGIT-1 = WS-DOC-DIGIT(13)
116900             AND WS-CHECK-DIGIT-2 = WS-DOC-DIGIT(14)
117000             SET WS-DOC-VALID TO TRUE
117100         END-IF
117200     END-IF.
117300     IF NOT WS-DOC-VALID
117400         MOVE 'REJECTED - CPF/CNPJ CHECK DIGITS WRONG'
117500              TO WS-REJECT-REASON
117600     END-IF.
117700 7550-EXIT.
117800     EXIT.
117900 7560-CPF-DIGITS.
118000     MOVE ZERO TO WS-SUM.
118100     PERFORM 7561-SUM-CPF-DV1 THRU 7561-EXIT
118200             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
118300     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
118400     DIVIDE WS-SCALED-SUM BY 11
118500             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
118600     IF WS-REMAINDER = 10
118700         MOVE 0 TO WS-CHECK-DIGIT-1
118800     ELSE
118900         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-1
119000     END-IF.
119100     MOVE ZERO TO WS-SUM.
119200     PERFORM 7562-SUM-CPF-DV2 THRU 7562-EXIT
119300             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10.
119400     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
119500     DIVIDE WS-SCALED-SUM BY 11
119600             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
119700     IF WS-REMAINDER = 10
119800         MOVE 0 TO WS-CHECK-DIGIT-2
119900     ELSE
120000         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-2
120100     END-IF.
120200 7560-EXIT.
120300     EXIT.
120400 7561-SUM-CPF-DV1.
120500     COMPUTE WS-WEIGHT = 11 - WS-IDX.
120600     COMPUTE WS-SUM = WS-SUM +
120700             WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT.
120800 7561-EXIT.
120900     EXIT.
121000 7562-SUM-CPF-DV2.
121100     COMPUTE WS-WEIGHT = 12 - WS-IDX.
121200     IF WS-IDX <= 9
121300         COMPUTE WS-SUM = WS-SUM +
121400                 WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT
121500     ELSE
121600         COMPUTE WS-SUM = WS-SUM +
121700                 WS-CHECK-DIGIT-1 * WS-WEIGHT
121800     END-IF.
121900 7562-EXIT.
122000     EXIT.
122100 7570-CNPJ-DIGITS.
122200     MOVE ZERO TO WS-SUM.
122300     PERFORM 7571-SUM-CNPJ-DV1 THRU 7571-EXIT
122400             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
122500     DIVIDE WS-SUM BY 11
122600             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
122700     IF WS-REMAINDER < 2
122800         MOVE 0 TO WS-CHECK-DIGIT-1
122900     ELSE
123000         COMPUTE WS-CHECK-DIGIT-1 = 11 - WS-REMAINDER
123100     END-IF.
123200     MOVE ZERO TO WS-SUM.
123300     PERFORM 7572-SUM-CNPJ-DV2 THRU 7572-EXIT
123400             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13.
123500     DIVIDE WS-SUM BY 11
123600             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
123700     IF WS-REMAINDER < 2
123800         MOVE 0 TO WS-CHECK-DIGIT-2
123900     ELSE
124000         COMPUTE WS-CHECK-DIGIT-2 = 11 - WS-REMAINDER
124100     END-IF.
124200 7570-EXIT.
124300     EXIT.
124400 7571-SUM-CNPJ-DV1.
124500     COMPUTE WS-SUM = WS-SUM +
124600             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV1-WEIGHT(WS-IDX).
124700 7571-EXIT.
124800     EXIT.
124900 7572-SUM-CNPJ-DV2.
125000     IF WS-IDX <= 12
125100         COMPUTE WS-SUM = WS-SUM +
125200             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV2-WEIGHT(WS-IDX)
125300     ELSE
125400         COMPUTE WS-SUM = WS-SUM +
125500             WS-CHECK-DIGIT-1 * WS-CNPJ-DV2-WEIGHT(WS-IDX)
125600     END-IF.
125700 7572-EXIT.
125800     EXIT.
125900******************************************************************
126000*   7600 - CALENDAR CHECK OF WS-DATE-IN (YYYYMMDD)               *
126100******************************************************************
126200 7600-CHECK-DATE.
126300     MOVE 'N' TO WS-DATE-OK-SW.
126400     IF WS-DATE-YYYY < 1900
126500         OR WS-DATE-MM < 1
126600         OR WS-DATE-MM > 12
126700         OR WS-DATE-DD < 1
126800         GO TO 7600-EXIT
126900     END-IF.
127000     MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-LAST-DAY.
127100     IF WS-DATE-MM = 2
127200         DIVIDE WS-DATE-YYYY BY 4
127300                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
127400         DIVIDE WS-DATE-YYYY BY 100
127500                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
127600         DIVIDE WS-DATE-YYYY BY 400
127700                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
127800         IF WS-LEAP-REM-4 = ZERO
127900             AND (WS-LEAP-REM-100 NOT = ZERO
128000                  OR WS-LEAP-REM-400 = ZERO)
128100             MOVE 29 TO WS-LAST-DAY
128200         END-IF
128300     END-IF.
128400     IF WS-DATE-DD > WS-LAST-DAY
128500         GO TO 7600-EXIT
128600     END-IF.
128700     SET WS-DATE-OK TO TRUE.
128800 7600-EXIT.
128900     EXIT.
129000******************************************************************
129100*   8000 - REPORT LINE FOR A CORRECTION HELD IN WS-CRM-RECORD    *
129200******************************************************************
129300 8000-REPORT-CORRECTION.
129400     MOVE WS-CRM-CORR-ID         TO WS-DTL-CORR-ID.
129500     MOVE WS-CRM-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
129600     MOVE WS-CRM-FIELD-CODE      TO WS-DTL-FIELD.
129700     MOVE WS-CRM-MAKER-ID        TO WS-DTL-MAKER.
129800     MOVE WS-CRM-CHECKER-ID      TO WS-DTL-CHECKER.
129900     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
130000 8000-EXIT.
130100     EXIT.
130200******************************************************************
130300*                 9000 - TERMINATION                             *
130400******************************************************************
130500 9000-TERMINATE.
130600     MOVE 'ENTRIES KEYED              :' TO WS-TOT-LABEL.
130700     MOVE WS-KEYED-COUNT       TO WS-TOT-COUNT.
130800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
130900     MOVE 'REJECTED                   :' TO WS-TOT-LABEL.
131000     MOVE WS-REJECTED-COUNT    TO WS-TOT-COUNT.
131100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
131200     MOVE 'APPROVED                   :' TO WS-TOT-LABEL.
131300     MOVE WS-APPROVED-COUNT    TO WS-TOT-COUNT.
131400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
131500     MOVE 'APPROVAL REFUSED - MAKER   :' TO WS-TOT-LABEL.
131600     MOVE WS-REFUSED-COUNT     TO WS-TOT-COUNT.
131700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
131800     MOVE 'DECLINED / WITHDRAWN       :' TO WS-TOT-LABEL.
131900     MOVE WS-DECLINED-COUNT    TO WS-TOT-COUNT.
132000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
132100     MOVE 'APPLIED TO CLIENT MASTER   :' TO WS-TOT-LABEL.
132200     MOVE WS-APPLIED-COUNT     TO WS-TOT-COUNT.
132300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
132400     MOVE 'PENDING APPROVAL           :' TO WS-TOT-LABEL.
132500     MOVE WS-PENDING-COUNT     TO WS-TOT-COUNT.
132600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
132700     MOVE 'EXPIRED WITHOUT APPROVAL   :' TO WS-TOT-LABEL.
132800     MOVE WS-EXPIRED-COUNT     TO WS-TOT-COUNT.
132900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
133000     MOVE 'OVERWRITTEN BY TRANSMISSION:' TO WS-TOT-LABEL.
133100     MOVE WS-OVERWRITTEN-COUNT TO WS-TOT-COUNT.
133200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
133300     MOVE 'CONFIRMED AFTER WATCH      :' TO WS-TOT-LABEL.
133400     MOVE WS-CONFIRMED-COUNT   TO WS-TOT-COUNT.
133500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
133600     MOVE 'SUPERSEDED BY LATER CORR   :' TO WS-TOT-LABEL.
133700     MOVE WS-SUPERSEDED-COUNT  TO WS-TOT-COUNT.
133800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
133900     MOVE 'STILL WATCHED              :' TO WS-TOT-LABEL.
134000     MOVE WS-WATCHED-COUNT     TO WS-TOT-COUNT.
134100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
134200     MOVE 'CORRECTION MASTER          :' TO WS-TOT-LABEL.
134300     MOVE WS-MASTER-COUNT      TO WS-TOT-COUNT.
134400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
134500     DISPLAY 'CLI081C - APPLIED/PENDING/REJECTED : '
134600             WS-APPLIED-COUNT ' / ' WS-PENDING-COUNT ' / '
134700             WS-REJECTED-COUNT.
134800     IF RETURN-CODE < 4
134900         AND (WS-REJECTED-COUNT NOT = ZERO
135000              OR WS-EXPIRED-COUNT NOT = ZERO
135100              OR WS-OVERWRITTEN-COUNT NOT = ZERO)
135200         MOVE 4 TO RETURN-CODE
135300     END-IF.
135400     IF WS-ERROR-COUNT NOT = ZERO
135500         DISPLAY 'CLI081C - MASTER I/O ERRORS : '
135600                 WS-ERROR-COUNT
135700         MOVE 8 TO RETURN-CODE
135800     END-IF.
135810     IF WS-DROPPED-COUNT NOT = ZERO
135820         MOVE 8 TO RETURN-CODE
135830     END-IF.
135900     CLOSE CORRTRAN-FILE.
136000     CLOSE CLIMST-FILE.
136100     CLOSE CLIAUDT-FILE.
136200     CLOSE CRMS-OUT-FILE.
136300     CLOSE REPORT-FILE.
136310     IF NOT WS-REPLAY-RUN
136320         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
136330     END-IF.
136500 9000-EXIT.
136600     EXIT.
136700******************************************************************
136800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
136900******************************************************************
137000 9900-WRITE-RUN-STATS.
137100     OPEN OUTPUT RUNLOG-FILE.
137200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
137300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
137400     MOVE SPACES                 TO RUNSTAT-ENTRY.
137500     MOVE 'CLI081C'              TO RUNSTAT-PROGRAM-ID.
137600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
137700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
137800     MOVE WS-RUNSTAT-START-RAW(1:6)
137900         TO RUNSTAT-START-TIME.
138000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
138100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
138200     MOVE WS-REJECTED-COUNT      TO RUNSTAT-RECORDS-REJECTED.
138300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
138400     WRITE RUNSTAT-ENTRY.
138500     CLOSE RUNLOG-FILE.
138600 9900-EXIT.
138700     EXIT.
138800******************************************************************
138900*                      END OF PROGRAM                            *
139000******************************************************************
