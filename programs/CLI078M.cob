000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI078M                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTHLY BACEN SCR CREDIT-INFORMATION DOCUMENT. READS THE   *
001400*     MONTH-END CLIDATA SORTED BY NAME-TYPE-IND, BUSINESS-OR-    *
001500*     PERSONAL-ID AND ACCOUNT (BACENSCR STEP0100) AND ADDS UP    *
001600*     EACH CLIENT DOCUMENT'S EXPOSURE ACROSS ITS ACCOUNTS:       *
001700*     CURRENT-BALANCE AS REVOLVING CARD CREDIT, OR AS            *
001800*     REFINANCED CREDIT WHEN REFIN-STATUS IS SET, PLACED IN THE  *
001900*     SCR MATURITY BUCKET FOR ITS PAYMENT-DELINQ-DAYS (OR IN A   *
002000*     CHARGED-OFF BUCKET WHEN THE ACCOUNT IS ON THE COFMAST      *
002100*     CHARGED-OFF MASTER), PLUS THE UNDRAWN CREDIT-LIMIT. A      *
002200*     DOCUMENT AT OR ABOVE THE MINIMUM-EXPOSURE REPORTING LINE   *
002300*     (RUNPARM SCRMIN, CENTS) IS WRITTEN AS A CLIENT RECORD      *
002400*     WITH ITS OPERATIONS; ONE BELOW THE LINE IS ADDED TO THE    *
002500*     AGGREGATED RECORDS. DOCUMENTS FAILING THE CPF/CNPJ CHECK   *
002600*     DIGIT (AS CLI012V) ARE REJECTED TO THE REPORT AND LEFT     *
002700*     OFF THE SCR. THE SCR DOCUMENT (CLISCRD) CARRIES A HEADER   *
002800*     AND A CONTROL-TOTAL TRAILER. THE REPORT RECONCILES THE     *
002900*     SCR BALANCES AND THE REJECTS TO THE MONTH-END RECEIVABLE   *
003000*     BALANCE ON GLBMAST; A DIFFERENCE, OR A GLBMAST NOT CLOSED  *
003100*     IN THE DATA-BASE MONTH, ENDS RC=8 FOR REVIEW BEFORE THE    *
003200*     DOCUMENT IS TRANSMITTED. THE DATA-BASE MONTH (YYYYMM)      *
003300*     COMES FROM THE JCL PARM, DEFAULTING TO THE CURRENT MONTH.  *
003400*----------------------------------------------------------------*
003500* MODIFICATION HISTORY.                                          *
003600*     2026-10-15  CSG  ORIGINAL VERSION.                        *
003700******************************************************************
003800 PROGRAM-ID.    CLI078M.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL COFMAST-FILE ASSIGN TO COFMAST
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL GLBMAST-FILE ASSIGN TO GLBMAST
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SCRDOC-FILE   ASSIGN TO SCRDOC
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT REPORT-FILE   ASSIGN TO CLI078RP
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CLIDATA-FILE.
005900     COPY "book_tests_OK.cob"
006000         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006100 FD  COFMAST-FILE.
006200     COPY "CLICOFM.cpy"
006300         REPLACING ==:CLICOFM:== BY ==CLICOFM== .
006400 FD  GLBMAST-FILE.
006500     COPY "CLIGLB.cpy"
006600         REPLACING ==:CLIGLB:== BY ==CLIGLB== .
006700 FD  RUNPARM-FILE.
006800     COPY "RUNPARM.cpy".
006900 FD  SCRDOC-FILE.
007000     COPY "CLISCRD.cpy".
007100 FD  REPORT-FILE.
007200 01  REPORT-LINE                        PIC X(100).
007300 FD  RUNLOG-FILE.
007400     COPY "RUNSTAT.cpy".
007500 WORKING-STORAGE SECTION.
007600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007800 77  WS-RUNSTAT-REJECTED                PIC 9(09)   VALUE ZERO.
007900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008200 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
008300     88  WS-CLI-EOF                                 VALUE 'Y'.
008400 77  WS-COF-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-COF-EOF                                 VALUE 'Y'.
008600 77  WS-GLB-EOF-SW                      PIC X(01)   VALUE 'N'.
008700     88  WS-GLB-EOF                                 VALUE 'Y'.
008800 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008900     88  WS-PARM-EOF                                VALUE 'Y'.
009000 77  WS-DATA-BASE                       PIC 9(06)   VALUE ZERO.
009100 77  WS-DATA-BASE-MONTHS                PIC 9(06)   VALUE ZERO.
009200 77  WS-REPORT-LINE-CENTS               PIC 9(15)   VALUE 20000.
009300 77  WS-INSTITUTION                     PIC 9(08)   VALUE ZERO.
009400*----------------------------------------------------------------*
009500*    CHARGED-OFF MASTER, HELD IN ACCOUNT ORDER FOR SEARCH ALL    *
009600*----------------------------------------------------------------*
009700 77  WS-COF-COUNT                       PIC 9(05)   VALUE ZERO.
009800 77  WS-COF-MAX                         PIC 9(05)   VALUE 50000.
009900 77  WS-COF-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
010000 77  WS-FILL-IDX                        PIC 9(05)   VALUE ZERO.
010100 77  WS-COF-FOUND-SW                    PIC X(01)   VALUE 'N'.
010200     88  WS-COF-FOUND                               VALUE 'Y'.
010300 77  WS-COF-MONTHS                      PIC 9(06)   VALUE ZERO.
010400 01  WS-COF-TABLE.
010500     05  WS-COF-ENTRY OCCURS 50000 TIMES
010600             ASCENDING KEY IS WS-COF-ACCOUNT
010700             INDEXED BY WS-COF-INDEX.
010800         10  WS-COF-ACCOUNT             PIC X(19).
010900         10  WS-COF-DATE                PIC 9(08).
011000 01  WS-COF-DATE-HOLD                   PIC 9(08)   VALUE ZERO.
011100 01  WS-COF-DATE-HOLD-R REDEFINES WS-COF-DATE-HOLD.
011200     05  WS-COF-HOLD-YEAR               PIC 9(04).
011300     05  WS-COF-HOLD-MONTH              PIC 9(02).
011400     05  FILLER                         PIC 9(02).
011500*----------------------------------------------------------------*
011600*    OVERDUE MATURITY BUCKETS - UPPER DAYS AND SCR CODE          *
011700*----------------------------------------------------------------*
011800 01  WS-BUCKET-VALUES.
011900     05  FILLER                         PIC X(36)
012000             VALUE '014205030210060220090230120240150245'.
012100     05  FILLER                         PIC X(36)
012200             VALUE '180250240255300260360270540280999290'.
012300 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
012400     05  WS-BUCKET OCCURS 12 TIMES
012500             INDEXED BY WS-BKT-INDEX.
012600         10  WS-BUCKET-DAYS             PIC 9(03).
012700         10  WS-BUCKET-CODE             PIC 9(03).
012800*----------------------------------------------------------------*
012900*    THE CLIENT DOCUMENT BEING ADDED UP                          *
013000*----------------------------------------------------------------*
013100 77  WS-DOC-OPEN-SW                     PIC X(01)   VALUE 'N'.
013200     88  WS-DOC-OPEN                                VALUE 'Y'.
013300 77  WS-CUR-PERSON-TYPE                 PIC 9(01)   VALUE ZERO.
013400 77  WS-CUR-DOC                         PIC X(14)   VALUE SPACES.
013500 77  WS-DOC-REJECT-REASON               PIC X(04)   VALUE SPACES.
013600 77  WS-DOC-ACCOUNTS                    PIC 9(05)   VALUE ZERO.
013700 77  WS-DOC-BALANCE                     PIC 9(17)   VALUE ZERO.
013800 77  WS-DOC-LIMIT                       PIC 9(17)   VALUE ZERO.
013900 77  WS-DOC-EXPOSURE                    PIC 9(17)   VALUE ZERO.
014000 77  WS-DOC-MAX-OVERDUE                 PIC 9(03)   VALUE ZERO.
014100 77  WS-ACCOUNT-LIMIT                   PIC 9(17)   VALUE ZERO.
014200 77  WS-POST-MODALITY                   PIC X(04)   VALUE SPACES.
014300 77  WS-POST-MATURITY                   PIC 9(03)   VALUE ZERO.
014400 77  WS-POST-AMOUNT                     PIC 9(17)   VALUE ZERO.
014500 77  WS-CELL-COUNT                      PIC 9(02)   VALUE ZERO.
014600 77  WS-CELL-MAX                        PIC 9(02)   VALUE 50.
014700 77  WS-CELL-IDX                        PIC 9(02)   VALUE ZERO.
014800 77  WS-CELL-DROPPED-COUNT              PIC 9(07)   VALUE ZERO.
014900 01  WS-CELL-TABLE.
015000     05  WS-CELL OCCURS 50 TIMES
015100             INDEXED BY WS-CELL-INDEX.
015200         10  WS-CELL-MODALITY           PIC X(04).
015300         10  WS-CELL-MATURITY           PIC 9(03).
015400         10  WS-CELL-AMOUNT             PIC 9(17).
015500*----------------------------------------------------------------*
015600*    AGGREGATED RECORDS FOR THE CLIENTS BELOW THE LINE           *
015700*----------------------------------------------------------------*
015800 77  WS-AGG-COUNT                       PIC 9(03)   VALUE ZERO.
015900 77  WS-AGG-MAX                         PIC 9(03)   VALUE 200.
016000 77  WS-AGG-IDX                         PIC 9(03)   VALUE ZERO.
016100 77  WS-AGG-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
016200 01  WS-AGG-TABLE.
016300     05  WS-AGG OCCURS 200 TIMES
016400             INDEXED BY WS-AGG-INDEX.
016500         10  WS-AGG-PERSON-TYPE         PIC 9(01).
016600         10  WS-AGG-MODALITY            PIC X(04).
016700         10  WS-AGG-MATURITY            PIC 9(03).
016800         10  WS-AGG-CLIENTS             PIC 9(07).
016900         10  WS-AGG-AMOUNT              PIC 9(17).
017000*----------------------------------------------------------------*
017100*    RUN TOTALS AND RECONCILIATION                               *
017200*----------------------------------------------------------------*
017300 77  WS-ACCOUNTS-READ                   PIC 9(09)   VALUE ZERO.
017400 77  WS-CLIDATA-BALANCE                 PIC 9(18)   VALUE ZERO.
017500 77  WS-REPORTED-CLIENTS                PIC 9(09)   VALUE ZERO.
017600 77  WS-REPORTED-BALANCE                PIC 9(18)   VALUE ZERO.
017700 77  WS-REPORTED-LIMIT                  PIC 9(18)   VALUE ZERO.
017800 77  WS-BELOW-CLIENTS                   PIC 9(09)   VALUE ZERO.
017900 77  WS-BELOW-BALANCE                   PIC 9(18)   VALUE ZERO.
018000 77  WS-BELOW-LIMIT                     PIC 9(18)   VALUE ZERO.
018100 77  WS-NO-EXPOSURE-CLIENTS             PIC 9(09)   VALUE ZERO.
018200 77  WS-REJECTED-DOCS                   PIC 9(09)   VALUE ZERO.
018300 77  WS-REJECTED-ACCOUNTS               PIC 9(09)   VALUE ZERO.
018400 77  WS-REJECTED-BALANCE                PIC 9(18)   VALUE ZERO.
018500 77  WS-CHARGED-OFF-ACCOUNTS            PIC 9(09)   VALUE ZERO.
018600 77  WS-GLB-RECEIVABLE                  PIC 9(18)   VALUE ZERO.
018700 77  WS-GLB-ROWS                        PIC 9(05)   VALUE ZERO.
018800 77  WS-GLB-DATE                        PIC 9(08)   VALUE ZERO.
018900 77  WS-GLB-STALE-SW                    PIC X(01)   VALUE 'N'.
019000     88  WS-GLB-STALE                               VALUE 'Y'.
019100 77  WS-DIFFERENCE-CENTS                PIC S9(18)  VALUE ZERO.
019200 77  WS-MONEY                           PIC 9(15)V99 VALUE ZERO.
019300 77  WS-SIGNED-MONEY                    PIC S9(15)V99 VALUE ZERO.
019400 77  WS-SCR-CLIENTS                     PIC 9(09)   VALUE ZERO.
019500 77  WS-SCR-OPERATIONS                  PIC 9(09)   VALUE ZERO.
019600 77  WS-SCR-AGGREGATES                  PIC 9(09)   VALUE ZERO.
019700 77  WS-SCR-RECORDS                     PIC 9(09)   VALUE ZERO.
019800 77  WS-SCR-OPERATION-TOTAL             PIC 9(17)   VALUE ZERO.
019900 77  WS-SCR-AGGREGATE-TOTAL             PIC 9(17)   VALUE ZERO.
020000*----------------------------------------------------------------*
020100*    CPF/CNPJ CHECK-DIGIT WORK AREAS (AS CLI012V)                *
020200*----------------------------------------------------------------*
020300 77  WS-WORK-DOC                        PIC X(14)   VALUE SPACES.
020400 77  WS-VALID-SW                        PIC X(01)   VALUE 'Y'.
020500     88  WS-DOC-VALID                               VALUE 'Y'.
020600 01  WS-DOC-TYPE-CPF-SW                 PIC X(01)   VALUE 'Y'.
020700     88  WS-DOC-TYPE-CPF                            VALUE 'Y'.
020800 01  WS-DOC-DIGITS.
020900     05  WS-DOC-DIGIT OCCURS 14 TIMES   PIC 9(01).
021000 01  WS-CNPJ-DV1-WEIGHTS-INIT.
021100     05  FILLER                  PIC 9(01)  VALUE 5.
021200     05  FILLER                  PIC 9(01)  VALUE 4.
021300     05  FILLER                  PIC 9(01)  VALUE 3.
021400     05  FILLER                  PIC 9(01)  VALUE 2.
021500     05  FILLER                  PIC 9(01)  VALUE 9.
021600     05  FILLER                  PIC 9(01)  VALUE 8.
021700     05  FILLER                  PIC 9(01)  VALUE 7.
021800     05  FILLER                  PIC 9(01)  VALUE 6.
021900     05  FILLER                  PIC 9(01)  VALUE 5.
022000     05  FILLER                  PIC 9(01)  VALUE 4.
022100     05  FILLER                  PIC 9(01)  VALUE 3.
022200     05  FILLER                  PIC 9(01)  VALUE 2.
022300 01  WS-CNPJ-DV1-WEIGHT REDEFINES WS-CNPJ-DV1-WEIGHTS-INIT
022400                        OCCURS 12 TIMES     PIC 9(01).
022500 01  WS-CNPJ-DV2-WEIGHTS-INIT.
022600     05  FILLER                  PIC 9(01)  VALUE 6.
022700     05  FILLER                  PIC 9(01)  VALUE 5.
022800     05  FILLER                  PIC 9(01)  VALUE 4.
022900     05  FILLER                  PIC 9(01)  VALUE 3.
023000     05  FILLER                  PIC 9(01)  VALUE 2.
023100     05  FILLER                  PIC 9(01)  VALUE 9.
023200     05  FILLER                  PIC 9(01)  VALUE 8.
023300     05  FILLER                  PIC 9(01)  VALUE 7.
023400     05  FILLER                  PIC 9(01)  VALUE 6.
023500     05  FILLER                  PIC 9(01)  VALUE 5.
023600     05  FILLER                  PIC 9(01)  VALUE 4.
023700     05  FILLER                  PIC 9(01)  VALUE 3.
023800     05  FILLER                  PIC 9(01)  VALUE 2.
023900 01  WS-CNPJ-DV2-WEIGHT REDEFINES WS-CNPJ-DV2-WEIGHTS-INIT
024000                        OCCURS 13 TIMES     PIC 9(01).
024100 77  WS-IDX                             PIC 9(02)   VALUE ZERO.
024200 77  WS-WEIGHT                          PIC 9(02)   VALUE ZERO.
024300 77  WS-SUM                             PIC 9(06)   VALUE ZERO.
024400 77  WS-SCALED-SUM                      PIC 9(07)   VALUE ZERO.
024500 77  WS-QUOTIENT                        PIC 9(06)   VALUE ZERO.
024600 77  WS-REMAINDER                       PIC 9(02)   VALUE ZERO.
024700 77  WS-CHECK-DIGIT-1                   PIC 9(01)   VALUE ZERO.
024800 77  WS-CHECK-DIGIT-2                   PIC 9(01)   VALUE ZERO.
024900 01  WS-CURRENT-DATE-TIME.
025000     05  WS-CURRENT-DATE                PIC 9(08).
025100     05  WS-CURRENT-TIME                PIC 9(06).
025200     05  FILLER                         PIC X(08).
025300*----------------------------------------------------------------*
025400*    REPORT LINES                                                *
025500*----------------------------------------------------------------*
025600 01  WS-HEADING-LINE.
025700     05  FILLER                         PIC X(40)
025800             VALUE 'CLI078M - BACEN SCR CREDIT INFORMATION  '.
025900     05  FILLER                         PIC X(11)
026000             VALUE 'DATA BASE: '.
026100     05  WS-HDG-DATA-BASE               PIC 9(06).
026200     05  FILLER                         PIC X(02)   VALUE SPACES.
026300     05  FILLER                         PIC X(10)
026400             VALUE 'RUN DATE: '.
026500     05  WS-HDG-RUN-DATE                PIC 9(08).
026600     05  FILLER                         PIC X(23)   VALUE SPACES.
026700 01  WS-REJECT-TITLE-LINE.
026800     05  FILLER                         PIC X(45)
026900             VALUE 'DOCUMENTS REJECTED - NOT REPORTED ON THE SCR'.
027000     05  FILLER                         PIC X(05)   VALUE SPACES.
027100     05  FILLER                         PIC X(50)   VALUE SPACES.
027200 01  WS-REJECT-COLUMN-LINE.
027300     05  FILLER                         PIC X(40)
027400         VALUE 'T DOCUMENT       WHY  ACCTS             '.
027500     05  FILLER                         PIC X(07)
027600         VALUE 'BALANCE'.
027700     05  FILLER                         PIC X(53)   VALUE SPACES.
027800 01  WS-REJECT-LINE.
027900     05  WS-RJL-PERSON-TYPE             PIC 9(01).
028000     05  FILLER                         PIC X(01)   VALUE SPACES.
028100     05  WS-RJL-DOCUMENT                PIC X(14).
028200     05  FILLER                         PIC X(01)   VALUE SPACES.
028300     05  WS-RJL-REASON                  PIC X(04).
028400     05  FILLER                         PIC X(01)   VALUE SPACES.
028500     05  WS-RJL-ACCOUNTS                PIC ZZ,ZZ9.
028600     05  FILLER                         PIC X(01)   VALUE SPACES.
028700     05  WS-RJL-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028800     05  FILLER                         PIC X(53)   VALUE SPACES.
028900 01  WS-REASON-LEGEND-LINE.
029000     05  FILLER                         PIC X(40)
029100             VALUE 'WHY: CKDG CHECK DIGIT  NNUM NOT NUMERIC '.
029200     05  FILLER                         PIC X(40)
029300             VALUE 'ZERO ALL ZEROS  TYPE NAME-TYPE-IND NOT 1'.
029400     05  FILLER                         PIC X(20)
029500             VALUE ' OR 2               '.
029600 01  WS-COUNT-LINE.
029700     05  WS-CNT-LABEL                   PIC X(50).
029800     05  WS-CNT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
029900     05  FILLER                         PIC X(39)   VALUE SPACES.
030000 01  WS-AMOUNT-LINE.
030100     05  WS-AMT-LABEL                   PIC X(50).
030200     05  WS-AMT-VALUE              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
030300     05  FILLER                         PIC X(27)   VALUE SPACES.
030400 01  WS-MESSAGE-LINE.
030500     05  WS-MSG-TEXT                    PIC X(100).
030600 LINKAGE SECTION.
030700 01  LS-PARM.
030800     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
030900     03  LS-PARM-MONTH                  PIC X(06).
031000******************************************************************
031100*                 PROCEDURE DIVISION                            *
031200******************************************************************
031300 PROCEDURE DIVISION USING LS-PARM.
031400 0000-MAINLINE.
031500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
031600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
031700     PERFORM 2000-PROCESS-CLIDATA THRU 2000-EXIT
031800             UNTIL WS-CLI-EOF.
031900     IF WS-DOC-OPEN
032000         PERFORM 3000-CLOSE-DOCUMENT THRU 3000-EXIT
032100     END-IF.
032200     PERFORM 4000-WRITE-AGGREGATE THRU 4000-EXIT
032300             VARYING WS-AGG-IDX FROM 1 BY 1
032400             UNTIL WS-AGG-IDX > WS-AGG-COUNT.
032500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
032600     GOBACK.
032700 0000-EXIT.
032800     EXIT.
032900******************************************************************
033000*   1000 - DATA-BASE MONTH, RUN PARAMETERS, CHARGED-OFF MASTER,  *
033100*           GL RECEIVABLE BALANCE AND THE FILES                  *
033200******************************************************************
033300 1000-INITIALIZE.
033400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
033500     MOVE WS-CURRENT-DATE(1:6) TO WS-DATA-BASE.
033600     IF LS-PARM-LENGTH >= 6
033700         AND LS-PARM-MONTH IS NUMERIC
033800         MOVE LS-PARM-MONTH TO WS-DATA-BASE
033900     END-IF.
034000     COMPUTE WS-DATA-BASE-MONTHS =
034100             (WS-DATA-BASE / 100) * 12
034200           + (WS-DATA-BASE - (WS-DATA-BASE / 100) * 100).
034300     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
034400     IF WS-INSTITUTION = ZERO
034500         DISPLAY 'CLI078M - NO SCRINST RUN PARAMETER, THE SCR '
034600                 'HEADER CARRIES A ZERO INSTITUTION'
034700         MOVE 8 TO RETURN-CODE
034800     END-IF.
034900     OPEN INPUT COFMAST-FILE.
035000     PERFORM 1100-LOAD-CHARGE-OFF THRU 1100-EXIT
035100             UNTIL WS-COF-EOF.
035200     CLOSE COFMAST-FILE.
035300     PERFORM 1200-FILL-UNUSED-SLOTS THRU 1200-EXIT
035400             VARYING WS-FILL-IDX FROM WS-COF-COUNT BY 1
035500             UNTIL WS-FILL-IDX >= WS-COF-MAX.
035600     DISPLAY 'CLI078M - CHARGED-OFF ACCOUNTS LOADED : '
035700             WS-COF-COUNT.
035800     IF WS-COF-DROPPED-COUNT NOT = ZERO
035900         DISPLAY 'CLI078M - CHARGED-OFF TABLE FULL, ACCOUNTS '
036000                 'DROPPED : ' WS-COF-DROPPED-COUNT
036100         MOVE 8 TO RETURN-CODE
036200     END-IF.
036300     OPEN INPUT GLBMAST-FILE.
036400     PERFORM 1300-READ-GL-BALANCE THRU 1300-EXIT
036500             UNTIL WS-GLB-EOF.
036600     CLOSE GLBMAST-FILE.
036700     IF WS-GLB-ROWS = ZERO
036800         OR WS-GLB-DATE(1:6) NOT = WS-DATA-BASE
036900         SET WS-GLB-STALE TO TRUE
037000     END-IF.
037100     OPEN INPUT  CLIDATA-FILE.
037200     OPEN OUTPUT SCRDOC-FILE.
037300     OPEN OUTPUT REPORT-FILE.
037400     MOVE WS-DATA-BASE    TO WS-HDG-DATA-BASE.
037500     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
037600     WRITE REPORT-LINE FROM WS-HEADING-LINE.
037700     MOVE SPACES TO REPORT-LINE.
037800     WRITE REPORT-LINE.
037900     WRITE REPORT-LINE FROM WS-REJECT-TITLE-LINE.
038000     WRITE REPORT-LINE FROM WS-REJECT-COLUMN-LINE.
038100     MOVE SPACES                TO CLISCRD-RECORD.
038200     SET CLISCRD-HEADER         TO TRUE.
038300     MOVE WS-INSTITUTION        TO CLISCRD-HDR-INSTITUTION.
038400     MOVE WS-DATA-BASE          TO CLISCRD-HDR-DATA-BASE.
038500     MOVE WS-CURRENT-DATE       TO CLISCRD-HDR-GEN-DATE.
038600     MOVE WS-CURRENT-TIME       TO CLISCRD-HDR-GEN-TIME.
038700     MOVE WS-REPORT-LINE-CENTS  TO CLISCRD-HDR-REPORT-LINE.
038800     PERFORM 6000-WRITE-SCR THRU 6000-EXIT.
038900     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
039000 1000-EXIT.
039100     EXIT.
039200 1100-LOAD-CHARGE-OFF.
039300     READ COFMAST-FILE
039400         AT END SET WS-COF-EOF TO TRUE
039500         NOT AT END
039600             IF WS-COF-COUNT >= WS-COF-MAX
039700                 ADD 1 TO WS-COF-DROPPED-COUNT
039800             ELSE
039900                 ADD 1 TO WS-COF-COUNT
040000                 MOVE CLICOFM-ACCOUNT-NUMBER
040100                      TO WS-COF-ACCOUNT(WS-COF-COUNT)
040200                 MOVE CLICOFM-CHARGE-OFF-DATE
040300                      TO WS-COF-DATE(WS-COF-COUNT)
040400             END-IF
040500     END-READ.
040600 1100-EXIT.
040700     EXIT.
040800******************************************************************
040900*   1200 - PAD THE UNUSED TABLE SLOTS SO THE BINARY SEARCH       *
041000*           STILL SEES AN ASCENDING KEY                          *
041100******************************************************************
041200 1200-FILL-UNUSED-SLOTS.
041300     MOVE HIGH-VALUES TO WS-COF-ACCOUNT(WS-FILL-IDX + 1).
041400     MOVE ZERO        TO WS-COF-DATE(WS-FILL-IDX + 1).
041500 1200-EXIT.
041600     EXIT.
041700******************************************************************
041800*   1300 - MONTH-END RECEIVABLE BALANCE FROM THE GL MASTER       *
041900******************************************************************
042000 1300-READ-GL-BALANCE.
042100     READ GLBMAST-FILE
042200         AT END SET WS-GLB-EOF TO TRUE
042300         NOT AT END
042400             ADD 1 TO WS-GLB-ROWS
042500             ADD CLIGLB-RECEIVABLE-BAL TO WS-GLB-RECEIVABLE
042600             IF CLIGLB-BUSINESS-DATE > WS-GLB-DATE
042700                 MOVE CLIGLB-BUSINESS-DATE TO WS-GLB-DATE
042800             END-IF
042900     END-READ.
043000 1300-EXIT.
043100     EXIT.
043200******************************************************************
043300*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
043400******************************************************************
043500 1500-LOAD-RUN-PARMS.
043600     OPEN INPUT RUNPARM-FILE.
043700     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
043800             UNTIL WS-PARM-EOF.
043900     CLOSE RUNPARM-FILE.
044000 1500-EXIT.
044100     EXIT.
044200 1510-READ-ONE-PARM.
044300     READ RUNPARM-FILE
044400         AT END SET WS-PARM-EOF TO TRUE
044500         NOT AT END
044600             IF RUNPARM-PROGRAM-ID = 'CLI078M '
044700                 AND RUNPARM-KEY = 'SCRMIN  '
044800                 MOVE RUNPARM-VALUE-NUM TO WS-REPORT-LINE-CENTS
044900                 DISPLAY 'CLI078M - SCR REPORTING LINE SET TO '
045000                         WS-REPORT-LINE-CENTS
045100                         ' CENTS BY RUN PARAMETER'
045200             END-IF
045300             IF RUNPARM-PROGRAM-ID = 'CLI078M '
045400                 AND RUNPARM-KEY = 'SCRINST '
045500                 MOVE RUNPARM-VALUE-NUM TO WS-INSTITUTION
045600             END-IF
045700     END-READ.
045800 1510-EXIT.
045900     EXIT.
046000******************************************************************
046100*   2000 - ONE CLIDATA ACCOUNT: BREAK ON A NEW DOCUMENT, THEN    *
046200*           ADD THE ACCOUNT TO THE DOCUMENT'S EXPOSURE           *
046300******************************************************************
046400 2000-PROCESS-CLIDATA.
046500     IF NOT CLIDATA-RECTYPE-DETAIL
046600         GO TO 2000-READ-NEXT
046700     END-IF.
046800     ADD 1 TO WS-ACCOUNTS-READ.
046900     ADD CLIDATA-CURRENT-BALANCE TO WS-CLIDATA-BALANCE.
047000     IF WS-DOC-OPEN
047100         AND (CLIDATA-NAME-TYPE-IND NOT = WS-CUR-PERSON-TYPE
047200          OR CLIDATA-BUSINESS-OR-PERSONAL-ID NOT = WS-CUR-DOC)
047300         PERFORM 3000-CLOSE-DOCUMENT THRU 3000-EXIT
047400     END-IF.
047500     IF NOT WS-DOC-OPEN
047600         PERFORM 2200-OPEN-DOCUMENT THRU 2200-EXIT
047700     END-IF.
047800     ADD 1 TO WS-DOC-ACCOUNTS.
047900     ADD CLIDATA-CURRENT-BALANCE TO WS-DOC-BALANCE.
048000     IF WS-DOC-REJECT-REASON = SPACES
048100         PERFORM 2300-CLASSIFY-ACCOUNT THRU 2300-EXIT
048200     END-IF.
048300 2000-READ-NEXT.
048400     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
048500 2000-EXIT.
048600     EXIT.
048700 2100-READ-CLIDATA.
048800     READ CLIDATA-FILE
048900         AT END SET WS-CLI-EOF TO TRUE
049000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
049100     END-READ.
049200 2100-EXIT.
049300     EXIT.
049400******************************************************************
049500*   2200 - START A NEW CLIENT DOCUMENT AND VALIDATE IT           *
049600******************************************************************
049700 2200-OPEN-DOCUMENT.
049800     SET WS-DOC-OPEN TO TRUE.
049900     MOVE CLIDATA-NAME-TYPE-IND           TO WS-CUR-PERSON-TYPE.
050000     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID TO WS-CUR-DOC.
050100     MOVE SPACES TO WS-DOC-REJECT-REASON.
050200     MOVE ZERO   TO WS-DOC-ACCOUNTS.
050300     MOVE ZERO   TO WS-DOC-BALANCE.
050400     MOVE ZERO   TO WS-DOC-LIMIT.
050500     MOVE ZERO   TO WS-DOC-EXPOSURE.
050600     MOVE ZERO   TO WS-DOC-MAX-OVERDUE.
050700     MOVE ZERO   TO WS-CELL-COUNT.
050800     IF NOT CLIDATA-NAME-TYPE-INDIVIDUAL
050900         AND NOT CLIDATA-NAME-TYPE-COMPANY
051000         MOVE 'TYPE' TO WS-DOC-REJECT-REASON
051100         GO TO 2200-EXIT
051200     END-IF.
051300     MOVE WS-CUR-DOC TO WS-WORK-DOC.
051400     IF WS-WORK-DOC NOT NUMERIC
051500         MOVE 'NNUM' TO WS-DOC-REJECT-REASON
051600         GO TO 2200-EXIT
051700     END-IF.
051800     IF WS-WORK-DOC = ZEROS
051900         MOVE 'ZERO' TO WS-DOC-REJECT-REASON
052000         GO TO 2200-EXIT
052100     END-IF.
052200     IF CLIDATA-NAME-TYPE-INDIVIDUAL
052300         MOVE 'Y' TO WS-DOC-TYPE-CPF-SW
052400     ELSE
052500         MOVE 'N' TO WS-DOC-TYPE-CPF-SW
052600     END-IF.
052700     PERFORM 5000-VALIDATE-DOCUMENT THRU 5000-EXIT.
052800     IF NOT WS-DOC-VALID
052900         MOVE 'CKDG' TO WS-DOC-REJECT-REASON
053000     END-IF.
053100 2200-EXIT.
053200     EXIT.
053300******************************************************************
053400*   2300 - PLACE ONE ACCOUNT'S BALANCE AND UNDRAWN LIMIT IN      *
053500*           THEIR SCR MODALITY AND MATURITY BUCKETS              *
053600******************************************************************
053700 2300-CLASSIFY-ACCOUNT.
053800     IF CLIDATA-PAYMENT-DELINQ-DAYS > WS-DOC-MAX-OVERDUE
053900         MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO WS-DOC-MAX-OVERDUE
054000     END-IF.
054100     PERFORM 2400-LOOKUP-CHARGE-OFF THRU 2400-EXIT.
054200     IF CLIDATA-CURRENT-BALANCE > ZERO
054300         IF CLIDATA-REFIN-STATUS NOT = ZERO
054400             MOVE '0210' TO WS-POST-MODALITY
054500         ELSE
054600             MOVE '0204' TO WS-POST-MODALITY
054700         END-IF
054800         PERFORM 2500-FIND-MATURITY THRU 2500-EXIT
054900         MOVE CLIDATA-CURRENT-BALANCE TO WS-POST-AMOUNT
055000         PERFORM 2600-POST-CELL THRU 2600-EXIT
055100         ADD CLIDATA-CURRENT-BALANCE TO WS-DOC-EXPOSURE
055200     END-IF.
055300     IF WS-COF-FOUND
055400         ADD 1 TO WS-CHARGED-OFF-ACCOUNTS
055500         GO TO 2300-EXIT
055600     END-IF.
055700     IF CLIDATA-CREDIT-LIMIT NOT NUMERIC
055800         GO TO 2300-EXIT
055900     END-IF.
056000     MOVE CLIDATA-CREDIT-LIMIT TO WS-ACCOUNT-LIMIT.
056100     IF WS-ACCOUNT-LIMIT > CLIDATA-CURRENT-BALANCE
056200         MOVE '1901' TO WS-POST-MODALITY
056300         MOVE 020    TO WS-POST-MATURITY
056400         COMPUTE WS-POST-AMOUNT =
056500                 WS-ACCOUNT-LIMIT - CLIDATA-CURRENT-BALANCE
056600         PERFORM 2600-POST-CELL THRU 2600-EXIT
056700         ADD WS-POST-AMOUNT TO WS-DOC-EXPOSURE
056800         ADD WS-POST-AMOUNT TO WS-DOC-LIMIT
056900     END-IF.
057000 2300-EXIT.
057100     EXIT.
057200******************************************************************
057300*   2400 - IS THE ACCOUNT ON THE CHARGED-OFF MASTER              *
057400******************************************************************
057500 2400-LOOKUP-CHARGE-OFF.
057600     MOVE 'N'  TO WS-COF-FOUND-SW.
057700     MOVE ZERO TO WS-COF-DATE-HOLD.
057800     IF WS-COF-COUNT = ZERO
057900         GO TO 2400-EXIT
058000     END-IF.
058100     SEARCH ALL WS-COF-ENTRY
058200         AT END CONTINUE
058300         WHEN WS-COF-ACCOUNT(WS-COF-INDEX) =
058400              CLIDATA-ACCOUNT-NUMBER
058500             SET WS-COF-FOUND TO TRUE
058600             MOVE WS-COF-DATE(WS-COF-INDEX) TO WS-COF-DATE-HOLD
058700     END-SEARCH.
058800 2400-EXIT.
058900     EXIT.
059000******************************************************************
059100*   2500 - MATURITY BUCKET FOR THE ACCOUNT'S BALANCE: CHARGED    *
059200*           OFF UP TO / OVER TWELVE MONTHS BEFORE THE DATA BASE, *
059300*           FALLING DUE, OR OVERDUE BY PAYMENT-DELINQ-DAYS       *
059400******************************************************************
059500 2500-FIND-MATURITY.
059600     IF WS-COF-FOUND
059700         COMPUTE WS-COF-MONTHS = WS-DATA-BASE-MONTHS
059800               - (WS-COF-HOLD-YEAR * 12 + WS-COF-HOLD-MONTH)
059900         IF WS-COF-MONTHS > 12
060000             MOVE 320 TO WS-POST-MATURITY
060100         ELSE
060200             MOVE 310 TO WS-POST-MATURITY
060300         END-IF
060400         GO TO 2500-EXIT
060500     END-IF.
060600     IF CLIDATA-PAYMENT-DELINQ-DAYS = ZERO
060700         MOVE 110 TO WS-POST-MATURITY
060800         GO TO 2500-EXIT
060900     END-IF.
061000     SET WS-BKT-INDEX TO 1.
061100     SEARCH WS-BUCKET
061200         AT END MOVE 290 TO WS-POST-MATURITY
061300         WHEN CLIDATA-PAYMENT-DELINQ-DAYS
061400              <= WS-BUCKET-DAYS(WS-BKT-INDEX)
061500             MOVE WS-BUCKET-CODE(WS-BKT-INDEX)
061600                  TO WS-POST-MATURITY
061700     END-SEARCH.
061800 2500-EXIT.
061900     EXIT.
062000******************************************************************
062100*   2600 - ADD AN AMOUNT TO THE DOCUMENT'S MODALITY/MATURITY     *
062200*           CELL, OPENING THE CELL WHEN NEW                      *
062300******************************************************************
062400 2600-POST-CELL.
062500     SET WS-CELL-INDEX TO 1.
062600     SEARCH WS-CELL
062700         AT END CONTINUE
062800         WHEN WS-CELL-INDEX > WS-CELL-COUNT
062900             CONTINUE
063000         WHEN WS-CELL-MODALITY(WS-CELL-INDEX) = WS-POST-MODALITY
063100          AND WS-CELL-MATURITY(WS-CELL-INDEX) = WS-POST-MATURITY
063200             ADD WS-POST-AMOUNT TO WS-CELL-AMOUNT(WS-CELL-INDEX)
063300             GO TO 2600-EXIT
063400     END-SEARCH.
063500     IF WS-CELL-COUNT >= WS-CELL-MAX
063600         ADD 1 TO WS-CELL-DROPPED-COUNT
063700         GO TO 2600-EXIT
063800     END-IF.
063900     ADD 1 TO WS-CELL-COUNT.
064000     MOVE WS-POST-MODALITY TO WS-CELL-MODALITY(WS-CELL-COUNT).
064100     MOVE WS-POST-MATURITY TO WS-CELL-MATURITY(WS-CELL-COUNT).
064200     MOVE WS-POST-AMOUNT   TO WS-CELL-AMOUNT(WS-CELL-COUNT).
064300 2600-EXIT.
064400     EXIT.
064500******************************************************************
064600*   3000 - END OF A CLIENT DOCUMENT: REJECT IT, REPORT IT ON THE *
064700*           SCR, OR ADD IT TO THE AGGREGATED RECORDS             *
064800******************************************************************
064900 3000-CLOSE-DOCUMENT.
065000     MOVE 'N' TO WS-DOC-OPEN-SW.
065100     IF WS-DOC-REJECT-REASON NOT = SPACES
065200         MOVE WS-CUR-PERSON-TYPE   TO WS-RJL-PERSON-TYPE
065300         MOVE WS-CUR-DOC           TO WS-RJL-DOCUMENT
065400         MOVE WS-DOC-REJECT-REASON TO WS-RJL-REASON
065500         MOVE WS-DOC-ACCOUNTS      TO WS-RJL-ACCOUNTS
065600         COMPUTE WS-MONEY = WS-DOC-BALANCE / 100
065700         MOVE WS-MONEY             TO WS-RJL-BALANCE
065800         WRITE REPORT-LINE FROM WS-REJECT-LINE
065900         ADD 1 TO WS-REJECTED-DOCS
066000         ADD 1 TO WS-RUNSTAT-REJECTED
066100         ADD WS-DOC-ACCOUNTS TO WS-REJECTED-ACCOUNTS
066200         ADD WS-DOC-BALANCE  TO WS-REJECTED-BALANCE
066300         GO TO 3000-EXIT
066400     END-IF.
066500     IF WS-DOC-EXPOSURE = ZERO
066600         ADD 1 TO WS-NO-EXPOSURE-CLIENTS
066700         GO TO 3000-EXIT
066800     END-IF.
066900     IF WS-DOC-EXPOSURE < WS-REPORT-LINE-CENTS
067000         ADD 1 TO WS-BELOW-CLIENTS
067100         ADD WS-DOC-BALANCE TO WS-BELOW-BALANCE
067200         ADD WS-DOC-LIMIT   TO WS-BELOW-LIMIT
067300         PERFORM 3200-AGGREGATE-CELL THRU 3200-EXIT
067400                 VARYING WS-CELL-IDX FROM 1 BY 1
067500                 UNTIL WS-CELL-IDX > WS-CELL-COUNT
067600         GO TO 3000-EXIT
067700     END-IF.
067800     ADD 1 TO WS-REPORTED-CLIENTS.
067900     ADD WS-DOC-BALANCE TO WS-REPORTED-BALANCE.
068000     ADD WS-DOC-LIMIT   TO WS-REPORTED-LIMIT.
068100     MOVE SPACES                 TO CLISCRD-RECORD.
068200     SET CLISCRD-CLIENT          TO TRUE.
068300     MOVE WS-CUR-PERSON-TYPE     TO CLISCRD-CLI-PERSON-TYPE.
068400     MOVE WS-CUR-DOC             TO CLISCRD-CLI-DOCUMENT.
068500     MOVE WS-DOC-ACCOUNTS        TO CLISCRD-CLI-ACCOUNT-COUNT.
068600     MOVE WS-DOC-EXPOSURE        TO CLISCRD-CLI-TOTAL-EXPOSURE.
068700     MOVE WS-DOC-MAX-OVERDUE     TO CLISCRD-CLI-MAX-OVERDUE.
068800     PERFORM 6000-WRITE-SCR THRU 6000-EXIT.
068900     ADD 1 TO WS-SCR-CLIENTS.
069000     PERFORM 3100-WRITE-OPERATION THRU 3100-EXIT
069100             VARYING WS-CELL-IDX FROM 1 BY 1
069200             UNTIL WS-CELL-IDX > WS-CELL-COUNT.
069300 3000-EXIT.
069400     EXIT.
069500 3100-WRITE-OPERATION.
069600     MOVE SPACES                 TO CLISCRD-RECORD.
069700     SET CLISCRD-OPERATION       TO TRUE.
069800     MOVE WS-CUR-PERSON-TYPE     TO CLISCRD-OPR-PERSON-TYPE.
069900     MOVE WS-CUR-DOC             TO CLISCRD-OPR-DOCUMENT.
070000     MOVE WS-CELL-MODALITY(WS-CELL-IDX)
070100                                 TO CLISCRD-OPR-MODALITY.
070200     MOVE WS-CELL-MATURITY(WS-CELL-IDX)
070300                                 TO CLISCRD-OPR-MATURITY.
070400     MOVE WS-CELL-AMOUNT(WS-CELL-IDX)
070500                                 TO CLISCRD-OPR-AMOUNT.
070600     PERFORM 6000-WRITE-SCR THRU 6000-EXIT.
070700     ADD 1 TO WS-SCR-OPERATIONS.
070800     ADD WS-CELL-AMOUNT(WS-CELL-IDX) TO WS-SCR-OPERATION-TOTAL.
070900 3100-EXIT.
071000     EXIT.
071100******************************************************************
071200*   3200 - ADD ONE CELL OF A BELOW-THE-LINE CLIENT TO THE        *
071300*           AGGREGATED RECORD FOR ITS PERSON TYPE, MODALITY AND  *
071400*           MATURITY (THE CLIENT COUNTS ONCE PER RECORD)         *
071500******************************************************************
071600 3200-AGGREGATE-CELL.
071700     SET WS-AGG-INDEX TO 1.
071800     SEARCH WS-AGG
071900         AT END CONTINUE
072000         WHEN WS-AGG-INDEX > WS-AGG-COUNT
072100             CONTINUE
072200         WHEN WS-AGG-PERSON-TYPE(WS-AGG-INDEX) =
072300              WS-CUR-PERSON-TYPE
072400          AND WS-AGG-MODALITY(WS-AGG-INDEX) =
072500              WS-CELL-MODALITY(WS-CELL-IDX)
072600          AND WS-AGG-MATURITY(WS-AGG-INDEX) =
072700              WS-CELL-MATURITY(WS-CELL-IDX)
072800             ADD 1 TO WS-AGG-CLIENTS(WS-AGG-INDEX)
072900             ADD WS-CELL-AMOUNT(WS-CELL-IDX)
073000                 TO WS-AGG-AMOUNT(WS-AGG-INDEX)
073100             GO TO 3200-EXIT
073200     END-SEARCH.
073300     IF WS-AGG-COUNT >= WS-AGG-MAX
073400         ADD 1 TO WS-AGG-DROPPED-COUNT
073500         GO TO 3200-EXIT
073600     END-IF.
073700     ADD 1 TO WS-AGG-COUNT.
073800     MOVE WS-CUR-PERSON-TYPE TO WS-AGG-PERSON-TYPE(WS-AGG-COUNT).
073900     MOVE WS-CELL-MODALITY(WS-CELL-IDX)
074000                             TO WS-AGG-MODALITY(WS-AGG-COUNT).
074100     MOVE WS-CELL-MATURITY(WS-CELL-IDX)
074200                             TO WS-AGG-MATURITY(WS-AGG-COUNT).
074300     MOVE 1                  TO WS-AGG-CLIENTS(WS-AGG-COUNT).
074400     MOVE WS-CELL-AMOUNT(WS-CELL-IDX)
074500                             TO WS-AGG-AMOUNT(WS-AGG-COUNT).
074600 3200-EXIT.
074700     EXIT.
074800******************************************************************
074900*   4000 - ONE AGGREGATED RECORD PER PERSON TYPE, MODALITY AND   *
075000*           MATURITY                                             *
075100******************************************************************
075200 4000-WRITE-AGGREGATE.
075300     MOVE SPACES                 TO CLISCRD-RECORD.
075400     SET CLISCRD-AGGREGATE       TO TRUE.
075500     MOVE WS-AGG-PERSON-TYPE(WS-AGG-IDX)
075600                                 TO CLISCRD-AGG-PERSON-TYPE.
075700     MOVE WS-AGG-MODALITY(WS-AGG-IDX)
075800                                 TO CLISCRD-AGG-MODALITY.
075900     MOVE WS-AGG-MATURITY(WS-AGG-IDX)
076000                                 TO CLISCRD-AGG-MATURITY.
076100     MOVE WS-AGG-CLIENTS(WS-AGG-IDX)
076200                                 TO CLISCRD-AGG-CLIENT-COUNT.
076300     MOVE WS-AGG-AMOUNT(WS-AGG-IDX)
076400                                 TO CLISCRD-AGG-AMOUNT.
076500     PERFORM 6000-WRITE-SCR THRU 6000-EXIT.
076600     ADD 1 TO WS-SCR-AGGREGATES.
076700     ADD WS-AGG-AMOUNT(WS-AGG-IDX) TO WS-SCR-AGGREGATE-TOTAL.
076800 4000-EXIT.
076900     EXIT.
077000******************************************************************
077100*   5000 - CPF/CNPJ CHECK-DIGIT VALIDATION (AS CLI012V)          *
077200******************************************************************
077300 5000-VALIDATE-DOCUMENT.
077400     MOVE 'Y' TO WS-VALID-SW.
077500     IF WS-WORK-DOC NOT NUMERIC
077600         MOVE 'N' TO WS-VALID-SW
077700         GO TO 5000-EXIT
077800     END-IF.
077900     MOVE WS-WORK-DOC TO WS-DOC-DIGITS.
078000     IF WS-DOC-TYPE-CPF
078100         PERFORM 5100-VALIDATE-CPF  THRU 5100-EXIT
078200     ELSE
078300         PERFORM 5200-VALIDATE-CNPJ THRU 5200-EXIT
078400     END-IF.
078500 5000-EXIT.
078600     EXIT.
078700 5100-VALIDATE-CPF.
078800     MOVE ZERO TO WS-SUM.
078900     PERFORM 5110-SUM-CPF-DV1 THRU 5110-EXIT
079000             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
079100     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
079200     DIVIDE WS-SCALED-SUM BY 11
079300             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
079400     IF WS-REMAINDER = 10
079500         MOVE 0 TO WS-CHECK-DIGIT-1
079600     ELSE
079700         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-1
079800     END-IF.
079900     IF WS-CHECK-DIGIT-1 NOT = WS-DOC-DIGIT(13)
080000         MOVE 'N' TO WS-VALID-SW
080100     END-IF.
080200     MOVE ZERO TO WS-SUM.
080300     PERFORM 5120-SUM-CPF-DV2 THRU 5120-EXIT
080400             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10.
080500     COMPUTE WS-SCALED-SUM = WS-SUM * 10.
080600     DIVIDE WS-SCALED-SUM BY 11
080700             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
080800     IF WS-REMAINDER = 10
080900         MOVE 0 TO WS-CHECK-DIGIT-2
081000     ELSE
081100         MOVE WS-REMAINDER TO WS-CHECK-DIGIT-2
081200     END-IF.
081300     IF WS-CHECK-DIGIT-2 NOT = WS-DOC-DIGIT(14)
081400         MOVE 'N' TO WS-VALID-SW
081500     END-IF.
081600 5100-EXIT.
081700     EXIT.
081800 5110-SUM-CPF-DV1.
081900     COMPUTE WS-WEIGHT = 11 - WS-IDX.
082000     COMPUTE WS-SUM = WS-SUM +
082100             WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT.
082200 5110-EXIT.
082300     EXIT.
082400 5120-SUM-CPF-DV2.
082500     COMPUTE WS-WEIGHT = 12 - WS-IDX.
082600     IF WS-IDX <= 9
082700         COMPUTE WS-SUM = WS-SUM +
082800                 WS-DOC-DIGIT(WS-IDX + 3) * WS-WEIGHT
082900     ELSE
083000         COMPUTE WS-SUM = WS-SUM +
083100                 WS-CHECK-DIGIT-1 * WS-WEIGHT
083200     END-IF.
083300 5120-EXIT.
083400     EXIT.
083500 5200-VALIDATE-CNPJ.
083600     MOVE ZERO TO WS-SUM.
083700     PERFORM 5210-SUM-CNPJ-DV1 THRU 5210-EXIT
083800             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
083900     DIVIDE WS-SUM BY 11
084000             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
084100     IF WS-REMAINDER < 2
084200         MOVE 0 TO WS-CHECK-DIGIT-1
084300     ELSE
084400         COMPUTE WS-CHECK-DIGIT-1 = 11 - WS-REMAINDER
084500     END-IF.
084600     IF WS-CHECK-DIGIT-1 NOT = WS-DOC-DIGIT(13)
084700         MOVE 'N' TO WS-VALID-SW
084800     END-IF.
084900     MOVE ZERO TO WS-SUM.
085000     PERFORM 5220-SUM-CNPJ-DV2 THRU 5220-EXIT
085100             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13.
085200     DIVIDE WS-SUM BY 11
085300             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
085400     IF WS-REMAINDER < 2
085500         MOVE 0 TO WS-CHECK-DIGIT-2
085600     ELSE
085700         COMPUTE WS-CHECK-DIGIT-2 = 11 - WS-REMAINDER
085800     END-IF.
085900     IF WS-CHECK-DIGIT-2 NOT = WS-DOC-DIGIT(14)
086000         MOVE 'N' TO WS-VALID-SW
086100     END-IF.
086200 5200-EXIT.
086300     EXIT.
086400 5210-SUM-CNPJ-DV1.
086500     COMPUTE WS-SUM = WS-SUM +
086600             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV1-WEIGHT(WS-IDX).
086700 5210-EXIT.
086800     EXIT.
086900 5220-SUM-CNPJ-DV2.
087000     IF WS-IDX <= 12
087100         COMPUTE WS-SUM = WS-SUM +
087200             WS-DOC-DIGIT(WS-IDX) * WS-CNPJ-DV2-WEIGHT(WS-IDX)
087300     ELSE
087400         COMPUTE WS-SUM = WS-SUM +
087500             WS-CHECK-DIGIT-1 * WS-CNPJ-DV2-WEIGHT(WS-IDX)
087600     END-IF.
087700 5220-EXIT.
087800     EXIT.
087900 6000-WRITE-SCR.
088000     WRITE CLISCRD-RECORD.
088100     ADD 1 TO WS-SCR-RECORDS.
088200     ADD 1 TO WS-RUNSTAT-WRITTEN.
088300 6000-EXIT.
088400     EXIT.
088500******************************************************************
088600*   9000 - SCR TRAILER, CONTROL TOTALS, RECONCILIATION TO THE    *
088700*           GL RECEIVABLE BALANCE AND TERMINATION                *
088800******************************************************************
088900 9000-TERMINATE.
089000     MOVE SPACES                 TO CLISCRD-RECORD.
089100     SET CLISCRD-TRAILER         TO TRUE.
089200     MOVE WS-SCR-CLIENTS         TO CLISCRD-TRL-CLIENT-COUNT.
089300     MOVE WS-SCR-OPERATIONS      TO CLISCRD-TRL-OPERATION-COUNT.
089400     MOVE WS-SCR-AGGREGATES      TO CLISCRD-TRL-AGGREGATE-COUNT.
089500     ADD 1 TO WS-SCR-RECORDS.
089600     MOVE WS-SCR-RECORDS         TO CLISCRD-TRL-RECORD-COUNT.
089700     MOVE WS-SCR-OPERATION-TOTAL TO CLISCRD-TRL-OPERATION-TOTAL.
089800     MOVE WS-SCR-AGGREGATE-TOTAL TO CLISCRD-TRL-AGGREGATE-TOTAL.
089900     WRITE CLISCRD-RECORD.
090000     ADD 1 TO WS-RUNSTAT-WRITTEN.
090100     IF WS-REJECTED-DOCS = ZERO
090200         MOVE '  (NONE)' TO WS-MSG-TEXT
090300         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
090400     END-IF.
090500     WRITE REPORT-LINE FROM WS-REASON-LEGEND-LINE.
090600     MOVE SPACES TO REPORT-LINE.
090700     WRITE REPORT-LINE.
090800     MOVE 'SCR DOCUMENT CONTROL TOTALS' TO WS-MSG-TEXT.
090900     WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
091000     MOVE 'CLIDATA ACCOUNTS READ' TO WS-CNT-LABEL.
091100     MOVE WS-ACCOUNTS-READ        TO WS-CNT-VALUE.
091200     WRITE REPORT-LINE FROM WS-COUNT-LINE.
091300     MOVE 'CHARGED-OFF ACCOUNTS (COFMAST)' TO WS-CNT-LABEL.
091400     MOVE WS-CHARGED-OFF-ACCOUNTS TO WS-CNT-VALUE.
091500     WRITE REPORT-LINE FROM WS-COUNT-LINE.
091600     MOVE 'CLIENTS REPORTED INDIVIDUALLY' TO WS-CNT-LABEL.
091700     MOVE WS-REPORTED-CLIENTS     TO WS-CNT-VALUE.
091800     WRITE REPORT-LINE FROM WS-COUNT-LINE.
091900     MOVE 'CLIENTS AGGREGATED BELOW THE REPORTING LINE'
092000                                  TO WS-CNT-LABEL.
092100     MOVE WS-BELOW-CLIENTS        TO WS-CNT-VALUE.
092200     WRITE REPORT-LINE FROM WS-COUNT-LINE.
092300     MOVE 'CLIENTS WITH NO EXPOSURE' TO WS-CNT-LABEL.
092400     MOVE WS-NO-EXPOSURE-CLIENTS  TO WS-CNT-VALUE.
092500     WRITE REPORT-LINE FROM WS-COUNT-LINE.
092600     MOVE 'DOCUMENTS REJECTED' TO WS-CNT-LABEL.
092700     MOVE WS-REJECTED-DOCS        TO WS-CNT-VALUE.
092800     WRITE REPORT-LINE FROM WS-COUNT-LINE.
092900     MOVE 'ACCOUNTS ON REJECTED DOCUMENTS' TO WS-CNT-LABEL.
093000     MOVE WS-REJECTED-ACCOUNTS    TO WS-CNT-VALUE.
093100     WRITE REPORT-LINE FROM WS-COUNT-LINE.
093200     MOVE 'SCR OPERATION RECORDS' TO WS-CNT-LABEL.
093300     MOVE WS-SCR-OPERATIONS       TO WS-CNT-VALUE.
093400     WRITE REPORT-LINE FROM WS-COUNT-LINE.
093500     MOVE 'SCR AGGREGATED RECORDS' TO WS-CNT-LABEL.
093600     MOVE WS-SCR-AGGREGATES       TO WS-CNT-VALUE.
093700     WRITE REPORT-LINE FROM WS-COUNT-LINE.
093800     MOVE 'SCR RECORDS INCLUDING HEADER AND TRAILER'
093900                                  TO WS-CNT-LABEL.
094000     MOVE WS-SCR-RECORDS          TO WS-CNT-VALUE.
094100     WRITE REPORT-LINE FROM WS-COUNT-LINE.
094200     MOVE 'SCR OPERATION TOTAL' TO WS-AMT-LABEL.
094300     COMPUTE WS-SIGNED-MONEY = WS-SCR-OPERATION-TOTAL / 100.
094400     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
094500     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
094600     MOVE 'SCR AGGREGATED TOTAL' TO WS-AMT-LABEL.
094700     COMPUTE WS-SIGNED-MONEY = WS-SCR-AGGREGATE-TOTAL / 100.
094800     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
094900     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
095000     MOVE '  OF WHICH UNDRAWN LIMITS (NOT RECEIVABLE)'
095100                                  TO WS-AMT-LABEL.
095200     COMPUTE WS-SIGNED-MONEY =
095300             (WS-REPORTED-LIMIT + WS-BELOW-LIMIT) / 100.
095400     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
095500     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
095600     PERFORM 9100-RECONCILE THRU 9100-EXIT.
095700     IF WS-REJECTED-DOCS NOT = ZERO
095800         AND RETURN-CODE < 4
095900         MOVE 4 TO RETURN-CODE
096000     END-IF.
096100     IF WS-CELL-DROPPED-COUNT NOT = ZERO
096200         OR WS-AGG-DROPPED-COUNT NOT = ZERO
096300         DISPLAY 'CLI078M - CELL/AGGREGATE TABLE FULL, AMOUNTS '
096400                 'NOT REPORTED : ' WS-CELL-DROPPED-COUNT
096500                 ' / ' WS-AGG-DROPPED-COUNT
096600         MOVE 8 TO RETURN-CODE
096700     END-IF.
096800     CLOSE CLIDATA-FILE.
096900     CLOSE SCRDOC-FILE.
097000     CLOSE REPORT-FILE.
097100     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
097200 9000-EXIT.
097300     EXIT.
097400******************************************************************
097500*   9100 - TIE THE SCR BALANCES AND THE REJECTS TO THE MONTH-END *
097600*           RECEIVABLE BALANCE ON GLBMAST                        *
097700******************************************************************
097800 9100-RECONCILE.
097900     MOVE SPACES TO REPORT-LINE.
098000     WRITE REPORT-LINE.
098100     MOVE 'RECONCILIATION TO THE MONTH-END RECEIVABLE BALANCE'
098200                                  TO WS-MSG-TEXT.
098300     WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
098400     MOVE 'GL RECEIVABLE BALANCE (GLBMAST)' TO WS-AMT-LABEL.
098500     COMPUTE WS-SIGNED-MONEY = WS-GLB-RECEIVABLE / 100.
098600     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
098700     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
098800     MOVE 'LESS SCR BALANCES - CLIENTS REPORTED' TO WS-AMT-LABEL.
098900     COMPUTE WS-SIGNED-MONEY = WS-REPORTED-BALANCE / 100.
099000     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
099100     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
099200     MOVE 'LESS SCR BALANCES - AGGREGATED BELOW THE LINE'
099300                                  TO WS-AMT-LABEL.
099400     COMPUTE WS-SIGNED-MONEY = WS-BELOW-BALANCE / 100.
099500     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
099600     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
099700     MOVE 'LESS BALANCES ON REJECTED DOCUMENTS' TO WS-AMT-LABEL.
099800     COMPUTE WS-SIGNED-MONEY = WS-REJECTED-BALANCE / 100.
099900     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
100000     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
100100     COMPUTE WS-DIFFERENCE-CENTS = WS-GLB-RECEIVABLE
100200             - WS-REPORTED-BALANCE - WS-BELOW-BALANCE
100300             - WS-REJECTED-BALANCE.
100400     MOVE 'UNRECONCILED DIFFERENCE' TO WS-AMT-LABEL.
100500     COMPUTE WS-SIGNED-MONEY = WS-DIFFERENCE-CENTS / 100.
100600     MOVE WS-SIGNED-MONEY         TO WS-AMT-VALUE.
100700     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
100800     IF WS-GLB-STALE
100900         MOVE SPACES TO WS-MSG-TEXT
101000         STRING '*** GLBMAST NOT CLOSED IN THE DATA-BASE MONTH - '
101100                'LAST BUSINESS DATE ' WS-GLB-DATE
101200                DELIMITED BY SIZE INTO WS-MSG-TEXT
101300         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
101400         DISPLAY 'CLI078M - GLBMAST NOT CLOSED IN THE DATA-BASE '
101500                 'MONTH : ' WS-GLB-DATE
101600         MOVE 8 TO RETURN-CODE
101700     END-IF.
101800     IF WS-DIFFERENCE-CENTS NOT = ZERO
101900         MOVE '*** SCR DOES NOT RECONCILE TO THE RECEIVABLE '
102000             TO WS-MSG-TEXT
102100         MOVE 'BALANCE - REVIEW BEFORE TRANSMISSION'
102200             TO WS-MSG-TEXT(46:)
102300         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
102400         DISPLAY 'CLI078M - SCR OUT OF BALANCE WITH GLBMAST BY '
102500                 WS-DIFFERENCE-CENTS ' CENTS'
102600         MOVE 8 TO RETURN-CODE
102700     END-IF.
102800 9100-EXIT.
102900     EXIT.
103000******************************************************************
103100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
103200******************************************************************
103300 9900-WRITE-RUN-STATS.
103400     OPEN OUTPUT RUNLOG-FILE.
103500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
103600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
103700     MOVE SPACES                 TO RUNSTAT-ENTRY.
103800     MOVE 'CLI078M'              TO RUNSTAT-PROGRAM-ID.
103900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
104000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
104100     MOVE WS-RUNSTAT-START-RAW(1:6)
104200         TO RUNSTAT-START-TIME.
104300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
104400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
104500     MOVE WS-RUNSTAT-REJECTED    TO RUNSTAT-RECORDS-REJECTED.
104600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
104700     WRITE RUNSTAT-ENTRY.
104800     CLOSE RUNLOG-FILE.
104900 9900-EXIT.
105000     EXIT.
105100******************************************************************
105200*                      END OF PROGRAM                            *
105300******************************************************************
