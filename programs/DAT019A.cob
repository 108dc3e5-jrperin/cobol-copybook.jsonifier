000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT019A                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTHLY AML TRANSACTION MONITORING. THE MONTH'S PARSED     *
001400*     TRANSACTION EXTRACTS (DATTXNX, CONCATENATED BY THE         *
001500*     SCHEDULER) ARE SUMMED PER ACCOUNT - ALL DEBIT POSTINGS,    *
001600*     THOSE IN THE HIGH-RISK MERCHANT CATEGORIES COMPLIANCE      *
001700*     KEEPS ON THE AMLMCC CARDS, AND THOSE JUST UNDER THE        *
001800*     REPORTING LINE - AND EACH ACCOUNT IS TESTED AGAINST THE    *
001900*     DECLARED INCOME ON THE KEYED CLIENT MASTER:                *
002000*       HRMC - HIGH-RISK CATEGORY SPEND OF AT LEAST HRMIN AND    *
002100*              OVER HRPCT PERCENT OF THE DECLARED INCOME;        *
002200*       STRC - STRCOUNT OR MORE POSTINGS WITHIN STRBAND PERCENT  *
002300*              UNDER THE REPORTING LINE (RPTLINE);               *
002400*       INCM - THE MONTH'S SPEND OF AT LEAST INCMIN AND OVER     *
002500*              INCPCT PERCENT OF THE DECLARED INCOME.            *
002600*     A ZERO DECLARED INCOME FAILS BOTH INCOME TESTS ONCE THE    *
002700*     FLOOR IS REACHED. AMOUNTS ON THE RUN-CONTROL KEYS ARE IN   *
002800*     WHOLE REAIS. EACH RULE THAT FIRES WRITES ONE DATAMLA       *
002900*     ALERT, WHICH DAT020K TAKES ONTO THE ANALYST DISPOSITION    *
003000*     MASTER. THE MONTH (YYYYMM) COMES FROM THE EXEC PARM,       *
003100*     DEFAULTING TO THE PRIOR CALENDAR MONTH.                    *
003200*     RETURN CODES: 0 CLEAN; 4 NO AMLMCC CARDS (HRMC NOT         *
003300*     TESTED); 8 ACCOUNT TABLE FULL.                             *
003400*----------------------------------------------------------------*
003500* MODIFICATION HISTORY.                                          *
003600*     2026-10-15  CSG  ORIGINAL VERSION.                        *
003700******************************************************************
003800 PROGRAM-ID.    DAT019A.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DATTXNX-FILE  ASSIGN TO DATTXNX
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT CLIMST-FILE   ASSIGN TO CLIMST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
004800         FILE STATUS IS WS-CLIMST-STATUS.
004900     SELECT OPTIONAL AMLMCC-FILE ASSIGN TO AMLMCC
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT DATAMLA-FILE  ASSIGN TO DATAMLA
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT REPORT-FILE   ASSIGN TO DAT019RP
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DATTXNX-FILE.
006200     COPY "DATTXNX.cpy".
006300 FD  CLIMST-FILE.
006400     COPY "book_tests_OK.cob"
006500         REPLACING ==:CLIDATA:== BY ==CLIMST== .
006600 FD  AMLMCC-FILE.
006700     COPY "AMLMCC.cpy".
006800 FD  DATAMLA-FILE.
006900     COPY "DATAMLA.cpy".
007000 FD  REPORT-FILE.
007100 01  REPORT-LINE                        PIC X(132).
007200 FD  RUNPARM-FILE.
007300     COPY "RUNPARM.cpy".
007400 FD  RUNLOG-FILE.
007500     COPY "RUNSTAT.cpy".
007600 WORKING-STORAGE SECTION.
007700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008200 77  WS-TXN-EOF-SW                      PIC X(01)   VALUE 'N'.
008300     88  WS-TXN-EOF                                 VALUE 'Y'.
008400 77  WS-MCC-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-MCC-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008800 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
008900     88  WS-CLIMST-OK                               VALUE '00'.
009000     88  WS-CLIMST-NOT-FOUND                        VALUE '23'.
009100 77  WS-CLIENT-FOUND-SW                 PIC X(01)   VALUE 'N'.
009200     88  WS-CLIENT-FOUND                            VALUE 'Y'.
009300 77  WS-HIGH-RISK-SW                    PIC X(01)   VALUE 'N'.
009400     88  WS-HIGH-RISK                               VALUE 'Y'.
009500 77  WS-HR-PCT                          PIC 9(03)   VALUE 030.
009600 77  WS-HR-MIN                          PIC 9(09)   VALUE 1000.
009700 77  WS-REPORT-LINE-AMT                 PIC 9(09)   VALUE 50000.
009800 77  WS-STRUCT-BAND-PCT                 PIC 9(03)   VALUE 010.
009900 77  WS-STRUCT-COUNT                    PIC 9(03)   VALUE 003.
010000 77  WS-INCOME-PCT                      PIC 9(03)   VALUE 200.
010100 77  WS-INCOME-MIN                      PIC 9(09)   VALUE 10000.
010200 77  WS-NEAR-LINE-FLOOR                 PIC 9(11)V99 VALUE ZERO.
010300 77  WS-INCOME-LINE                     PIC 9(13)V99 VALUE ZERO.
010400 77  WS-RUN-MONTH                       PIC 9(06)   VALUE ZERO.
010500 77  WS-PRIOR-YEAR                      PIC 9(04)   VALUE ZERO.
010600 77  WS-PRIOR-MM                        PIC 9(02)   VALUE ZERO.
010700 77  WS-MCC-COUNT                       PIC 9(03)   VALUE ZERO.
010800 77  WS-MCC-MAX                         PIC 9(03)   VALUE 200.
010900 77  WS-MCC-IDX                         PIC 9(03)   VALUE ZERO.
011000 77  WS-MCC-DROPPED-COUNT               PIC 9(05)   VALUE ZERO.
011100 77  WS-ACC-COUNT                       PIC 9(05)   VALUE ZERO.
011200 77  WS-ACC-MAX                         PIC 9(05)   VALUE 20000.
011300 77  WS-ACC-IDX                         PIC 9(05)   VALUE ZERO.
011400 77  WS-FOUND-IDX                       PIC 9(05)   VALUE ZERO.
011500 77  WS-ACC-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
011600 77  WS-OUT-OF-MONTH-COUNT              PIC 9(09)   VALUE ZERO.
011700 77  WS-DEBIT-COUNT                     PIC 9(09)   VALUE ZERO.
011800 77  WS-CLIENT-READ-COUNT               PIC 9(07)   VALUE ZERO.
011900 77  WS-NOT-ON-MASTER-COUNT             PIC 9(07)   VALUE ZERO.
012000 77  WS-MASTER-ERROR-COUNT              PIC 9(07)   VALUE ZERO.
012100 77  WS-HRMC-COUNT                      PIC 9(07)   VALUE ZERO.
012200 77  WS-STRC-COUNT                      PIC 9(07)   VALUE ZERO.
012300 77  WS-INCM-COUNT                      PIC 9(07)   VALUE ZERO.
012400 01  WS-WORK-KEY.
012500     05  WS-WORK-ORG                    PIC 999.
012600     05  WS-WORK-ACCT                   PIC X(19).
012700 01  WS-MCC-TABLE.
012800     05  WS-MCC-ENTRY OCCURS 200 TIMES.
012900         10  WS-MCC-CODE                PIC 9(04).
013000 01  WS-ACCOUNT-TABLE.
013100     05  WS-ACC-ENTRY OCCURS 20000 TIMES.
013200         10  WS-ACC-KEY                 PIC X(22).
013300         10  WS-ACC-SPEND               PIC S9(13)V99.
013400         10  WS-ACC-TXN-COUNT           PIC 9(05).
013500         10  WS-ACC-HR-SPEND            PIC S9(13)V99.
013600         10  WS-ACC-HR-COUNT            PIC 9(05).
013700         10  WS-ACC-NEAR-SPEND          PIC S9(13)V99.
013800         10  WS-ACC-NEAR-COUNT          PIC 9(05).
013900 01  WS-CURRENT-DATE-TIME.
014000     05  WS-CURRENT-DATE                PIC 9(08).
014100     05  FILLER                         PIC X(14).
014200 01  WS-HEADING-LINE.
014300     05  FILLER                         PIC X(46)
014400         VALUE 'DAT019A - AML TRANSACTION MONITORING ALERTS  '.
014500     05  FILLER                         PIC X(07)
014600         VALUE 'MONTH: '.
014700     05  WS-HDG-MONTH                   PIC 9(06).
014800     05  FILLER                         PIC X(12)
014900         VALUE '  RUN DATE: '.
015000     05  WS-HDG-RUN-DATE                PIC 9(08).
015100     05  FILLER                         PIC X(53)   VALUE SPACES.
015200 01  WS-COLUMN-LINE.
015300     05  FILLER                         PIC X(40)
015400         VALUE 'ACCOUNT              RULE       INCOME  '.
015500     05  FILLER                         PIC X(40)
015600         VALUE '      ALERT AMOUNT    TXNS         MONTH'.
015700     05  FILLER                         PIC X(40)
015800         VALUE ' SPEND  CLIENT NAME                     '.
015900     05  FILLER                         PIC X(12)   VALUE SPACES.
016000 01  WS-DETAIL-LINE.
016100     05  WS-DTL-ACCOUNT                 PIC X(19).
016200     05  FILLER                         PIC X(02)   VALUE SPACES.
016300     05  WS-DTL-RULE                    PIC X(04).
016400     05  FILLER                         PIC X(02)   VALUE SPACES.
016500     05  WS-DTL-INCOME                  PIC ZZZ,ZZZ,ZZ9.
016600     05  FILLER                         PIC X(02)   VALUE SPACES.
016700     05  WS-DTL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
016800     05  FILLER                         PIC X(01)   VALUE SPACES.
016900     05  WS-DTL-TXNS                    PIC ZZ,ZZ9.
017000     05  FILLER                         PIC X(01)   VALUE SPACES.
017100     05  WS-DTL-SPEND                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017200     05  FILLER                         PIC X(02)   VALUE SPACES.
017300     05  WS-DTL-NAME                    PIC X(30).
017400     05  FILLER                         PIC X(14)   VALUE SPACES.
017500 01  WS-TOTAL-LINE.
017600     05  WS-TOT-LABEL                   PIC X(40).
017700     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
017800     05  FILLER                         PIC X(81)   VALUE SPACES.
017900 LINKAGE SECTION.
018000 01  LS-PARM.
018100     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
018200     03  LS-PARM-MONTH                  PIC X(06).
018300******************************************************************
018400*                 PROCEDURE DIVISION                            *
018500******************************************************************
018600 PROCEDURE DIVISION USING LS-PARM.
018700 0000-MAINLINE.
018800     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
018900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
019000     PERFORM 2000-SUM-ONE-TXN      THRU 2000-EXIT
019100             UNTIL WS-TXN-EOF.
019200     PERFORM 3000-TEST-ONE-ACCOUNT THRU 3000-EXIT
019300             VARYING WS-ACC-IDX FROM 1 BY 1
019400             UNTIL WS-ACC-IDX > WS-ACC-COUNT.
019500     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
019600     GOBACK.
019700 0000-EXIT.
019800     EXIT.
019900******************************************************************
020000*   1000 - RUN PARAMETERS, MONTH, CATEGORY CARDS, FILES          *
020100******************************************************************
020200 1000-INITIALIZE.
020300     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
020400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020500     MOVE WS-CURRENT-DATE(1:4) TO WS-PRIOR-YEAR.
020600     MOVE WS-CURRENT-DATE(5:2) TO WS-PRIOR-MM.
020700     IF WS-PRIOR-MM = 01
020800         SUBTRACT 1 FROM WS-PRIOR-YEAR
020900         MOVE 12 TO WS-PRIOR-MM
021000     ELSE
021100         SUBTRACT 1 FROM WS-PRIOR-MM
021200     END-IF.
021300     COMPUTE WS-RUN-MONTH = WS-PRIOR-YEAR * 100 + WS-PRIOR-MM.
021400     IF LS-PARM-LENGTH >= 6
021500         AND LS-PARM-MONTH IS NUMERIC
021600         MOVE LS-PARM-MONTH TO WS-RUN-MONTH
021700     END-IF.
021800     COMPUTE WS-NEAR-LINE-FLOOR =
021900             WS-REPORT-LINE-AMT
022000           * (100 - WS-STRUCT-BAND-PCT) / 100.
022100     OPEN INPUT AMLMCC-FILE.
022200     PERFORM 1600-LOAD-ONE-MCC THRU 1600-EXIT
022300             UNTIL WS-MCC-EOF.
022400     CLOSE AMLMCC-FILE.
022500     IF WS-MCC-COUNT = ZERO
022600         DISPLAY 'DAT019A - NO HIGH-RISK CATEGORY CARDS ON '
022700                 'AMLMCC, HRMC RULE NOT TESTED'
022800         MOVE 4 TO RETURN-CODE
022900     END-IF.
023000     IF WS-MCC-DROPPED-COUNT NOT = ZERO
023100         DISPLAY 'DAT019A - CATEGORY TABLE FULL, CARDS '
023200                 'DROPPED : ' WS-MCC-DROPPED-COUNT
023300         MOVE 8 TO RETURN-CODE
023400     END-IF.
023500     OPEN INPUT  DATTXNX-FILE.
023600     OPEN INPUT  CLIMST-FILE.
023700     OPEN OUTPUT DATAMLA-FILE.
023800     OPEN OUTPUT REPORT-FILE.
023900     MOVE WS-RUN-MONTH    TO WS-HDG-MONTH.
024000     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
024100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
024200     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
024300     PERFORM 2100-READ-TXN THRU 2100-EXIT.
024400 1000-EXIT.
024500     EXIT.
024600******************************************************************
024700*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
024800******************************************************************
024900 1500-LOAD-RUN-PARMS.
025000     OPEN INPUT RUNPARM-FILE.
025100     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
025200             UNTIL WS-PARM-EOF.
025300     CLOSE RUNPARM-FILE.
025400 1500-EXIT.
025500     EXIT.
025600 1510-READ-ONE-PARM.
025700     READ RUNPARM-FILE
025800         AT END
025900             SET WS-PARM-EOF TO TRUE
026000             GO TO 1510-EXIT
026100     END-READ.
026200     IF RUNPARM-PROGRAM-ID NOT = 'DAT019A '
026300         GO TO 1510-EXIT
026400     END-IF.
026500     EVALUATE RUNPARM-KEY
026600         WHEN 'HRPCT   '
026700             MOVE RUNPARM-VALUE-NUM TO WS-HR-PCT
026800         WHEN 'HRMIN   '
026900             MOVE RUNPARM-VALUE-NUM TO WS-HR-MIN
027000         WHEN 'RPTLINE '
027100             MOVE RUNPARM-VALUE-NUM TO WS-REPORT-LINE-AMT
027200         WHEN 'STRBAND '
027300             MOVE RUNPARM-VALUE-NUM TO WS-STRUCT-BAND-PCT
027400         WHEN 'STRCOUNT'
027500             MOVE RUNPARM-VALUE-NUM TO WS-STRUCT-COUNT
027600         WHEN 'INCPCT  '
027700             MOVE RUNPARM-VALUE-NUM TO WS-INCOME-PCT
027800         WHEN 'INCMIN  '
027900             MOVE RUNPARM-VALUE-NUM TO WS-INCOME-MIN
028000         WHEN OTHER
028100             GO TO 1510-EXIT
028200     END-EVALUATE.
028300     DISPLAY 'DAT019A - ' RUNPARM-KEY ' SET TO '
028400             RUNPARM-VALUE ' BY RUN PARAMETER'.
028500 1510-EXIT.
028600     EXIT.
028700******************************************************************
028800*   1600 - TABLE THE HIGH-RISK MERCHANT CATEGORY CARDS           *
028900******************************************************************
029000 1600-LOAD-ONE-MCC.
029100     READ AMLMCC-FILE
029200         AT END
029300             SET WS-MCC-EOF TO TRUE
029400             GO TO 1600-EXIT
029500     END-READ.
029600     IF AMLMCC-MERCHANT-CATEGORY NOT NUMERIC
029700         GO TO 1600-EXIT
029800     END-IF.
029900     IF WS-MCC-COUNT >= WS-MCC-MAX
030000         ADD 1 TO WS-MCC-DROPPED-COUNT
030100         GO TO 1600-EXIT
030200     END-IF.
030300     ADD 1 TO WS-MCC-COUNT.
030400     MOVE AMLMCC-MERCHANT-CATEGORY TO WS-MCC-CODE(WS-MCC-COUNT).
030500 1600-EXIT.
030600     EXIT.
030700******************************************************************
030800*   2000 - SUM ONE DEBIT POSTING OF THE MONTH INTO ITS ACCOUNT   *
030900******************************************************************
031000 2000-SUM-ONE-TXN.
031100     IF NOT DATTXNX-IS-TRANSACTION
031200         OR DATTXNX-TXN-AMOUNT NOT > ZERO
031300         GO TO 2000-READ-NEXT
031400     END-IF.
031500     IF DATTXNX-TXN-DATE(1:6) NOT = WS-RUN-MONTH
031600         ADD 1 TO WS-OUT-OF-MONTH-COUNT
031700         GO TO 2000-READ-NEXT
031800     END-IF.
031900     ADD 1 TO WS-DEBIT-COUNT.
032000     MOVE DATTXNX-ORG  TO WS-WORK-ORG.
032100     MOVE DATTXNX-ACCT TO WS-WORK-ACCT.
032200     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
032300     IF WS-FOUND-IDX = ZERO
032400         GO TO 2000-READ-NEXT
032500     END-IF.
032600     ADD DATTXNX-TXN-AMOUNT TO WS-ACC-SPEND(WS-FOUND-IDX).
032700     ADD 1 TO WS-ACC-TXN-COUNT(WS-FOUND-IDX).
032800     MOVE 'N' TO WS-HIGH-RISK-SW.
032900     PERFORM 2200-MATCH-ONE-MCC THRU 2200-EXIT
033000             VARYING WS-MCC-IDX FROM 1 BY 1
033100             UNTIL WS-MCC-IDX > WS-MCC-COUNT
033200                OR WS-HIGH-RISK.
033300     IF WS-HIGH-RISK
033400         ADD DATTXNX-TXN-AMOUNT TO WS-ACC-HR-SPEND(WS-FOUND-IDX)
033500         ADD 1 TO WS-ACC-HR-COUNT(WS-FOUND-IDX)
033600     END-IF.
033700     IF DATTXNX-TXN-AMOUNT NOT < WS-NEAR-LINE-FLOOR
033800         AND DATTXNX-TXN-AMOUNT < WS-REPORT-LINE-AMT
033900         ADD DATTXNX-TXN-AMOUNT
034000                         TO WS-ACC-NEAR-SPEND(WS-FOUND-IDX)
034100         ADD 1 TO WS-ACC-NEAR-COUNT(WS-FOUND-IDX)
034200     END-IF.
034300 2000-READ-NEXT.
034400     PERFORM 2100-READ-TXN THRU 2100-EXIT.
034500 2000-EXIT.
034600     EXIT.
034700 2100-READ-TXN.
034800     READ DATTXNX-FILE
034900         AT END SET WS-TXN-EOF TO TRUE
035000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
035100     END-READ.
035200 2100-EXIT.
035300     EXIT.
035400 2200-MATCH-ONE-MCC.
035500     IF WS-MCC-CODE(WS-MCC-IDX) = DATTXNX-MERCHANT-CATEGORY
035600         SET WS-HIGH-RISK TO TRUE
035700     END-IF.
035800 2200-EXIT.
035900     EXIT.
036000******************************************************************
036100*   3000 - TEST ONE ACCOUNT'S MONTH AGAINST THE THREE RULES      *
036200******************************************************************
036300 3000-TEST-ONE-ACCOUNT.
036400     IF WS-ACC-HR-SPEND(WS-ACC-IDX) < WS-HR-MIN
036500         AND WS-ACC-NEAR-COUNT(WS-ACC-IDX) < WS-STRUCT-COUNT
036600         AND WS-ACC-SPEND(WS-ACC-IDX) < WS-INCOME-MIN
036700         GO TO 3000-EXIT
036800     END-IF.
036900     PERFORM 3100-READ-CLIENT THRU 3100-EXIT.
037000     IF WS-MCC-COUNT > ZERO
037100         AND WS-ACC-HR-SPEND(WS-ACC-IDX) NOT < WS-HR-MIN
037200         COMPUTE WS-INCOME-LINE =
037300                 CLIMST-INCOME * WS-HR-PCT / 100
037400         IF WS-ACC-HR-SPEND(WS-ACC-IDX) > WS-INCOME-LINE
037500             MOVE SPACES TO DATAMLA-RECORD
037600             MOVE 'HRMC' TO DATAMLA-RULE
037700             MOVE WS-ACC-HR-SPEND(WS-ACC-IDX)
037800                                 TO DATAMLA-ALERT-AMOUNT
037900             MOVE WS-ACC-HR-COUNT(WS-ACC-IDX)
038000                                 TO DATAMLA-ALERT-TXN-COUNT
038100             PERFORM 4000-WRITE-ALERT THRU 4000-EXIT
038200             ADD 1 TO WS-HRMC-COUNT
038300         END-IF
038400     END-IF.
038500     IF WS-STRUCT-COUNT > ZERO
038600         AND WS-ACC-NEAR-COUNT(WS-ACC-IDX) NOT < WS-STRUCT-COUNT
038700         MOVE SPACES TO DATAMLA-RECORD
038800         MOVE 'STRC' TO DATAMLA-RULE
038900         MOVE WS-ACC-NEAR-SPEND(WS-ACC-IDX)
039000                                 TO DATAMLA-ALERT-AMOUNT
039100         MOVE WS-ACC-NEAR-COUNT(WS-ACC-IDX)
039200                                 TO DATAMLA-ALERT-TXN-COUNT
039300         PERFORM 4000-WRITE-ALERT THRU 4000-EXIT
039400         ADD 1 TO WS-STRC-COUNT
039500     END-IF.
039600     IF WS-ACC-SPEND(WS-ACC-IDX) NOT < WS-INCOME-MIN
039700         COMPUTE WS-INCOME-LINE =
039800                 CLIMST-INCOME * WS-INCOME-PCT / 100
039900         IF WS-ACC-SPEND(WS-ACC-IDX) > WS-INCOME-LINE
040000             MOVE SPACES TO DATAMLA-RECORD
040100             MOVE 'INCM' TO DATAMLA-RULE
040200             MOVE WS-ACC-SPEND(WS-ACC-IDX)
040300                                 TO DATAMLA-ALERT-AMOUNT
040400             MOVE WS-ACC-TXN-COUNT(WS-ACC-IDX)
040500                                 TO DATAMLA-ALERT-TXN-COUNT
040600             PERFORM 4000-WRITE-ALERT THRU 4000-EXIT
040700             ADD 1 TO WS-INCM-COUNT
040800         END-IF
040900     END-IF.
041000 3000-EXIT.
041100     EXIT.
041200******************************************************************
041300*   3100 - DECLARED INCOME AND IDENTITY FROM THE CLIENT MASTER;  *
041400*           AN ACCOUNT NOT ON THE MASTER TESTS AS ZERO INCOME    *
041500******************************************************************
041600 3100-READ-CLIENT.
041700     MOVE WS-ACC-KEY(WS-ACC-IDX) TO WS-WORK-KEY.
041800     MOVE 'N' TO WS-CLIENT-FOUND-SW.
041900     ADD 1 TO WS-CLIENT-READ-COUNT.
042000     MOVE WS-WORK-ACCT TO CLIMST-ACCOUNT-NUMBER.
042100     READ CLIMST-FILE.
042200     EVALUATE TRUE
042300         WHEN WS-CLIMST-OK
042400             SET WS-CLIENT-FOUND TO TRUE
042500         WHEN WS-CLIMST-NOT-FOUND
042600             ADD 1 TO WS-NOT-ON-MASTER-COUNT
042700         WHEN OTHER
042800             ADD 1 TO WS-MASTER-ERROR-COUNT
042900             DISPLAY 'DAT019A - MASTER READ ERROR, STATUS '
043000                     WS-CLIMST-STATUS ' FOR ACCOUNT '
043100                     WS-WORK-ACCT
043200     END-EVALUATE.
043300     IF NOT WS-CLIENT-FOUND
043400         MOVE SPACES TO CLIMST-NAME-LINE-1
043500         MOVE SPACES TO CLIMST-BUSINESS-OR-PERSONAL-ID
043600         MOVE ZERO   TO CLIMST-NAME-TYPE-IND
043700         MOVE ZERO   TO CLIMST-INCOME
043800     END-IF.
043900     IF CLIMST-INCOME NOT NUMERIC
044000         MOVE ZERO TO CLIMST-INCOME
044100     END-IF.
044200 3100-EXIT.
044300     EXIT.
044400******************************************************************
044500*   4000 - ONE ALERT FOR THE ANALYSTS AND ITS REPORT LINE        *
044600******************************************************************
044700 4000-WRITE-ALERT.
044800     MOVE WS-WORK-ORG            TO DATAMLA-ORG.
044900     MOVE WS-WORK-ACCT           TO DATAMLA-ACCT.
045000     MOVE WS-RUN-MONTH           TO DATAMLA-ALERT-MONTH.
045100     MOVE CLIMST-NAME-LINE-1     TO DATAMLA-NAME-LINE-1.
045200     MOVE CLIMST-BUSINESS-OR-PERSONAL-ID
045300                                 TO DATAMLA-CLIENT-DOC.
045400     IF CLIMST-NAME-TYPE-COMPANY
045500         SET DATAMLA-COMPANY     TO TRUE
045600     ELSE
045700         SET DATAMLA-INDIVIDUAL  TO TRUE
045800     END-IF.
045900     MOVE CLIMST-INCOME          TO DATAMLA-INCOME.
046000     MOVE WS-ACC-SPEND(WS-ACC-IDX) TO DATAMLA-MONTH-SPEND.
046100     MOVE WS-CURRENT-DATE        TO DATAMLA-RUN-DATE.
046200     WRITE DATAMLA-RECORD.
046300     ADD 1 TO WS-RUNSTAT-WRITTEN.
046400     MOVE WS-WORK-ACCT           TO WS-DTL-ACCOUNT.
046500     MOVE DATAMLA-RULE           TO WS-DTL-RULE.
046600     MOVE DATAMLA-INCOME         TO WS-DTL-INCOME.
046700     MOVE DATAMLA-ALERT-AMOUNT   TO WS-DTL-AMOUNT.
046800     MOVE DATAMLA-ALERT-TXN-COUNT TO WS-DTL-TXNS.
046900     MOVE DATAMLA-MONTH-SPEND    TO WS-DTL-SPEND.
047000     MOVE DATAMLA-NAME-LINE-1    TO WS-DTL-NAME.
047100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
047200 4000-EXIT.
047300     EXIT.
047400******************************************************************
047500*   5000 - FIND OR ADD THE ACCOUNT IN THE TABLE. THE EXTRACTS    *
047600*           ARE IN ACCOUNT ORDER WITHIN EACH DAY, SO THE LAST    *
047700*           ACCOUNT FOUND IS TRIED FIRST                         *
047800******************************************************************
047900 5000-FIND-ACCOUNT.
048000     IF WS-FOUND-IDX NOT = ZERO
048100         IF WS-ACC-KEY(WS-FOUND-IDX) = WS-WORK-KEY
048200             GO TO 5000-EXIT
048300         END-IF
048400     END-IF.
048500     MOVE ZERO TO WS-FOUND-IDX.
048600     PERFORM 5100-MATCH-ONE-ACCOUNT THRU 5100-EXIT
048700             VARYING WS-ACC-IDX FROM 1 BY 1
048800             UNTIL WS-ACC-IDX > WS-ACC-COUNT
048900                OR WS-FOUND-IDX NOT = ZERO.
049000     IF WS-FOUND-IDX NOT = ZERO
049100         GO TO 5000-EXIT
049200     END-IF.
049300     IF WS-ACC-COUNT >= WS-ACC-MAX
049400         ADD 1 TO WS-ACC-DROPPED-COUNT
049500         GO TO 5000-EXIT
049600     END-IF.
049700     ADD 1 TO WS-ACC-COUNT.
049800     MOVE WS-ACC-COUNT TO WS-FOUND-IDX.
049900     MOVE WS-WORK-KEY  TO WS-ACC-KEY(WS-FOUND-IDX).
050000     MOVE ZERO TO WS-ACC-SPEND(WS-FOUND-IDX).
050100     MOVE ZERO TO WS-ACC-TXN-COUNT(WS-FOUND-IDX).
050200     MOVE ZERO TO WS-ACC-HR-SPEND(WS-FOUND-IDX).
050300     MOVE ZERO TO WS-ACC-HR-COUNT(WS-FOUND-IDX).
050400     MOVE ZERO TO WS-ACC-NEAR-SPEND(WS-FOUND-IDX).
050500     MOVE ZERO TO WS-ACC-NEAR-COUNT(WS-FOUND-IDX).
050600 5000-EXIT.
050700     EXIT.
050800 5100-MATCH-ONE-ACCOUNT.
050900     IF WS-ACC-KEY(WS-ACC-IDX) = WS-WORK-KEY
051000         MOVE WS-ACC-IDX TO WS-FOUND-IDX
051100     END-IF.
051200 5100-EXIT.
051300     EXIT.
051400******************************************************************
051500*                 9000 - TOTALS AND TERMINATION                  *
051600******************************************************************
051700 9000-TERMINATE.
051800     MOVE SPACES TO REPORT-LINE.
051900     WRITE REPORT-LINE.
052000     MOVE 'DEBIT POSTINGS IN THE MONTH            :'
052100                                    TO WS-TOT-LABEL.
052200     MOVE WS-DEBIT-COUNT            TO WS-TOT-COUNT.
052300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
052400     MOVE 'POSTINGS OUTSIDE THE MONTH (IGNORED)   :'
052500                                    TO WS-TOT-LABEL.
052600     MOVE WS-OUT-OF-MONTH-COUNT     TO WS-TOT-COUNT.
052700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
052800     MOVE 'ACCOUNTS MONITORED                     :'
052900                                    TO WS-TOT-LABEL.
053000     MOVE WS-ACC-COUNT              TO WS-TOT-COUNT.
053100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
053200     MOVE 'ACCOUNTS LOOKED UP ON THE CLIENT MASTER:'
053300                                    TO WS-TOT-LABEL.
053400     MOVE WS-CLIENT-READ-COUNT      TO WS-TOT-COUNT.
053500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
053600     MOVE '  NOT ON THE MASTER (ZERO INCOME)      :'
053700                                    TO WS-TOT-LABEL.
053800     MOVE WS-NOT-ON-MASTER-COUNT    TO WS-TOT-COUNT.
053900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
054000     MOVE 'HRMC - HIGH-RISK CATEGORY SPEND        :'
054100                                    TO WS-TOT-LABEL.
054200     MOVE WS-HRMC-COUNT             TO WS-TOT-COUNT.
054300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
054400     MOVE 'STRC - POSTINGS JUST UNDER THE LINE    :'
054500                                    TO WS-TOT-LABEL.
054600     MOVE WS-STRC-COUNT             TO WS-TOT-COUNT.
054700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
054800     MOVE 'INCM - SPEND INCONSISTENT WITH INCOME  :'
054900                                    TO WS-TOT-LABEL.
055000     MOVE WS-INCM-COUNT             TO WS-TOT-COUNT.
055100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
055200     IF WS-ACC-DROPPED-COUNT NOT = ZERO
055300         DISPLAY 'DAT019A - ACCOUNT TABLE FULL, POSTINGS NOT '
055400                 'MONITORED : ' WS-ACC-DROPPED-COUNT
055500         MOVE 8 TO RETURN-CODE
055600     END-IF.
055700     IF WS-MASTER-ERROR-COUNT NOT = ZERO
055800         MOVE 8 TO RETURN-CODE
055900     END-IF.
056000     CLOSE DATTXNX-FILE.
056100     CLOSE CLIMST-FILE.
056200     CLOSE DATAMLA-FILE.
056300     CLOSE REPORT-FILE.
056400     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
056500 9000-EXIT.
056600     EXIT.
056700******************************************************************
056800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
056900******************************************************************
057000 9900-WRITE-RUN-STATS.
057100     OPEN OUTPUT RUNLOG-FILE.
057200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
057300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
057400     MOVE SPACES                 TO RUNSTAT-ENTRY.
057500     MOVE 'DAT019A'              TO RUNSTAT-PROGRAM-ID.
057600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
057700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
057800     MOVE WS-RUNSTAT-START-RAW(1:6)
057900         TO RUNSTAT-START-TIME.
058000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
058100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
058200     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
058300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
058400     WRITE RUNSTAT-ENTRY.
058500     CLOSE RUNLOG-FILE.
058600 9900-EXIT.
058700     EXIT.
058800******************************************************************
058900*                      END OF PROGRAM                            *
059000******************************************************************
