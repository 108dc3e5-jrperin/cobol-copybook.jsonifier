000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT021C                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     REVOLVING-CREDIT INTEREST-AND-FEE CAP COMPLIANCE. THE      *
001400*     INTEREST AND FEES CHARGED ON REVOLVING CARD DEBT MAY NOT   *
001500*     EXCEED 100 PERCENT OF THE ORIGINAL PRINCIPAL. EVERY        *
001600*     CURRENT-STATEMENT RECAP (REC-TYPE 1, PARSED THROUGH THE    *
001700*     DATRECP VIEW) IS FOLDED INTO THE DATCAPM MASTER, CARRIED   *
001800*     RUN OVER RUN IN THE DAT014M STYLE. THE MASTER HOLDS EACH   *
001900*     STATEMENT'S AMOUNT DUE (CLIDATA PAYMENT-TOTAL-AMOUNT-DUE,  *
002000*     MATCHED ON ACCOUNT AS CLI074R DOES); WHEN THE NEXT         *
002100*     STATEMENT'S PAYMENTS FALL SHORT OF IT THE ACCOUNT STARTS   *
002200*     REVOLVING AND THE PRINCIPAL (BALANCE BROUGHT FORWARD LESS  *
002300*     THOSE PAYMENTS) IS FROZEN. EVERY LATER STATEMENT'S         *
002400*     FINANCE-CHARGE TOTAL - THE PROCESSOR'S INTEREST AND FEES   *
002500*     FOR THE CYCLE - IS ADDED UP AGAINST IT UNTIL A STATEMENT   *
002600*     SHOWS THE BALANCE PAID OFF, WHICH CLOSES THE EPISODE.      *
002700*     EVERY REVOLVING ACCOUNT AT OR OVER THE WARNING PERCENTAGE  *
002800*     (RUN-CONTROL KEY CAPWARN, DEFAULT 80) IS REPORTED EACH     *
002900*     NIGHT, AND ONE OVER THE CAP WITH THE OVER-CAP AMOUNT, SO   *
003000*     LEGAL CAN DEMAND THE REFUND FROM THE PROCESSOR. AN EPISODE *
003100*     THAT CLOSES OVER THE CAP IS REPORTED ONE LAST TIME.        *
003200*----------------------------------------------------------------*
003300* MODIFICATION HISTORY.                                          *
003400*     2026-10-15  CSG  ORIGINAL VERSION.                        *
003410*     2026-10-15  CSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003420*                      THE RUN-CONTROL DATASET MAKES THE         *
003430*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
003440*                      STAMPS THE REPORT AS A REPLAY AND         *
003450*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003500******************************************************************
003600 PROGRAM-ID.    DAT021C.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DATA1-FILE     ASSIGN TO DATA1IN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CLIDATA-FILE   ASSIGN TO CLIIN
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL PRIOR-MASTER-FILE ASSIGN TO CAPMIN
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT NEW-MASTER-FILE ASSIGN TO CAPMOUT
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REPORT-FILE    ASSIGN TO DAT021RP
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DATA1-FILE.
005700     COPY "DATA1_EBCDIC.cob"
005800         REPLACING ==:DATA1:== BY ==DATA1== .
005900 FD  CLIDATA-FILE.
006000     COPY "book_tests_OK.cob"
006100         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006200 FD  PRIOR-MASTER-FILE.
006300     COPY "DATCAPM.cpy"
006400         REPLACING ==:DATCAPM:== BY ==PRIOR== .
006500 FD  NEW-MASTER-FILE.
006600     COPY "DATCAPM.cpy"
006700         REPLACING ==:DATCAPM:== BY ==DATCAPM== .
006800 FD  REPORT-FILE.
006900 01  REPORT-LINE                        PIC X(132).
007000 FD  RUNPARM-FILE.
007100     COPY "RUNPARM.cpy".
007200 FD  RUNLOG-FILE.
007300     COPY "RUNSTAT.cpy".
007400 WORKING-STORAGE SECTION.
007500 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007600 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007700 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007800 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007900 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008000 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
008100     88  WS-CURR-EOF                                VALUE 'Y'.
008200 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
008300     88  WS-PRIOR-EOF                               VALUE 'Y'.
008400 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-CLI-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008710 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008720     88  WS-REPLAY-RUN                              VALUE 'Y'.
008730 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008800 77  WS-WARN-PCT                        PIC 9(03)   VALUE 080.
008900 77  WS-CAP-PCT                         PIC 9(05)V99 VALUE ZERO.
009000 77  WS-NEW-DUE                         PIC S9(13)V99
009100                                        VALUE ZERO.
009200 77  WS-PAYMENT                         PIC S9(13)V99
009300                                        VALUE ZERO.
009400 77  WS-PRINCIPAL                       PIC S9(13)V99
009500                                        VALUE ZERO.
009600 77  WS-OVER-AMT                        PIC S9(13)V99
009700                                        VALUE ZERO.
009800 77  WS-OVER-TOTAL                      PIC S9(15)V99
009900                                        VALUE ZERO.
010000 77  WS-MASTER-COUNT                    PIC 9(09)   VALUE ZERO.
010100 77  WS-NEW-COUNT                       PIC 9(09)   VALUE ZERO.
010200 77  WS-APPLIED-COUNT                   PIC 9(09)   VALUE ZERO.
010300 77  WS-NO-CLIDATA-COUNT                PIC 9(09)   VALUE ZERO.
010400 77  WS-OPENED-COUNT                    PIC 9(09)   VALUE ZERO.
010500 77  WS-CLOSED-COUNT                    PIC 9(09)   VALUE ZERO.
010600 77  WS-CLOSED-OVER-COUNT               PIC 9(09)   VALUE ZERO.
010700 77  WS-REVOLVING-COUNT                 PIC 9(09)   VALUE ZERO.
010800 77  WS-WARN-COUNT                      PIC 9(09)   VALUE ZERO.
010900 77  WS-OVER-COUNT                      PIC 9(09)   VALUE ZERO.
011000 01  WS-CURR-KEY.
011100     05  WS-CURR-ORG                    PIC 999.
011200     05  WS-CURR-ACCT                   PIC X(19).
011300 01  WS-CURRENT-DATE-TIME.
011400     05  WS-CURRENT-DATE                PIC 9(08).
011500     05  FILLER                         PIC X(13).
011600 01  WS-HEADING-LINE.
011700     05  FILLER                         PIC X(48)
011800         VALUE 'DAT021C - REVOLVING INTEREST AND FEE CAP REPORT'.
011900     05  FILLER                         PIC X(11)
012000         VALUE '  RUN DATE '.
012100     05  WS-HDG-RUN-DATE                PIC 9(08).
012200     05  FILLER                         PIC X(14)
012300         VALUE '  WARNING AT '.
012400     05  WS-HDG-WARN-PCT                PIC ZZ9.
012500     05  FILLER                         PIC X(48)
012600         VALUE ' PCT'.
012700 01  WS-COLUMN-LINE.
012800     05  FILLER                         PIC X(40)
012900         VALUE 'ORG  ACCOUNT              CONDITION     '.
013000     05  FILLER                         PIC X(40)
013100         VALUE 'OPENED    STMTS         PRINCIPAL       '.
013200     05  FILLER                         PIC X(40)
013300         VALUE 'INTEREST+FEES      PCT        OVER CAP  '.
013400     05  FILLER                         PIC X(12)   VALUE SPACES.
013410 01  WS-REPLAY-LINE.
013420     05  FILLER                         PIC X(31)
013430         VALUE '*** REPLAY RUN - BUSINESS DATE '.
013440     05  WS-RPL-DATE                    PIC 9(08).
013450     05  FILLER                         PIC X(30)
013460         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
013470     05  FILLER                         PIC X(63)   VALUE SPACES.
013500 01  WS-DETAIL-LINE.
013600     05  WS-DTL-ORG                     PIC 999.
013700     05  FILLER                         PIC X(02)   VALUE SPACES.
013800     05  WS-DTL-ACCT                    PIC X(19).
013900     05  FILLER                         PIC X(02)   VALUE SPACES.
014000     05  WS-DTL-CONDITION               PIC X(12).
014100     05  FILLER                         PIC X(02)   VALUE SPACES.
014200     05  WS-DTL-OPEN-DATE               PIC 9(08).
014300     05  FILLER                         PIC X(02)   VALUE SPACES.
014400     05  WS-DTL-STMTS                   PIC ZZ9.
014500     05  WS-DTL-PRINCIPAL               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
014600     05  WS-DTL-CHARGES                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                         PIC X(02)   VALUE SPACES.
014800     05  WS-DTL-PCT                     PIC ZZ,ZZ9.99.
014900     05  WS-DTL-OVER                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
015000     05  FILLER                         PIC X(10)   VALUE SPACES.
015100 01  WS-TOTAL-LINE.
015200     05  WS-TOT-LABEL                   PIC X(40).
015300     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
015400     05  FILLER                         PIC X(81)   VALUE SPACES.
015500 01  WS-TOTAL-AMOUNT-LINE.
015600     05  WS-TOT-AMT-LABEL               PIC X(40).
015700     05  WS-TOT-AMOUNT                  PIC -Z(14)9.99.
015800     05  FILLER                         PIC X(73)   VALUE SPACES.
015900     COPY "DATRECP.cpy".
016000******************************************************************
016100*                 PROCEDURE DIVISION                            *
016200******************************************************************
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
016500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
016600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016700     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
016800             UNTIL WS-CURR-EOF AND WS-PRIOR-EOF.
016900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
017000     GOBACK.
017100 0000-EXIT.
017200     EXIT.
017300 1000-INITIALIZE.
017400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017500     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
017510     IF WS-REPLAY-RUN
017520         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
017530     END-IF.
017600     OPEN INPUT  DATA1-FILE.
017700     OPEN INPUT  CLIDATA-FILE.
017800     OPEN INPUT  PRIOR-MASTER-FILE.
017900     OPEN OUTPUT NEW-MASTER-FILE.
018000     OPEN OUTPUT REPORT-FILE.
018100     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
018200     MOVE WS-WARN-PCT     TO WS-HDG-WARN-PCT.
018300     WRITE REPORT-LINE FROM WS-HEADING-LINE.
018400     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
018410     IF WS-REPLAY-RUN
018420         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
018430         WRITE REPORT-LINE FROM WS-REPLAY-LINE
018440     END-IF.
018500     PERFORM 2100-READ-CURR    THRU 2100-EXIT.
018600     PERFORM 2200-READ-PRIOR   THRU 2200-EXIT.
018700     PERFORM 2300-READ-CLIDATA THRU 2300-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000******************************************************************
019100*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
019200******************************************************************
019300 1500-LOAD-RUN-PARMS.
019400     OPEN INPUT RUNPARM-FILE.
019500     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
019600             UNTIL WS-PARM-EOF.
019700     CLOSE RUNPARM-FILE.
019800 1500-EXIT.
019900     EXIT.
020000 1510-READ-ONE-PARM.
020100     READ RUNPARM-FILE
020200         AT END SET WS-PARM-EOF TO TRUE
020300         NOT AT END
020400             IF RUNPARM-PROGRAM-ID = 'DAT021C '
020500                 AND RUNPARM-KEY = 'CAPWARN '
020600                 MOVE RUNPARM-VALUE-NUM TO WS-WARN-PCT
020700                 DISPLAY 'DAT021C - CAP WARNING SET TO '
020800                         WS-WARN-PCT ' PCT BY RUN PARAMETER'
020900             END-IF
020910             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
020920                 AND RUNPARM-KEY = 'BUSDATE '
020930                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
020940                 SET WS-REPLAY-RUN TO TRUE
020950                 DISPLAY 'DAT021C - REPLAY RUN FOR BUSINESS DATE '
020960                         WS-REPLAY-DATE
020970             END-IF
021000     END-READ.
021100 1510-EXIT.
021200     EXIT.
021300******************************************************************
021400*   2000 - MATCH TONIGHT'S RECAPS AGAINST THE CAP MASTER         *
021500******************************************************************
021600 2000-MATCH-MERGE.
021700     IF WS-CURR-EOF
021800         PERFORM 2500-CARRY-PRIOR THRU 2500-EXIT
021900         PERFORM 2200-READ-PRIOR  THRU 2200-EXIT
022000     ELSE IF WS-PRIOR-EOF
022100         PERFORM 2400-NEW-ACCOUNT THRU 2400-EXIT
022200         PERFORM 2100-READ-CURR   THRU 2100-EXIT
022300     ELSE IF WS-CURR-KEY = PRIOR-KEY
022400         PERFORM 2600-FOLD-RECAP  THRU 2600-EXIT
022500         PERFORM 2100-READ-CURR   THRU 2100-EXIT
022600         PERFORM 2200-READ-PRIOR  THRU 2200-EXIT
022700     ELSE IF WS-CURR-KEY < PRIOR-KEY
022800         PERFORM 2400-NEW-ACCOUNT THRU 2400-EXIT
022900         PERFORM 2100-READ-CURR   THRU 2100-EXIT
023000     ELSE
023100         PERFORM 2500-CARRY-PRIOR THRU 2500-EXIT
023200         PERFORM 2200-READ-PRIOR  THRU 2200-EXIT
023300     END-IF.
023400 2000-EXIT.
023500     EXIT.
023600 2100-READ-CURR.
023700     READ DATA1-FILE
023800         AT END SET WS-CURR-EOF TO TRUE
023900         NOT AT END
024000             ADD 1 TO WS-RUNSTAT-READ
024100             IF DATA1-REC-TYPE NOT = 1
024200                 GO TO 2100-READ-CURR
024300             END-IF
024400             MOVE DATA1-ORG  TO WS-CURR-ORG
024500             MOVE DATA1-ACCT TO WS-CURR-ACCT
024600     END-READ.
024700 2100-EXIT.
024800     EXIT.
024900 2200-READ-PRIOR.
025000     READ PRIOR-MASTER-FILE
025100         AT END SET WS-PRIOR-EOF TO TRUE
025200         NOT AT END ADD 1 TO WS-RUNSTAT-READ
025300     END-READ.
025400 2200-EXIT.
025500     EXIT.
025600 2300-READ-CLIDATA.
025700     READ CLIDATA-FILE
025800         AT END SET WS-CLI-EOF TO TRUE
025900         NOT AT END
026000             ADD 1 TO WS-RUNSTAT-READ
026100             IF NOT CLIDATA-RECTYPE-DETAIL
026200                 GO TO 2300-READ-CLIDATA
026300             END-IF
026400     END-READ.
026500 2300-EXIT.
026600     EXIT.
026700******************************************************************
026800*   2350 - THE AMOUNT DUE ON TONIGHT'S STATEMENT, FROM CLIDATA   *
026900******************************************************************
027000 2350-FIND-AMOUNT-DUE.
027100     PERFORM 2300-READ-CLIDATA THRU 2300-EXIT
027200             UNTIL WS-CLI-EOF
027300                OR CLIDATA-ACCOUNT-NUMBER NOT < WS-CURR-ACCT.
027400     MOVE ZERO TO WS-NEW-DUE.
027500     IF WS-CLI-EOF
027600         OR CLIDATA-ACCOUNT-NUMBER NOT = WS-CURR-ACCT
027700         ADD 1 TO WS-NO-CLIDATA-COUNT
027800         GO TO 2350-EXIT
027900     END-IF.
028000     IF CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE NUMERIC
028100         COMPUTE WS-NEW-DUE =
028200             CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE / 100
028300     END-IF.
028400 2350-EXIT.
028500     EXIT.
028600******************************************************************
028700*   2400 - FIRST RECAP EVER SEEN FOR THE ACCOUNT                 *
028800******************************************************************
028900 2400-NEW-ACCOUNT.
029000     MOVE SPACES          TO DATCAPM-RECORD.
029100     MOVE WS-CURR-ORG     TO DATCAPM-ORG.
029200     MOVE WS-CURR-ACCT    TO DATCAPM-ACCT.
029300     SET DATCAPM-NOT-REVOLVING TO TRUE.
029400     MOVE ZERO            TO DATCAPM-LAST-STMT-ID.
029500     MOVE ZERO            TO DATCAPM-LAST-STMT-DATE.
029600     MOVE ZERO            TO DATCAPM-LAST-AMOUNT-DUE.
029700     PERFORM 2750-CLEAR-EPISODE THRU 2750-EXIT.
029800     ADD 1 TO WS-NEW-COUNT.
029900     PERFORM 2700-APPLY-STATEMENT THRU 2700-EXIT.
030000     PERFORM 3000-WRITE-MASTER THRU 3000-EXIT.
030100 2400-EXIT.
030200     EXIT.
030300******************************************************************
030400*   2500 - CARRY AN ACCOUNT WITH NO STATEMENT TONIGHT            *
030500******************************************************************
030600 2500-CARRY-PRIOR.
030700     MOVE PRIOR-RECORD TO DATCAPM-RECORD.
030800     PERFORM 2800-CHECK-CAP    THRU 2800-EXIT.
030900     PERFORM 3000-WRITE-MASTER THRU 3000-EXIT.
031000 2500-EXIT.
031100     EXIT.
031200******************************************************************
031300*   2600 - FOLD TONIGHT'S RECAP INTO A KNOWN ACCOUNT; A RECAP    *
031400*           ALREADY APPLIED (RERUN) IS CARRIED UNCHANGED         *
031500******************************************************************
031600 2600-FOLD-RECAP.
031700     MOVE PRIOR-RECORD TO DATCAPM-RECORD.
031800     IF DATA1-STMT-ID-CODE NOT = DATCAPM-LAST-STMT-ID
031900         PERFORM 2700-APPLY-STATEMENT THRU 2700-EXIT
032000     END-IF.
032100     PERFORM 2800-CHECK-CAP    THRU 2800-EXIT.
032200     PERFORM 3000-WRITE-MASTER THRU 3000-EXIT.
032300 2600-EXIT.
032400     EXIT.
032500******************************************************************
032600*   2700 - ONE NEW STATEMENT: ACCUMULATE OR CLOSE A REVOLVING    *
032700*           ACCOUNT, OR OPEN ONE PAID SHORT OF THE AMOUNT DUE    *
032800******************************************************************
032900 2700-APPLY-STATEMENT.
033000     ADD 1 TO WS-APPLIED-COUNT.
033100     MOVE DATA1-ATPT-DATA TO DATRECP-AREA.
033200     PERFORM 2350-FIND-AMOUNT-DUE THRU 2350-EXIT.
033300     IF DATCAPM-REVOLVING
033400         ADD DATRECP-FINCHG-TOTAL-AMT TO DATCAPM-CHARGES-AMT
033500         IF DATCAPM-STMTS-ACCUMULATED < 999
033600             ADD 1 TO DATCAPM-STMTS-ACCUMULATED
033700         END-IF
033800         IF DATRECP-STMT-BALANCE-AMT NOT > ZERO
033900             PERFORM 2740-CLOSE-EPISODE THRU 2740-EXIT
034000         END-IF
034100     ELSE
034200         PERFORM 2720-CHECK-OPEN THRU 2720-EXIT
034300     END-IF.
034400     MOVE DATA1-STMT-ID-CODE TO DATCAPM-LAST-STMT-ID.
034500     MOVE DATRECP-STMT-DATE  TO DATCAPM-LAST-STMT-DATE.
034600     MOVE WS-NEW-DUE         TO DATCAPM-LAST-AMOUNT-DUE.
034700 2700-EXIT.
034800     EXIT.
034900 2720-CHECK-OPEN.
035000     MOVE DATRECP-PAYMENT-TOTAL-AMT TO WS-PAYMENT.
035100     IF WS-PAYMENT < ZERO
035200         COMPUTE WS-PAYMENT = 0 - WS-PAYMENT
035300     END-IF.
035400     IF DATCAPM-LAST-AMOUNT-DUE NOT > ZERO
035500         OR WS-PAYMENT NOT < DATCAPM-LAST-AMOUNT-DUE
035600         GO TO 2720-EXIT
035700     END-IF.
035800     COMPUTE WS-PRINCIPAL = DATRECP-PREV-BALANCE-AMT - WS-PAYMENT.
035900     IF WS-PRINCIPAL NOT > ZERO
036000         GO TO 2720-EXIT
036100     END-IF.
036200     SET DATCAPM-REVOLVING  TO TRUE.
036300     MOVE DATRECP-STMT-DATE TO DATCAPM-OPEN-STMT-DATE.
036400     MOVE WS-PRINCIPAL      TO DATCAPM-PRINCIPAL-AMT.
036500     MOVE ZERO              TO DATCAPM-CHARGES-AMT.
036600     MOVE ZERO              TO DATCAPM-STMTS-ACCUMULATED.
036700     ADD 1 TO WS-OPENED-COUNT.
036800 2720-EXIT.
036900     EXIT.
037000******************************************************************
037100*   2740 - BALANCE PAID OFF: CLOSE THE EPISODE, REPORTING IT ONE *
037200*           LAST TIME IF IT ENDED OVER THE CAP                   *
037300******************************************************************
037400 2740-CLOSE-EPISODE.
037500     ADD 1 TO WS-CLOSED-COUNT.
037600     IF DATCAPM-CHARGES-AMT > DATCAPM-PRINCIPAL-AMT
037700         ADD 1 TO WS-CLOSED-OVER-COUNT
037800         MOVE 'CLOSED OVER' TO WS-DTL-CONDITION
037900         PERFORM 2850-WRITE-DETAIL THRU 2850-EXIT
038000     END-IF.
038100     SET DATCAPM-NOT-REVOLVING TO TRUE.
038200     PERFORM 2750-CLEAR-EPISODE THRU 2750-EXIT.
038300 2740-EXIT.
038400     EXIT.
038500 2750-CLEAR-EPISODE.
038600     MOVE ZERO TO DATCAPM-OPEN-STMT-DATE.
038700     MOVE ZERO TO DATCAPM-PRINCIPAL-AMT.
038800     MOVE ZERO TO DATCAPM-CHARGES-AMT.
038900     MOVE ZERO TO DATCAPM-STMTS-ACCUMULATED.
039000 2750-EXIT.
039100     EXIT.
039200******************************************************************
039300*   2800 - A REVOLVING ACCOUNT AGAINST THE CAP AND THE WARNING   *
039400*           PERCENTAGE                                           *
039500******************************************************************
039600 2800-CHECK-CAP.
039700     IF NOT DATCAPM-REVOLVING
039800         OR DATCAPM-PRINCIPAL-AMT NOT > ZERO
039900         GO TO 2800-EXIT
040000     END-IF.
040100     ADD 1 TO WS-REVOLVING-COUNT.
040200     IF DATCAPM-CHARGES-AMT > DATCAPM-PRINCIPAL-AMT
040300         ADD 1 TO WS-OVER-COUNT
040400         MOVE 'OVER CAP' TO WS-DTL-CONDITION
040500         PERFORM 2850-WRITE-DETAIL THRU 2850-EXIT
040600         ADD WS-OVER-AMT TO WS-OVER-TOTAL
040700         GO TO 2800-EXIT
040800     END-IF.
040900     COMPUTE WS-CAP-PCT ROUNDED =
041000         (DATCAPM-CHARGES-AMT * 100) / DATCAPM-PRINCIPAL-AMT
041100         ON SIZE ERROR MOVE 99999.99 TO WS-CAP-PCT
041200     END-COMPUTE.
041300     IF WS-CAP-PCT NOT < WS-WARN-PCT
041400         ADD 1 TO WS-WARN-COUNT
041500         MOVE 'APPROACHING' TO WS-DTL-CONDITION
041600         PERFORM 2850-WRITE-DETAIL THRU 2850-EXIT
041700     END-IF.
041800 2800-EXIT.
041900     EXIT.
042000******************************************************************
042100*   2850 - ONE REPORT LINE; CONDITION ALREADY SET                *
042200******************************************************************
042300 2850-WRITE-DETAIL.
042400     MOVE ZERO TO WS-OVER-AMT.
042500     IF DATCAPM-CHARGES-AMT > DATCAPM-PRINCIPAL-AMT
042600         COMPUTE WS-OVER-AMT =
042700             DATCAPM-CHARGES-AMT - DATCAPM-PRINCIPAL-AMT
042800     END-IF.
042900     COMPUTE WS-CAP-PCT ROUNDED =
043000         (DATCAPM-CHARGES-AMT * 100) / DATCAPM-PRINCIPAL-AMT
043100         ON SIZE ERROR MOVE 99999.99 TO WS-CAP-PCT
043200     END-COMPUTE.
043300     MOVE DATCAPM-ORG               TO WS-DTL-ORG.
043400     MOVE DATCAPM-ACCT              TO WS-DTL-ACCT.
043500     MOVE DATCAPM-OPEN-STMT-DATE    TO WS-DTL-OPEN-DATE.
043600     MOVE DATCAPM-STMTS-ACCUMULATED TO WS-DTL-STMTS.
043700     MOVE DATCAPM-PRINCIPAL-AMT     TO WS-DTL-PRINCIPAL.
043800     MOVE DATCAPM-CHARGES-AMT       TO WS-DTL-CHARGES.
043900     MOVE WS-CAP-PCT                TO WS-DTL-PCT.
044000     MOVE WS-OVER-AMT               TO WS-DTL-OVER.
044100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
044200     ADD 1 TO WS-RUNSTAT-WRITTEN.
044300 2850-EXIT.
044400     EXIT.
044500 3000-WRITE-MASTER.
044600     WRITE DATCAPM-RECORD.
044700     ADD 1 TO WS-MASTER-COUNT.
044800     ADD 1 TO WS-RUNSTAT-WRITTEN.
044900 3000-EXIT.
045000     EXIT.
045100******************************************************************
045200*                 9000 - TOTALS AND TERMINATION                  *
045300******************************************************************
045400 9000-TERMINATE.
045500     MOVE SPACES TO REPORT-LINE.
045600     WRITE REPORT-LINE.
045700     MOVE 'ACCOUNTS ON THE CAP MASTER             :'
045800                                    TO WS-TOT-LABEL.
045900     MOVE WS-MASTER-COUNT           TO WS-TOT-COUNT.
046000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
046100     MOVE 'NEW ACCOUNTS ADDED TONIGHT             :'
046200                                    TO WS-TOT-LABEL.
046300     MOVE WS-NEW-COUNT              TO WS-TOT-COUNT.
046400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
046500     MOVE 'STATEMENTS APPLIED TONIGHT             :'
046600                                    TO WS-TOT-LABEL.
046700     MOVE WS-APPLIED-COUNT          TO WS-TOT-COUNT.
046800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
046900     MOVE 'STATEMENTS WITH NO CLIDATA AMOUNT DUE  :'
047000                                    TO WS-TOT-LABEL.
047100     MOVE WS-NO-CLIDATA-COUNT       TO WS-TOT-COUNT.
047200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047300     MOVE 'ACCOUNTS STARTED REVOLVING TONIGHT     :'
047400                                    TO WS-TOT-LABEL.
047500     MOVE WS-OPENED-COUNT           TO WS-TOT-COUNT.
047600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047700     MOVE 'REVOLVING BALANCES PAID OFF TONIGHT    :'
047800                                    TO WS-TOT-LABEL.
047900     MOVE WS-CLOSED-COUNT           TO WS-TOT-COUNT.
048000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048100     MOVE '  OF WHICH CLOSED OVER THE CAP         :'
048200                                    TO WS-TOT-LABEL.
048300     MOVE WS-CLOSED-OVER-COUNT      TO WS-TOT-COUNT.
048400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048500     MOVE 'ACCOUNTS REVOLVING                     :'
048600                                    TO WS-TOT-LABEL.
048700     MOVE WS-REVOLVING-COUNT        TO WS-TOT-COUNT.
048800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048900     MOVE 'ACCOUNTS APPROACHING THE CAP           :'
049000                                    TO WS-TOT-LABEL.
049100     MOVE WS-WARN-COUNT             TO WS-TOT-COUNT.
049200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
049300     MOVE 'ACCOUNTS OVER THE CAP                  :'
049400                                    TO WS-TOT-LABEL.
049500     MOVE WS-OVER-COUNT             TO WS-TOT-COUNT.
049600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
049700     MOVE 'TOTAL OVER-CAP AMOUNT, OPEN ACCOUNTS   :'
049800                                    TO WS-TOT-AMT-LABEL.
049900     MOVE WS-OVER-TOTAL             TO WS-TOT-AMOUNT.
050000     WRITE REPORT-LINE FROM WS-TOTAL-AMOUNT-LINE.
050100     CLOSE DATA1-FILE.
050200     CLOSE CLIDATA-FILE.
050300     CLOSE PRIOR-MASTER-FILE.
050400     CLOSE NEW-MASTER-FILE.
050500     CLOSE REPORT-FILE.
050510     IF NOT WS-REPLAY-RUN
050520         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
050530     END-IF.
050700 9000-EXIT.
050800     EXIT.
050900******************************************************************
051000*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
051100******************************************************************
051200 9900-WRITE-RUN-STATS.
051300     OPEN OUTPUT RUNLOG-FILE.
051400     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
051500     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
051600     MOVE SPACES                 TO RUNSTAT-ENTRY.
051700     MOVE 'DAT021C'              TO RUNSTAT-PROGRAM-ID.
051800     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
051900     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
052000     MOVE WS-RUNSTAT-START-RAW(1:6)
052100         TO RUNSTAT-START-TIME.
052200     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
052300     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
052400     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
052500     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
052600     WRITE RUNSTAT-ENTRY.
052700     CLOSE RUNLOG-FILE.
052800 9900-EXIT.
052900     EXIT.
053000******************************************************************
053100*                      END OF PROGRAM                            *
053200******************************************************************
