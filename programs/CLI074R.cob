000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI074R                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     STATEMENT-TO-CLIENT-MASTER RECONCILIATION. CLI034R PROVES  *
001400*     THE ACCOUNT KEYS AGREE ACROSS THE FEEDS; THIS PROGRAM      *
001500*     PROVES THE NUMBERS. THE CLIDATA FILE AND THE DATA1         *
001600*     CURRENT-STATEMENT RECAPS (REC-TYPE 1, PARSED THROUGH       *
001700*     DATRECP) ARE WALKED SIDE BY SIDE IN ACCOUNT ORDER, AS      *
001800*     CLI070G DOES, AND FOR EACH ACCOUNT WITH A RECAP:           *
001900*       CYCL - RECAP STATEMENT DATE IS NOT THE CLIDATA           *
002000*              LAST-STATEMENT-DATE (NO AMOUNTS ARE COMPARED      *
002100*              ACROSS DIFFERENT CYCLES);                         *
002200*       PAYM - RECAP PAYMENT TOTAL DISAGREES WITH THE            *
002300*              LAST-PAYMENT-AMOUNT WHEN THE LAST PAYMENT FELL    *
002400*              IN THAT CYCLE (ZERO WHEN IT DID NOT);             *
002500*       BALN - RECAP STATEMENT BALANCE DISAGREES WITH            *
002600*              CURRENT-BALANCE;                                  *
002700*       PBAL - RECAP BALANCE BROUGHT FORWARD DISAGREES WITH      *
002800*              PENULTIMATE-INVOICE-BALANCE.                      *
002900*     AMOUNTS AGREE WHEN WITHIN THE TOLERANCE (RUNPARM PROGRAM   *
003000*     CLI074R, KEY BALTOL, IN CENTS, DEFAULT 100).               *
003100*       MISS - AN ACCOUNT WITH NO RECAP WHOSE LAST-STATEMENT-    *
003200*              DATE OR NEXT-STATEMENT-DATE IS THE BUSINESS DATE  *
003300*              - IT CYCLED TONIGHT BUT THE PROCESSOR PRODUCED NO *
003400*              STATEMENT.                                        *
003500*     AS IN CLI034R ONLY THE FIRST ORG'S RECAP FOR AN ACCOUNT IS *
003600*     COMPARED. THE BUSINESS DATE RIDES ON THE PARM (YYMMDD) SO  *
003700*     A POST-MIDNIGHT RERUN STILL CHECKS THE RIGHT CYCLE.        *
003800*----------------------------------------------------------------*
003900* MODIFICATION HISTORY.                                          *
004000*     2026-10-15  DCG  ORIGINAL VERSION.                        *
004100******************************************************************
004200 PROGRAM-ID.    CLI074R.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT DATA1-FILE    ASSIGN TO DATA1IN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT REPORT-FILE   ASSIGN TO CLI074RP
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CLIDATA-FILE.
005900     COPY "book_tests_OK.cob"
006000         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006100 FD  DATA1-FILE.
006200     COPY "DATA1_EBCDIC.cob"
006300         REPLACING ==:DATA1:== BY ==DATA1== .
006400 FD  RUNPARM-FILE.
006500     COPY "RUNPARM.cpy".
006600 FD  REPORT-FILE.
006700 01  REPORT-LINE                        PIC X(132).
006800 FD  RUNLOG-FILE.
006900     COPY "RUNSTAT.cpy".
007000 WORKING-STORAGE SECTION.
007100 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007200 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007300 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007400 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007500 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007600 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
007700     88  WS-CLI-EOF                                 VALUE 'Y'.
007800 77  WS-DATA1-EOF-SW                    PIC X(01)   VALUE 'N'.
007900     88  WS-DATA1-EOF                               VALUE 'Y'.
008000 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008100     88  WS-PARM-EOF                                VALUE 'Y'.
008200 77  WS-TOLERANCE                       PIC 9(09)   VALUE 100.
008300 77  WS-PRIOR-STMT-DATE                 PIC 9(08)   VALUE ZERO.
008400 77  WS-CLI-CENTS                       PIC S9(17)  VALUE ZERO.
008500 77  WS-RCP-CENTS                       PIC S9(17)  VALUE ZERO.
008600 77  WS-DIFF-CENTS                      PIC S9(17)  VALUE ZERO.
008700 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
008800 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
008900 77  WS-RECAP-MATCHED-COUNT             PIC 9(09)   VALUE ZERO.
009000 77  WS-RECAP-UNMATCHED-COUNT           PIC 9(09)   VALUE ZERO.
009100 77  WS-RECAP-OTHER-ORG-COUNT           PIC 9(09)   VALUE ZERO.
009200 77  WS-AGREED-COUNT                    PIC 9(09)   VALUE ZERO.
009300 77  WS-CYCLE-COUNT                     PIC 9(07)   VALUE ZERO.
009400 77  WS-PAYMENT-COUNT                   PIC 9(07)   VALUE ZERO.
009500 77  WS-BALANCE-COUNT                   PIC 9(07)   VALUE ZERO.
009600 77  WS-PREV-BALANCE-COUNT              PIC 9(07)   VALUE ZERO.
009700 77  WS-MISSING-COUNT                   PIC 9(07)   VALUE ZERO.
009800 77  WS-ACCOUNT-EXC-SW                  PIC X(01)   VALUE 'N'.
009900     88  WS-ACCOUNT-EXC                             VALUE 'Y'.
010000     COPY "DATRECP.cpy".
010100 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
010200 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
010300                                        PIC X(08).
010400 01  WS-HEADING-LINE.
010500     05  FILLER                         PIC X(46)
010600         VALUE 'CLI074R - STATEMENT TO CLIENT MASTER RECONCILE'.
010700     05  FILLER                         PIC X(16)
010800         VALUE '  BUSINESS DATE '.
010900     05  WS-HDG-BUSINESS-DATE           PIC 9(08).
011000     05  FILLER                         PIC X(62)   VALUE SPACES.
011100 01  WS-COLUMN-LINE.
011200     05  FILLER                         PIC X(40)
011300         VALUE 'ACCOUNT             ORG  CODE  CONDITION'.
011400     05  FILLER                         PIC X(40)
011500         VALUE '                    CLI STMT  RCP STMT  '.
011600     05  FILLER                         PIC X(40)
011700         VALUE '    CLIDATA AMOUNT       DATA1 AMOUNT   '.
011800     05  FILLER                         PIC X(12)
011900         VALUE '  DIFFERENCE'.
012000 01  WS-DETAIL-LINE.
012100     05  WS-DTL-ACCOUNT                 PIC X(19).
012200     05  FILLER                         PIC X(01)   VALUE SPACES.
012300     05  WS-DTL-ORG                     PIC 9(03).
012400     05  FILLER                         PIC X(02)   VALUE SPACES.
012500     05  WS-DTL-CODE                    PIC X(04).
012600     05  FILLER                         PIC X(02)   VALUE SPACES.
012700     05  WS-DTL-CONDITION               PIC X(28).
012800     05  FILLER                         PIC X(01)   VALUE SPACES.
012900     05  WS-DTL-CLI-DATE                PIC 9(08).
013000     05  FILLER                         PIC X(02)   VALUE SPACES.
013100     05  WS-DTL-RCP-DATE                PIC 9(08).
013200     05  FILLER                         PIC X(01)   VALUE SPACES.
013300     05  WS-DTL-CLI-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
013400     05  WS-DTL-RCP-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
013500     05  WS-DTL-DIFFERENCE              PIC -ZZZ,ZZZ,ZZ9.99.
013600 01  WS-TOTAL-LINE.
013700     05  WS-TOT-LABEL                   PIC X(40).
013800     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
013900     05  FILLER                         PIC X(81)   VALUE SPACES.
014000 LINKAGE SECTION.
014100 01  LS-PARM.
014200     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
014300     03  LS-PARM-BUSDATE                PIC X(06).
014400******************************************************************
014500*                 PROCEDURE DIVISION                            *
014600******************************************************************
014700 PROCEDURE DIVISION USING LS-PARM.
014800 0000-MAINLINE.
014900     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
015000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
015100     PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
015200             UNTIL WS-CLI-EOF.
015300     PERFORM 2210-SKIP-ONE-RECAP   THRU 2210-EXIT
015400             UNTIL WS-DATA1-EOF.
015500     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
015600     GOBACK.
015700 0000-EXIT.
015800     EXIT.
015900******************************************************************
016000*   1000 - BUSINESS DATE, TOLERANCE AND FILES                    *
016100******************************************************************
016200 1000-INITIALIZE.
016300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
016400     IF LS-PARM-LENGTH >= 6
016500         AND LS-PARM-BUSDATE NUMERIC
016600         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
016700         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
016800     END-IF.
016900     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
017000     OPEN INPUT  CLIDATA-FILE.
017100     OPEN INPUT  DATA1-FILE.
017200     OPEN OUTPUT REPORT-FILE.
017300     MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE.
017400     WRITE REPORT-LINE FROM WS-HEADING-LINE.
017500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
017600     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
017700     PERFORM 2200-READ-DATA1   THRU 2200-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000 1500-LOAD-RUN-PARMS.
018100     OPEN INPUT RUNPARM-FILE.
018200     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
018300             UNTIL WS-PARM-EOF.
018400     CLOSE RUNPARM-FILE.
018500 1500-EXIT.
018600     EXIT.
018700 1510-READ-ONE-PARM.
018800     READ RUNPARM-FILE
018900         AT END SET WS-PARM-EOF TO TRUE
019000         NOT AT END
019100             IF RUNPARM-PROGRAM-ID = 'CLI074R '
019200                 AND RUNPARM-KEY = 'BALTOL  '
019300                 MOVE RUNPARM-VALUE-NUM TO WS-TOLERANCE
019400                 DISPLAY 'CLI074R - TOLERANCE SET TO '
019500                         WS-TOLERANCE ' CENTS'
019600             END-IF
019700     END-READ.
019800 1510-EXIT.
019900     EXIT.
020000******************************************************************
020100*   2000 - ONE CLIDATA ACCOUNT: PASS ANY RECAPS FOR LOWER        *
020200*           ACCOUNTS, THEN COMPARE ITS RECAP OR LOOK FOR A       *
020300*           MISSING STATEMENT                                    *
020400******************************************************************
020500 2000-PROCESS-ACCOUNT.
020600     ADD 1 TO WS-ACCOUNT-COUNT.
020700     PERFORM 2210-SKIP-ONE-RECAP THRU 2210-EXIT
020800             UNTIL WS-DATA1-EOF
020900                OR DATA1-ACCT NOT < CLIDATA-ACCOUNT-NUMBER.
021000     IF NOT WS-DATA1-EOF
021100         AND DATA1-ACCT = CLIDATA-ACCOUNT-NUMBER
021200         ADD 1 TO WS-RECAP-MATCHED-COUNT
021300         PERFORM 2300-COMPARE-RECAP THRU 2300-EXIT
021400         PERFORM 2200-READ-DATA1    THRU 2200-EXIT
021500         PERFORM 2220-SKIP-OTHER-ORG THRU 2220-EXIT
021600                 UNTIL WS-DATA1-EOF
021700                    OR DATA1-ACCT NOT = CLIDATA-ACCOUNT-NUMBER
021800     ELSE
021900         PERFORM 2400-CHECK-MISSING THRU 2400-EXIT
022000     END-IF.
022100     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
022200 2000-EXIT.
022300     EXIT.
022400 2100-READ-CLIDATA.
022500     READ CLIDATA-FILE
022600         AT END SET WS-CLI-EOF TO TRUE
022700         NOT AT END
022800             ADD 1 TO WS-RUNSTAT-READ
022900             IF NOT CLIDATA-RECTYPE-DETAIL
023000                 GO TO 2100-READ-CLIDATA
023100             END-IF
023200     END-READ.
023300 2100-EXIT.
023400     EXIT.
023500 2200-READ-DATA1.
023600     READ DATA1-FILE
023700         AT END SET WS-DATA1-EOF TO TRUE
023800         NOT AT END
023900             ADD 1 TO WS-RUNSTAT-READ
024000             IF DATA1-REC-TYPE NOT = 1
024100                 GO TO 2200-READ-DATA1
024200             END-IF
024300     END-READ.
024400 2200-EXIT.
024500     EXIT.
024600 2210-SKIP-ONE-RECAP.
024700     ADD 1 TO WS-RECAP-UNMATCHED-COUNT.
024800     PERFORM 2200-READ-DATA1 THRU 2200-EXIT.
024900 2210-EXIT.
025000     EXIT.
025100 2220-SKIP-OTHER-ORG.
025200     ADD 1 TO WS-RECAP-OTHER-ORG-COUNT.
025300     PERFORM 2200-READ-DATA1 THRU 2200-EXIT.
025400 2220-EXIT.
025500     EXIT.
025600******************************************************************
025700*   2300 - COMPARE THE RECAP WITH THE CLIDATA ACCOUNT: SAME      *
025800*           CYCLE FIRST, THEN PAYMENTS AND BOTH BALANCES         *
025900******************************************************************
026000 2300-COMPARE-RECAP.
026100     MOVE DATA1-ATPT-DATA TO DATRECP-AREA.
026200     MOVE 'N' TO WS-ACCOUNT-EXC-SW.
026300     MOVE DATA1-ORG         TO WS-DTL-ORG.
026400     MOVE DATRECP-STMT-DATE TO WS-DTL-RCP-DATE.
026500     IF DATRECP-STMT-DATE NOT = CLIDATA-LAST-STATEMENT-DATE
026600         ADD 1 TO WS-CYCLE-COUNT
026700         MOVE ZERO TO WS-CLI-CENTS
026800         MOVE ZERO TO WS-RCP-CENTS
026900         MOVE 'CYCL' TO WS-DTL-CODE
027000         MOVE 'RECAP IS FOR ANOTHER CYCLE' TO WS-DTL-CONDITION
027100         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
027200         GO TO 2300-EXIT
027300     END-IF.
027400     IF CLIDATA-FH-STATEMENT-DATE-1 = CLIDATA-LAST-STATEMENT-DATE
027500         MOVE CLIDATA-FH-STATEMENT-DATE-2 TO WS-PRIOR-STMT-DATE
027600     ELSE
027700         MOVE CLIDATA-FH-STATEMENT-DATE-1 TO WS-PRIOR-STMT-DATE
027800     END-IF.
027900     MOVE ZERO TO WS-CLI-CENTS.
028000     IF CLIDATA-LAST-PAYMENT-DATE NOT = ZERO
028100         AND CLIDATA-LAST-PAYMENT-DATE > WS-PRIOR-STMT-DATE
028200         AND CLIDATA-LAST-PAYMENT-DATE
028300             NOT > CLIDATA-LAST-STATEMENT-DATE
028400         MOVE CLIDATA-LAST-PAYMENT-AMOUNT TO WS-CLI-CENTS
028500     END-IF.
028600     COMPUTE WS-RCP-CENTS = DATRECP-PAYMENT-TOTAL-AMT * 100.
028700     IF WS-RCP-CENTS < ZERO
028800         COMPUTE WS-RCP-CENTS = 0 - WS-RCP-CENTS
028900     END-IF.
029000     PERFORM 2600-OUTSIDE-TOLERANCE THRU 2600-EXIT.
029100     IF WS-DIFF-CENTS > WS-TOLERANCE
029200         ADD 1 TO WS-PAYMENT-COUNT
029300         MOVE 'PAYM' TO WS-DTL-CODE
029400         MOVE 'PAYMENT TOTAL DISAGREES' TO WS-DTL-CONDITION
029500         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
029600     END-IF.
029700     MOVE CLIDATA-CURRENT-BALANCE TO WS-CLI-CENTS.
029800     COMPUTE WS-RCP-CENTS = DATRECP-STMT-BALANCE-AMT * 100.
029900     PERFORM 2600-OUTSIDE-TOLERANCE THRU 2600-EXIT.
030000     IF WS-DIFF-CENTS > WS-TOLERANCE
030100         ADD 1 TO WS-BALANCE-COUNT
030200         MOVE 'BALN' TO WS-DTL-CODE
030300         MOVE 'STATEMENT BALANCE DISAGREES' TO WS-DTL-CONDITION
030400         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
030500     END-IF.
030600     MOVE CLIDATA-PENULTIMATE-INVOICE-BALANCE TO WS-CLI-CENTS.
030700     COMPUTE WS-RCP-CENTS = DATRECP-PREV-BALANCE-AMT * 100.
030800     PERFORM 2600-OUTSIDE-TOLERANCE THRU 2600-EXIT.
030900     IF WS-DIFF-CENTS > WS-TOLERANCE
031000         ADD 1 TO WS-PREV-BALANCE-COUNT
031100         MOVE 'PBAL' TO WS-DTL-CODE
031200         MOVE 'PREVIOUS BALANCE DISAGREES' TO WS-DTL-CONDITION
031300         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
031400     END-IF.
031500     IF NOT WS-ACCOUNT-EXC
031600         ADD 1 TO WS-AGREED-COUNT
031700     END-IF.
031800 2300-EXIT.
031900     EXIT.
032000******************************************************************
032100*   2400 - NO RECAP: DID THE ACCOUNT CYCLE TONIGHT?              *
032200******************************************************************
032300 2400-CHECK-MISSING.
032400     IF CLIDATA-LAST-STATEMENT-DATE NOT = WS-BUSINESS-DATE
032500         AND CLIDATA-NEXT-STATEMENT-DATE NOT = WS-BUSINESS-DATE
032600         GO TO 2400-EXIT
032700     END-IF.
032800     ADD 1 TO WS-MISSING-COUNT.
032900     MOVE ZERO TO WS-CLI-CENTS.
033000     MOVE ZERO TO WS-RCP-CENTS.
033100     MOVE ZERO TO WS-DTL-ORG.
033200     MOVE ZERO TO WS-DTL-RCP-DATE.
033300     MOVE 'MISS' TO WS-DTL-CODE.
033400     MOVE 'CYCLED TONIGHT, NO STATEMENT' TO WS-DTL-CONDITION.
033500     PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT.
033600 2400-EXIT.
033700     EXIT.
033800******************************************************************
033900*   2500 - ONE EXCEPTION LINE; CODE AND CONDITION ALREADY SET    *
034000******************************************************************
034100 2500-WRITE-EXCEPTION.
034200     SET WS-ACCOUNT-EXC TO TRUE.
034300     MOVE CLIDATA-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT.
034400     MOVE CLIDATA-LAST-STATEMENT-DATE TO WS-DTL-CLI-DATE.
034500     COMPUTE WS-MONEY = WS-CLI-CENTS / 100.
034600     MOVE WS-MONEY                    TO WS-DTL-CLI-AMOUNT.
034700     COMPUTE WS-MONEY = WS-RCP-CENTS / 100.
034800     MOVE WS-MONEY                    TO WS-DTL-RCP-AMOUNT.
034900     COMPUTE WS-MONEY = (WS-RCP-CENTS - WS-CLI-CENTS) / 100.
035000     MOVE WS-MONEY                    TO WS-DTL-DIFFERENCE.
035100     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
035200     ADD 1 TO WS-RUNSTAT-WRITTEN.
035300 2500-EXIT.
035400     EXIT.
035500******************************************************************
035600*   2600 - ABSOLUTE DIFFERENCE BETWEEN THE TWO AMOUNTS, IN CENTS *
035700******************************************************************
035800 2600-OUTSIDE-TOLERANCE.
035900     COMPUTE WS-DIFF-CENTS = WS-RCP-CENTS - WS-CLI-CENTS.
036000     IF WS-DIFF-CENTS < ZERO
036100         COMPUTE WS-DIFF-CENTS = 0 - WS-DIFF-CENTS
036200     END-IF.
036300 2600-EXIT.
036400     EXIT.
036500******************************************************************
036600*                 9000 - TOTALS AND TERMINATION                  *
036700******************************************************************
036800 9000-TERMINATE.
036900     MOVE SPACES TO REPORT-LINE.
037000     WRITE REPORT-LINE.
037100     MOVE 'CLIDATA ACCOUNTS READ                  :'
037200                                    TO WS-TOT-LABEL.
037300     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
037400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
037500     MOVE 'ACCOUNTS WITH A RECAP                  :'
037600                                    TO WS-TOT-LABEL.
037700     MOVE WS-RECAP-MATCHED-COUNT    TO WS-TOT-COUNT.
037800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
037900     MOVE 'RECAPS AGREEING IN FULL                :'
038000                                    TO WS-TOT-LABEL.
038100     MOVE WS-AGREED-COUNT           TO WS-TOT-COUNT.
038200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
038300     MOVE 'CYCL - RECAP FOR ANOTHER CYCLE         :'
038400                                    TO WS-TOT-LABEL.
038500     MOVE WS-CYCLE-COUNT            TO WS-TOT-COUNT.
038600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
038700     MOVE 'PAYM - PAYMENT TOTAL DISAGREES         :'
038800                                    TO WS-TOT-LABEL.
038900     MOVE WS-PAYMENT-COUNT          TO WS-TOT-COUNT.
039000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
039100     MOVE 'BALN - STATEMENT BALANCE DISAGREES     :'
039200                                    TO WS-TOT-LABEL.
039300     MOVE WS-BALANCE-COUNT          TO WS-TOT-COUNT.
039400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
039500     MOVE 'PBAL - PREVIOUS BALANCE DISAGREES      :'
039600                                    TO WS-TOT-LABEL.
039700     MOVE WS-PREV-BALANCE-COUNT     TO WS-TOT-COUNT.
039800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
039900     MOVE 'MISS - CYCLED TONIGHT, NO STATEMENT    :'
040000                                    TO WS-TOT-LABEL.
040100     MOVE WS-MISSING-COUNT          TO WS-TOT-COUNT.
040200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
040300     MOVE 'RECAPS WITH NO CLIDATA ACCOUNT         :'
040400                                    TO WS-TOT-LABEL.
040500     MOVE WS-RECAP-UNMATCHED-COUNT  TO WS-TOT-COUNT.
040600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
040700     MOVE 'FURTHER-ORG RECAPS, NOT COMPARED       :'
040800                                    TO WS-TOT-LABEL.
040900     MOVE WS-RECAP-OTHER-ORG-COUNT  TO WS-TOT-COUNT.
041000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
041100     CLOSE CLIDATA-FILE.
041200     CLOSE DATA1-FILE.
041300     CLOSE REPORT-FILE.
041400     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
041500 9000-EXIT.
041600     EXIT.
041700******************************************************************
041800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
041900******************************************************************
042000 9900-WRITE-RUN-STATS.
042100     OPEN OUTPUT RUNLOG-FILE.
042200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
042300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
042400     MOVE SPACES                 TO RUNSTAT-ENTRY.
042500     MOVE 'CLI074R'              TO RUNSTAT-PROGRAM-ID.
042600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
042700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
042800     MOVE WS-RUNSTAT-START-RAW(1:6)
042900         TO RUNSTAT-START-TIME.
043000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
043100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
043200     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
043300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
043400     WRITE RUNSTAT-ENTRY.
043500     CLOSE RUNLOG-FILE.
043600 9900-EXIT.
043700     EXIT.
043800******************************************************************
043900*                      END OF PROGRAM                            *
044000******************************************************************
044100
