000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI068C                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COLLECTIONS SYSTEMS GROUP.                       *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     CHARGE-OFF SELECTION AND RECOVERY TRACKING. THE NIGHT'S    *
001400*     CLIDATA FEED IS MATCH-MERGED BY ACCOUNT NUMBER AGAINST     *
001500*     THE CHARGED-OFF MASTER (CLICOFM, .NEW SWAP). AN ACCOUNT    *
001600*     NOT YET ON THE MASTER WHOSE PAYMENT-DELINQ-DAYS HAS        *
001700*     REACHED THE CHARGE-OFF LINE (RUN-CONTROL KEY COLINE,       *
001800*     DEFAULT 180 DAYS) AND STILL CARRIES A BALANCE IS CHARGED   *
001900*     OFF - UNLESS IT HAS AN OPEN DISPUTE ON THE DATDMST         *
002000*     DISPUTE MASTER OR AN ACTIVE A+H AGREEMENT, WHICH ARE       *
002100*     LISTED AS SKIPPED AND RECONSIDERED EVERY NIGHT. EACH       *
002200*     CHARGE-OFF GOES TO THE PROCESSOR ON THE ENVELOPED          *
002300*     WRITE-OFF INSTRUCTION FILE (CLIWOFF) AND JOINS THE         *
002400*     MASTER. A PAYMENT DATED AFTER THE CHARGE-OFF (AND AFTER    *
002500*     THE LAST RECOVERY ALREADY POSTED) ON AN ACCOUNT ON THE     *
002600*     MASTER IS POSTED AS A RECOVERY AND JOURNALED TO CLICOFR    *
002700*     FOR THE MONTHLY CLI069M REPORT.                            *
002800*----------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                          *
003000*     2026-10-15  CLG  ORIGINAL VERSION.                        *
003010*     2026-10-15  CLG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003020*                      THE RUN-CONTROL DATASET MAKES THE         *
003030*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
003040*                      STAMPS THE REPORT AS A REPLAY AND         *
003050*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003100******************************************************************
003200 PROGRAM-ID.    CLI068C.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL DATDMST-FILE ASSIGN TO DATDMST
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPTIONAL COF-IN-FILE ASSIGN TO COFIN
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT COF-OUT-FILE  ASSIGN TO COFOUT
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT CLIWOFF-FILE  ASSIGN TO CLIWOFF
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT CLICOFR-FILE  ASSIGN TO CLICOFR
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REPORT-FILE   ASSIGN TO CLI068RP
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CLIDATA-FILE.
005700     COPY "book_tests_OK.cob"
005800         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005900 FD  DATDMST-FILE.
006000     COPY "DATDMST.cpy"
006100         REPLACING ==:DATDMST:== BY ==DATDMST== .
006200 FD  COF-IN-FILE.
006300     COPY "CLICOFM.cpy"
006400         REPLACING ==:CLICOFM:== BY ==COFIN== .
006500 FD  COF-OUT-FILE.
006600     COPY "CLICOFM.cpy"
006700         REPLACING ==:CLICOFM:== BY ==CLICOFM== .
006800 FD  CLIWOFF-FILE.
006900     COPY "CLIWOFF.cpy".
007000 FD  CLICOFR-FILE.
007100     COPY "CLICOFR.cpy".
007200 FD  REPORT-FILE.
007300 01  REPORT-LINE                        PIC X(100).
007400 FD  RUNPARM-FILE.
007500     COPY "RUNPARM.cpy".
007600 FD  RUNLOG-FILE.
007700     COPY "RUNSTAT.cpy".
007800 WORKING-STORAGE SECTION.
007900 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008000 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008100 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008200 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008300 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008400 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
008500     88  WS-CURR-EOF                                VALUE 'Y'.
008600 77  WS-COF-EOF-SW                      PIC X(01)   VALUE 'N'.
008700     88  WS-COF-EOF                                 VALUE 'Y'.
008800 77  WS-DISP-EOF-SW                     PIC X(01)   VALUE 'N'.
008900     88  WS-DISP-EOF                                VALUE 'Y'.
009000 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009100     88  WS-PARM-EOF                                VALUE 'Y'.
009110 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
009120     88  WS-REPLAY-RUN                              VALUE 'Y'.
009130 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
009200 77  WS-CHARGE-OFF-LINE                 PIC 9(03)   VALUE 180.
009300 77  WS-AH-ACTIVE-STATUS                PIC X(01)   VALUE 'A'.
009400 77  WS-DISP-COUNT                      PIC 9(05)   VALUE ZERO.
009500 77  WS-DISP-MAX                        PIC 9(05)   VALUE 50000.
009600 77  WS-DISP-IDX                        PIC 9(05)   VALUE ZERO.
009700 77  WS-DISP-DROPPED-COUNT              PIC 9(07)   VALUE ZERO.
009800 77  WS-DISP-FOUND-SW                   PIC X(01)   VALUE 'N'.
009900     88  WS-DISP-FOUND                              VALUE 'Y'.
010000 77  WS-MONEY                           PIC 9(15)V99 VALUE ZERO.
010100 77  WS-CHARGED-OFF-COUNT               PIC 9(07)   VALUE ZERO.
010200 77  WS-CHARGED-OFF-AMOUNT              PIC 9(18)   VALUE ZERO.
010300 77  WS-SKIP-DISPUTE-COUNT              PIC 9(07)   VALUE ZERO.
010400 77  WS-SKIP-AH-COUNT                   PIC 9(07)   VALUE ZERO.
010500 77  WS-RECOVERY-COUNT                  PIC 9(07)   VALUE ZERO.
010600 77  WS-RECOVERY-AMOUNT                 PIC 9(18)   VALUE ZERO.
010700 77  WS-MASTER-COUNT                    PIC 9(09)   VALUE ZERO.
010800     COPY "EXTENVL.cpy".
010900 01  WS-DISPUTE-TABLE.
011000     05  WS-DISP-ACCOUNT OCCURS 50000 TIMES
011100                                        PIC X(19).
011200 01  WS-CURRENT-DATE-TIME.
011300     05  WS-CURRENT-DATE                PIC 9(08).
011400     05  WS-CURRENT-TIME                PIC 9(06).
011500     05  FILLER                         PIC X(08).
011600 01  WS-HEADING-LINE.
011700     05  FILLER                         PIC X(40)
011800             VALUE 'CLI068C - CHARGE-OFF AND RECOVERY       '.
011900     05  FILLER                         PIC X(10)
012000             VALUE 'RUN DATE: '.
012100     05  WS-HDG-RUN-DATE                PIC 9(08).
012200     05  FILLER                         PIC X(42)   VALUE SPACES.
012300 01  WS-COLUMN-LINE.
012400     05  FILLER                         PIC X(34)
012500             VALUE 'ACCOUNT              CO  PRD  DLQ '.
012600     05  FILLER                         PIC X(34)
012700             VALUE '             AMOUNT  ACTION       '.
012800     05  FILLER                         PIC X(32)   VALUE SPACES.
012900 01  WS-DETAIL-LINE.
013000     05  WS-DTL-ACCOUNT                 PIC X(19).
013100     05  FILLER                         PIC X(02)   VALUE SPACES.
013200     05  WS-DTL-COMPANY                 PIC 9(03).
013300     05  FILLER                         PIC X(01)   VALUE SPACES.
013400     05  WS-DTL-PRODUCT                 PIC 9(03).
013500     05  FILLER                         PIC X(02)   VALUE SPACES.
013600     05  WS-DTL-DLQ                     PIC ZZ9.
013700     05  FILLER                         PIC X(02)   VALUE SPACES.
013800     05  WS-DTL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                         PIC X(02)   VALUE SPACES.
014000     05  WS-DTL-ACTION                  PIC X(30).
014100     05  FILLER                         PIC X(15)   VALUE SPACES.
014110 01  WS-REPLAY-LINE.
014120     05  FILLER                         PIC X(31)
014130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
014140     05  WS-RPL-DATE                    PIC 9(08).
014150     05  FILLER                         PIC X(30)
014160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
014170     05  FILLER                         PIC X(31)   VALUE SPACES.
014200 01  WS-TOTAL-LINE-1.
014300     05  FILLER                         PIC X(24)
014400                       VALUE 'ACCOUNTS READ         :'.
014500     05  WS-TOT-READ                    PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                         PIC X(65)   VALUE SPACES.
014700 01  WS-TOTAL-LINE-2.
014800     05  FILLER                         PIC X(24)
014900                       VALUE 'CHARGED OFF TONIGHT   :'.
015000     05  WS-TOT-CHARGED-OFF             PIC ZZZ,ZZZ,ZZ9.
015100     05  FILLER                         PIC X(02)   VALUE SPACES.
015200     05  WS-TOT-CHARGED-OFF-AMT
015300                                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
015400     05  FILLER                         PIC X(41)   VALUE SPACES.
015500 01  WS-TOTAL-LINE-3.
015600     05  FILLER                         PIC X(24)
015700                       VALUE 'SKIPPED - OPEN DISPUTE:'.
015800     05  WS-TOT-SKIP-DISPUTE            PIC ZZZ,ZZZ,ZZ9.
015900     05  FILLER                         PIC X(65)   VALUE SPACES.
016000 01  WS-TOTAL-LINE-4.
016100     05  FILLER                         PIC X(24)
016200                       VALUE 'SKIPPED - A+H AGREEMENT:'.
016300     05  WS-TOT-SKIP-AH                 PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                         PIC X(65)   VALUE SPACES.
016500 01  WS-TOTAL-LINE-5.
016600     05  FILLER                         PIC X(24)
016700                       VALUE 'RECOVERIES POSTED     :'.
016800     05  WS-TOT-RECOVERY                PIC ZZZ,ZZZ,ZZ9.
016900     05  FILLER                         PIC X(02)   VALUE SPACES.
017000     05  WS-TOT-RECOVERY-AMT
017100                                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017200     05  FILLER                         PIC X(41)   VALUE SPACES.
017300 01  WS-TOTAL-LINE-6.
017400     05  FILLER                         PIC X(24)
017500                       VALUE 'CHARGED-OFF MASTER    :'.
017600     05  WS-TOT-MASTER                  PIC ZZZ,ZZZ,ZZ9.
017700     05  FILLER                         PIC X(65)   VALUE SPACES.
017800******************************************************************
017900*                 PROCEDURE DIVISION                            *
018000******************************************************************
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
018400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018500     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
018600             UNTIL WS-CURR-EOF AND WS-COF-EOF.
018700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018800     GOBACK.
018900 0000-EXIT.
019000     EXIT.
019100 1000-INITIALIZE.
019200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
019300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019310     IF WS-REPLAY-RUN
019320         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
019330     END-IF.
019400     PERFORM 1600-LOAD-DISPUTES  THRU 1600-EXIT.
019500     OPEN INPUT  CLIDATA-FILE.
019600     OPEN INPUT  COF-IN-FILE.
019700     OPEN OUTPUT COF-OUT-FILE.
019800     OPEN OUTPUT CLIWOFF-FILE.
019900     OPEN OUTPUT CLICOFR-FILE.
020000     OPEN OUTPUT REPORT-FILE.
020100     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
020200     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
020300     MOVE 'CLIWOFF ' TO EXTENVL-HDR-FILE-ID.
020400     MOVE SPACES TO CLIWOFF-ENTRY.
020500     MOVE EXTENVL-HEADER TO CLIWOFF-ENTRY(1:25).
020600     WRITE CLIWOFF-ENTRY.
020700     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
020800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
020900     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
020910     IF WS-REPLAY-RUN
020920         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
020930         WRITE REPORT-LINE FROM WS-REPLAY-LINE
020940     END-IF.
021000     PERFORM 2100-READ-CURR THRU 2100-EXIT.
021100     PERFORM 2200-READ-COF  THRU 2200-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400******************************************************************
021500*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
021600******************************************************************
021700 1500-LOAD-RUN-PARMS.
021800     OPEN INPUT RUNPARM-FILE.
021900     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
022000             UNTIL WS-PARM-EOF.
022100     CLOSE RUNPARM-FILE.
022200 1500-EXIT.
022300     EXIT.
022400 1510-READ-ONE-PARM.
022500     READ RUNPARM-FILE
022600         AT END SET WS-PARM-EOF TO TRUE
022700         NOT AT END
022800             IF RUNPARM-PROGRAM-ID = 'CLI068C '
022900                 AND RUNPARM-KEY = 'COLINE  '
023000                 MOVE RUNPARM-VALUE-NUM TO WS-CHARGE-OFF-LINE
023100                 DISPLAY 'CLI068C - CHARGE-OFF LINE SET TO '
023200                         WS-CHARGE-OFF-LINE
023300                         ' DAYS BY RUN PARAMETER'
023400             END-IF
023410             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
023420                 AND RUNPARM-KEY = 'BUSDATE '
023430                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
023440                 SET WS-REPLAY-RUN TO TRUE
023450                 DISPLAY 'CLI068C - REPLAY RUN FOR BUSINESS DATE '
023460                         WS-REPLAY-DATE
023470             END-IF
023500     END-READ.
023600 1510-EXIT.
023700     EXIT.
023800******************************************************************
023900*   1600 - TABLE THE ACCOUNTS WITH A DISPUTE STILL OUTSTANDING   *
024000******************************************************************
024100 1600-LOAD-DISPUTES.
024200     OPEN INPUT DATDMST-FILE.
024300     PERFORM 1610-LOAD-ONE-DISPUTE THRU 1610-EXIT
024400             UNTIL WS-DISP-EOF.
024500     CLOSE DATDMST-FILE.
024600     IF WS-DISP-DROPPED-COUNT NOT = ZERO
024700         DISPLAY 'CLI068C - DISPUTE TABLE FULL, DISPUTES '
024800                 'DROPPED : ' WS-DISP-DROPPED-COUNT
024900         MOVE 8 TO RETURN-CODE
025000     END-IF.
025100 1600-EXIT.
025200     EXIT.
025300 1610-LOAD-ONE-DISPUTE.
025400     READ DATDMST-FILE
025500         AT END SET WS-DISP-EOF TO TRUE
025600         NOT AT END
025700             ADD 1 TO WS-RUNSTAT-READ
025800             IF NOT DATDMST-STATUS-OPEN
025900                 AND NOT DATDMST-STATUS-REPRESENTED
026000                 GO TO 1610-EXIT
026100             END-IF
026200             IF WS-DISP-COUNT >= WS-DISP-MAX
026300                 ADD 1 TO WS-DISP-DROPPED-COUNT
026400             ELSE
026500                 ADD 1 TO WS-DISP-COUNT
026600                 MOVE DATDMST-ACCT
026700                      TO WS-DISP-ACCOUNT(WS-DISP-COUNT)
026800             END-IF
026900     END-READ.
027000 1610-EXIT.
027100     EXIT.
027200******************************************************************
027300*   2000 - MATCH TONIGHT'S DETAILS AGAINST THE CHARGED-OFF       *
027400*           MASTER                                               *
027500******************************************************************
027600 2000-MATCH-MERGE.
027700     IF WS-CURR-EOF
027800         PERFORM 2600-CARRY-MASTER   THRU 2600-EXIT
027900         PERFORM 2200-READ-COF       THRU 2200-EXIT
028000     ELSE IF WS-COF-EOF
028100         PERFORM 2400-TEST-CHARGE-OFF THRU 2400-EXIT
028200         PERFORM 2100-READ-CURR      THRU 2100-EXIT
028300     ELSE IF CLIDATA-ACCOUNT-NUMBER = COFIN-ACCOUNT-NUMBER
028400         PERFORM 2300-TEST-RECOVERY  THRU 2300-EXIT
028500         PERFORM 2100-READ-CURR      THRU 2100-EXIT
028600         PERFORM 2200-READ-COF       THRU 2200-EXIT
028700     ELSE IF CLIDATA-ACCOUNT-NUMBER < COFIN-ACCOUNT-NUMBER
028800         PERFORM 2400-TEST-CHARGE-OFF THRU 2400-EXIT
028900         PERFORM 2100-READ-CURR      THRU 2100-EXIT
029000     ELSE
029100         PERFORM 2600-CARRY-MASTER   THRU 2600-EXIT
029200         PERFORM 2200-READ-COF       THRU 2200-EXIT
029300     END-IF.
029400 2000-EXIT.
029500     EXIT.
029600 2100-READ-CURR.
029700     READ CLIDATA-FILE
029800         AT END SET WS-CURR-EOF TO TRUE
029900         NOT AT END
030000             ADD 1 TO WS-RUNSTAT-READ
030100             IF NOT CLIDATA-RECTYPE-DETAIL
030200                 GO TO 2100-READ-CURR
030300             END-IF
030400     END-READ.
030500 2100-EXIT.
030600     EXIT.
030700 2200-READ-COF.
030800     READ COF-IN-FILE
030900         AT END SET WS-COF-EOF TO TRUE
031000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
031100     END-READ.
031200 2200-EXIT.
031300     EXIT.
031400******************************************************************
031500*   2300 - A CHARGED-OFF ACCOUNT: POST ANY NEW PAYMENT AS A      *
031600*           RECOVERY                                             *
031700******************************************************************
031800 2300-TEST-RECOVERY.
031900     MOVE COFIN-RECORD TO CLICOFM-RECORD.
032000     IF CLIDATA-LAST-PAYMENT-AMOUNT = ZERO
032100         OR CLIDATA-LAST-PAYMENT-DATE NOT >
032200            CLICOFM-CHARGE-OFF-DATE
032300         OR CLIDATA-LAST-PAYMENT-DATE NOT >
032400            CLICOFM-LAST-RECOVERY-DATE
032500         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
032600         GO TO 2300-EXIT
032700     END-IF.
032800     ADD CLIDATA-LAST-PAYMENT-AMOUNT TO CLICOFM-RECOVERY-TOTAL.
032900     ADD 1 TO CLICOFM-RECOVERY-COUNT.
033000     MOVE CLIDATA-LAST-PAYMENT-DATE TO CLICOFM-LAST-RECOVERY-DATE.
033100     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
033200     MOVE SPACES                       TO CLICOFR-ENTRY.
033300     MOVE CLICOFM-ACCOUNT-NUMBER       TO CLICOFR-ACCOUNT-NUMBER.
033400     MOVE CLICOFM-COMPANY-CODE         TO CLICOFR-COMPANY-CODE.
033500     MOVE CLICOFM-PRODUCT-CODE         TO CLICOFR-PRODUCT-CODE.
033600     MOVE CLICOFM-CHARGE-OFF-DATE      TO CLICOFR-CHARGE-OFF-DATE.
033700     MOVE CLIDATA-LAST-PAYMENT-DATE    TO CLICOFR-PAYMENT-DATE.
033800     MOVE CLIDATA-LAST-PAYMENT-AMOUNT  TO CLICOFR-RECOVERY-AMOUNT.
033900     MOVE WS-CURRENT-DATE              TO CLICOFR-RUN-DATE.
034000     WRITE CLICOFR-ENTRY.
034100     ADD 1 TO WS-RUNSTAT-WRITTEN.
034200     ADD 1 TO WS-RECOVERY-COUNT.
034300     ADD CLIDATA-LAST-PAYMENT-AMOUNT   TO WS-RECOVERY-AMOUNT.
034400     COMPUTE WS-MONEY = CLIDATA-LAST-PAYMENT-AMOUNT / 100.
034500     MOVE 'RECOVERY POSTED'            TO WS-DTL-ACTION.
034600     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
034700 2300-EXIT.
034800     EXIT.
034900******************************************************************
035000*   2400 - AN ACCOUNT NOT YET CHARGED OFF: TEST THE LINE AND     *
035100*           THE EXCLUSIONS                                       *
035200******************************************************************
035300 2400-TEST-CHARGE-OFF.
035400     IF CLIDATA-PAYMENT-DELINQ-DAYS < WS-CHARGE-OFF-LINE
035500         OR CLIDATA-CURRENT-BALANCE = ZERO
035600         GO TO 2400-EXIT
035700     END-IF.
035800     COMPUTE WS-MONEY = CLIDATA-CURRENT-BALANCE / 100.
035900     MOVE 'N' TO WS-DISP-FOUND-SW.
036000     PERFORM 2410-TEST-ONE-DISPUTE THRU 2410-EXIT
036100             VARYING WS-DISP-IDX FROM 1 BY 1
036200             UNTIL WS-DISP-IDX > WS-DISP-COUNT
036300                OR WS-DISP-FOUND.
036400     IF WS-DISP-FOUND
036500         ADD 1 TO WS-SKIP-DISPUTE-COUNT
036600         MOVE 'SKIPPED - OPEN DISPUTE'  TO WS-DTL-ACTION
036700         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
036800         GO TO 2400-EXIT
036900     END-IF.
037000     IF CLIDATA-AH-AGREEMENT-STATUS = WS-AH-ACTIVE-STATUS
037100         ADD 1 TO WS-SKIP-AH-COUNT
037200         MOVE 'SKIPPED - A+H AGREEMENT' TO WS-DTL-ACTION
037300         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
037400         GO TO 2400-EXIT
037500     END-IF.
037600     MOVE SPACES                      TO CLIWOFF-ENTRY.
037700     MOVE CLIDATA-ACCOUNT-NUMBER      TO CLIWOFF-ACCOUNT-NUMBER.
037800     MOVE CLIDATA-COMPANY-CODE        TO CLIWOFF-COMPANY-CODE.
037900     MOVE CLIDATA-PRODUCT-CODE        TO CLIWOFF-PRODUCT-CODE.
038000     MOVE CLIDATA-LOGO                TO CLIWOFF-LOGO.
038100     MOVE CLIDATA-CURRENT-BALANCE     TO CLIWOFF-WRITE-OFF-AMOUNT.
038200     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO CLIWOFF-DELINQ-DAYS.
038300     MOVE WS-CURRENT-DATE             TO CLIWOFF-CHARGE-OFF-DATE.
038400     SET CLIWOFF-DELINQUENCY          TO TRUE.
038500     MOVE WS-CURRENT-DATE             TO CLIWOFF-RUN-DATE.
038600     WRITE CLIWOFF-ENTRY.
038700     ADD 1 TO WS-RUNSTAT-WRITTEN.
038800     ADD 1 TO WS-CHARGED-OFF-COUNT.
038900     ADD CLIDATA-CURRENT-BALANCE      TO WS-CHARGED-OFF-AMOUNT.
039000     MOVE SPACES                      TO CLICOFM-RECORD.
039100     MOVE CLIDATA-ACCOUNT-NUMBER      TO CLICOFM-ACCOUNT-NUMBER.
039200     MOVE CLIDATA-COMPANY-CODE        TO CLICOFM-COMPANY-CODE.
039300     MOVE CLIDATA-PRODUCT-CODE        TO CLICOFM-PRODUCT-CODE.
039400     MOVE WS-CURRENT-DATE             TO CLICOFM-CHARGE-OFF-DATE.
039500     MOVE CLIDATA-CURRENT-BALANCE  TO CLICOFM-CHARGE-OFF-AMOUNT.
039600     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO CLICOFM-DELINQ-DAYS.
039700     MOVE ZERO                        TO CLICOFM-RECOVERY-TOTAL.
039800     MOVE ZERO                        TO CLICOFM-RECOVERY-COUNT.
039900     MOVE ZERO                     TO CLICOFM-LAST-RECOVERY-DATE.
040000     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
040100     MOVE 'CHARGED OFF'               TO WS-DTL-ACTION.
040200     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
040300 2400-EXIT.
040400     EXIT.
040500 2410-TEST-ONE-DISPUTE.
040600     IF WS-DISP-ACCOUNT(WS-DISP-IDX) = CLIDATA-ACCOUNT-NUMBER
040700         SET WS-DISP-FOUND TO TRUE
040800     END-IF.
040900 2410-EXIT.
041000     EXIT.
041100******************************************************************
041200*   2600 - A MASTER ACCOUNT ABSENT FROM TONIGHT'S FEED IS        *
041300*           CARRIED UNCHANGED                                    *
041400******************************************************************
041500 2600-CARRY-MASTER.
041600     MOVE COFIN-RECORD TO CLICOFM-RECORD.
041700     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
041800 2600-EXIT.
041900     EXIT.
042000 2700-WRITE-MASTER.
042100     WRITE CLICOFM-RECORD.
042200     ADD 1 TO WS-RUNSTAT-WRITTEN.
042300     ADD 1 TO WS-MASTER-COUNT.
042400 2700-EXIT.
042500     EXIT.
042600 2800-WRITE-DETAIL.
042700     MOVE CLIDATA-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT.
042800     MOVE CLIDATA-COMPANY-CODE        TO WS-DTL-COMPANY.
042900     MOVE CLIDATA-PRODUCT-CODE        TO WS-DTL-PRODUCT.
043000     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO WS-DTL-DLQ.
043100     MOVE WS-MONEY                    TO WS-DTL-AMOUNT.
043200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
043300 2800-EXIT.
043400     EXIT.
043500******************************************************************
043600*                 9000 - TOTALS AND TERMINATION                  *
043700******************************************************************
043800 9000-TERMINATE.
043900     MOVE 'CLIWOFF ' TO EXTENVL-TRL-FILE-ID.
044000     MOVE WS-CHARGED-OFF-COUNT  TO EXTENVL-TRL-RECORD-COUNT.
044100     MOVE WS-CHARGED-OFF-AMOUNT TO EXTENVL-TRL-BALANCE-TOTAL.
044200     MOVE SPACES TO CLIWOFF-ENTRY.
044300     MOVE EXTENVL-TRAILER TO CLIWOFF-ENTRY(1:38).
044400     WRITE CLIWOFF-ENTRY.
044500     MOVE WS-RUNSTAT-READ       TO WS-TOT-READ.
044600     MOVE WS-CHARGED-OFF-COUNT  TO WS-TOT-CHARGED-OFF.
044700     COMPUTE WS-MONEY = WS-CHARGED-OFF-AMOUNT / 100.
044800     MOVE WS-MONEY              TO WS-TOT-CHARGED-OFF-AMT.
044900     MOVE WS-SKIP-DISPUTE-COUNT TO WS-TOT-SKIP-DISPUTE.
045000     MOVE WS-SKIP-AH-COUNT      TO WS-TOT-SKIP-AH.
045100     MOVE WS-RECOVERY-COUNT     TO WS-TOT-RECOVERY.
045200     COMPUTE WS-MONEY = WS-RECOVERY-AMOUNT / 100.
045300     MOVE WS-MONEY              TO WS-TOT-RECOVERY-AMT.
045400     MOVE WS-MASTER-COUNT       TO WS-TOT-MASTER.
045500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
045600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
045700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
045800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
045900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
046000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
046100     CLOSE CLIDATA-FILE.
046200     CLOSE COF-IN-FILE.
046300     CLOSE COF-OUT-FILE.
046400     CLOSE CLIWOFF-FILE.
046500     CLOSE CLICOFR-FILE.
046600     CLOSE REPORT-FILE.
046610     IF NOT WS-REPLAY-RUN
046620         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
046630     END-IF.
046800 9000-EXIT.
046900     EXIT.
047000******************************************************************
047100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
047200******************************************************************
047300 9900-WRITE-RUN-STATS.
047400     OPEN OUTPUT RUNLOG-FILE.
047500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
047600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
047700     MOVE SPACES                 TO RUNSTAT-ENTRY.
047800     MOVE 'CLI068C'              TO RUNSTAT-PROGRAM-ID.
047900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
048000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
048100     MOVE WS-RUNSTAT-START-RAW(1:6)
048200         TO RUNSTAT-START-TIME.
048300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
048400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
048500     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
048600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
048700     WRITE RUNSTAT-ENTRY.
048800     CLOSE RUNLOG-FILE.
048900 9900-EXIT.
049000     EXIT.
049100******************************************************************
049200*                      END OF PROGRAM                            *
049300******************************************************************
