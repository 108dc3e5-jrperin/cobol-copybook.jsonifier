000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT016F                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     ANNUAL-FEE BILLING RECONCILIATION. EVERY ASSESSMENT        *
001400*     CLI066F SENT THE PROCESSOR (CLIFEEA) WAITS ON THE          *
001500*     PENDING-BILLING MASTER (CLIFEEP, .NEW SWAP) UNTIL THE      *
001600*     FEE SHOWS UP ON THE PARSED TRANSACTION EXTRACT (DATTXNX)   *
001700*     UNDER THE PROCESSOR'S FEE MERCHANT CATEGORY (RUN-CONTROL   *
001800*     KEY FEEMCC, DEFAULT 9311). THE AMOUNT BILLED IS THEN       *
001900*     COMPARED WITH THE EXPECTED NET FEE AND AN OVER- OR UNDER-  *
002000*     CHARGE IS REPORTED. A FEE BILLED TO AN ACCOUNT WITH NO     *
002100*     ASSESSMENT PENDING IS AN UNEXPECTED CHARGE; AN ASSESSED    *
002200*     FEE STILL UNBILLED WHEN THE BILLING WINDOW (RUN-CONTROL    *
002300*     KEY BILLDAYS, DEFAULT 45 DAYS) CLOSES IS REPORTED AS NOT   *
002400*     BILLED. A WAIVED ASSESSMENT (ZERO NET FEE) STAYS PENDING   *
002500*     FOR THE SAME WINDOW SO A FEE BILLED DESPITE THE WAIVER IS  *
002600*     CAUGHT, THEN DROPS QUIETLY. ANY DISCREPANCY ENDS RC=8.     *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-10-15  FSG  ORIGINAL VERSION.                        *
002910*     2026-10-15  FSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002920*                      THE RUN-CONTROL DATASET MAKES THE         *
002930*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002940*                      STAMPS THE REPORT AS A REPLAY AND         *
002950*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003000******************************************************************
003100 PROGRAM-ID.    DAT016F.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DATTXNX-FILE  ASSIGN TO DATTXNX
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL CLIFEEA-FILE ASSIGN TO CLIFEEA
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT OPTIONAL PEND-IN-FILE ASSIGN TO FEEPIN
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT PEND-OUT-FILE ASSIGN TO FEEPOUT
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPORT-FILE   ASSIGN TO DAT016RP
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DATTXNX-FILE.
005200     COPY "DATTXNX.cpy".
005300 FD  CLIFEEA-FILE.
005400     COPY "CLIFEEA.cpy".
005500 FD  PEND-IN-FILE.
005600     COPY "CLIFEEP.cpy"
005700         REPLACING ==:CLIFEEP:== BY ==PENDIN== .
005800 FD  PEND-OUT-FILE.
005900     COPY "CLIFEEP.cpy"
006000         REPLACING ==:CLIFEEP:== BY ==CLIFEEP== .
006100 FD  REPORT-FILE.
006200 01  REPORT-LINE                        PIC X(100).
006300 FD  RUNPARM-FILE.
006400     COPY "RUNPARM.cpy".
006500 FD  RUNLOG-FILE.
006600     COPY "RUNSTAT.cpy".
006700 WORKING-STORAGE SECTION.
006800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007300 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
007400     88  WS-EOF                                     VALUE 'Y'.
007500 77  WS-FEEA-EOF-SW                     PIC X(01)   VALUE 'N'.
007600     88  WS-FEEA-EOF                                VALUE 'Y'.
007700 77  WS-PEND-EOF-SW                     PIC X(01)   VALUE 'N'.
007800     88  WS-PEND-EOF                                VALUE 'Y'.
007900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008000     88  WS-PARM-EOF                                VALUE 'Y'.
008010 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008020     88  WS-REPLAY-RUN                              VALUE 'Y'.
008030 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008100 77  WS-FEE-MCC                         PIC 9(04)   VALUE 9311.
008200 77  WS-BILL-WINDOW-DAYS                PIC 9(03)   VALUE 045.
008300 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
008400 77  WS-AGE-DAYS                        PIC S9(09)  VALUE ZERO.
008500 77  WS-PEND-COUNT                      PIC 9(05)   VALUE ZERO.
008600 77  WS-PEND-MAX                        PIC 9(05)   VALUE 50000.
008700 77  WS-PEND-IDX                        PIC 9(05)   VALUE ZERO.
008800 77  WS-PEND-FOUND-IDX                  PIC 9(05)   VALUE ZERO.
008900 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
009000 77  WS-DIFF-AMOUNT                     PIC S9(09)V99 VALUE ZERO.
009100 77  WS-CARRIED-IN-COUNT                PIC 9(07)   VALUE ZERO.
009200 77  WS-ASSESSED-COUNT                  PIC 9(07)   VALUE ZERO.
009300 77  WS-FEE-TXN-COUNT                   PIC 9(07)   VALUE ZERO.
009400 77  WS-RECONCILED-COUNT                PIC 9(07)   VALUE ZERO.
009500 77  WS-OVER-COUNT                      PIC 9(07)   VALUE ZERO.
009600 77  WS-UNDER-COUNT                     PIC 9(07)   VALUE ZERO.
009700 77  WS-NOT-BILLED-COUNT                PIC 9(07)   VALUE ZERO.
009800 77  WS-UNEXPECTED-COUNT                PIC 9(07)   VALUE ZERO.
009900 77  WS-WAIVER-CLOSED-COUNT             PIC 9(07)   VALUE ZERO.
010000 77  WS-CARRIED-OUT-COUNT               PIC 9(07)   VALUE ZERO.
010100 77  WS-OVER-AMOUNT                     PIC S9(13)V99 VALUE ZERO.
010200 77  WS-UNDER-AMOUNT                    PIC S9(13)V99 VALUE ZERO.
010300 01  WS-PENDING-TABLE.
010400     05  WS-PEND-ENTRY OCCURS 50000 TIMES.
010500         10  WS-PEND-ACCOUNT            PIC X(19).
010600         10  WS-PEND-FEE-DATE           PIC 9(08).
010700         10  WS-PEND-EXPECTED           PIC 9(07)V99.
010800         10  WS-PEND-WAIVER             PIC X(04).
010900         10  WS-PEND-ASSESS-DATE        PIC 9(08).
011000         10  WS-PEND-BILLED             PIC S9(09)V99.
011100         10  WS-PEND-BILLED-SW          PIC X(01).
011200 01  WS-CURRENT-DATE-TIME.
011300     05  WS-CURRENT-DATE                PIC 9(08).
011400     05  WS-CURRENT-TIME                PIC 9(06).
011500     05  FILLER                         PIC X(08).
011600 01  WS-HEADING-LINE.
011700     05  FILLER                         PIC X(40)
011800             VALUE 'DAT016F - ANNUAL-FEE BILLING RECON      '.
011900     05  FILLER                         PIC X(10)
012000             VALUE 'RUN DATE: '.
012100     05  WS-HDG-RUN-DATE                PIC 9(08).
012200     05  FILLER                         PIC X(42)   VALUE SPACES.
012300 01  WS-COLUMN-LINE.
012400     05  FILLER                         PIC X(34)
012500             VALUE 'ACCOUNT              FEE DATE     '.
012600     05  FILLER                         PIC X(34)
012700             VALUE 'EXPECTED         BILLED          '.
012800     05  FILLER                         PIC X(32)
012900             VALUE 'DIFFERENCE  CODE  REASON        '.
013000 01  WS-DETAIL-LINE.
013100     05  WS-DTL-ACCOUNT                 PIC X(19).
013200     05  FILLER                         PIC X(02)   VALUE SPACES.
013300     05  WS-DTL-FEE-DATE                PIC 9(08).
013400     05  FILLER                         PIC X(02)   VALUE SPACES.
013500     05  WS-DTL-EXPECTED                PIC Z,ZZZ,ZZ9.99.
013600     05  FILLER                         PIC X(02)   VALUE SPACES.
013700     05  WS-DTL-BILLED                  PIC -Z,ZZZ,ZZ9.99.
013800     05  FILLER                         PIC X(02)   VALUE SPACES.
013900     05  WS-DTL-DIFFERENCE              PIC -Z,ZZZ,ZZ9.99.
014000     05  FILLER                         PIC X(02)   VALUE SPACES.
014100     05  WS-DTL-CODE                    PIC X(04).
014200     05  FILLER                         PIC X(02)   VALUE SPACES.
014300     05  WS-DTL-REASON                  PIC X(19).
014310 01  WS-REPLAY-LINE.
014320     05  FILLER                         PIC X(31)
014330         VALUE '*** REPLAY RUN - BUSINESS DATE '.
014340     05  WS-RPL-DATE                    PIC 9(08).
014350     05  FILLER                         PIC X(30)
014360         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
014370     05  FILLER                         PIC X(31)   VALUE SPACES.
014400 01  WS-TOTAL-LINE-1.
014500     05  FILLER                         PIC X(24)
014600                       VALUE 'PENDING CARRIED IN    :'.
014700     05  WS-TOT-CARRIED-IN              PIC ZZZ,ZZ9.
014800     05  FILLER                         PIC X(69)   VALUE SPACES.
014900 01  WS-TOTAL-LINE-2.
015000     05  FILLER                         PIC X(24)
015100                       VALUE 'ASSESSED TONIGHT      :'.
015200     05  WS-TOT-ASSESSED                PIC ZZZ,ZZ9.
015300     05  FILLER                         PIC X(69)   VALUE SPACES.
015400 01  WS-TOTAL-LINE-3.
015500     05  FILLER                         PIC X(24)
015600                       VALUE 'FEE TRANSACTIONS      :'.
015700     05  WS-TOT-FEE-TXN                 PIC ZZZ,ZZ9.
015800     05  FILLER                         PIC X(69)   VALUE SPACES.
015900 01  WS-TOTAL-LINE-4.
016000     05  FILLER                         PIC X(24)
016100                       VALUE 'BILLED AS EXPECTED    :'.
016200     05  WS-TOT-RECONCILED              PIC ZZZ,ZZ9.
016300     05  FILLER                         PIC X(69)   VALUE SPACES.
016400 01  WS-TOTAL-LINE-5.
016500     05  FILLER                         PIC X(24)
016600                       VALUE 'OVERCHARGED           :'.
016700     05  WS-TOT-OVER                    PIC ZZZ,ZZ9.
016800     05  FILLER                         PIC X(02)   VALUE SPACES.
016900     05  WS-TOT-OVER-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017000     05  FILLER                         PIC X(48)   VALUE SPACES.
017100 01  WS-TOTAL-LINE-6.
017200     05  FILLER                         PIC X(24)
017300                       VALUE 'UNDERCHARGED          :'.
017400     05  WS-TOT-UNDER                   PIC ZZZ,ZZ9.
017500     05  FILLER                         PIC X(02)   VALUE SPACES.
017600     05  WS-TOT-UNDER-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                         PIC X(48)   VALUE SPACES.
017800 01  WS-TOTAL-LINE-7.
017900     05  FILLER                         PIC X(24)
018000                       VALUE 'NOT BILLED IN WINDOW  :'.
018100     05  WS-TOT-NOT-BILLED              PIC ZZZ,ZZ9.
018200     05  FILLER                         PIC X(69)   VALUE SPACES.
018300 01  WS-TOTAL-LINE-8.
018400     05  FILLER                         PIC X(24)
018500                       VALUE 'UNEXPECTED FEE CHARGES:'.
018600     05  WS-TOT-UNEXPECTED              PIC ZZZ,ZZ9.
018700     05  FILLER                         PIC X(69)   VALUE SPACES.
018800 01  WS-TOTAL-LINE-9.
018900     05  FILLER                         PIC X(24)
019000                       VALUE 'WAIVERS CLOSED        :'.
019100     05  WS-TOT-WAIVER-CLOSED           PIC ZZZ,ZZ9.
019200     05  FILLER                         PIC X(69)   VALUE SPACES.
019300 01  WS-TOTAL-LINE-10.
019400     05  FILLER                         PIC X(24)
019500                       VALUE 'STILL PENDING         :'.
019600     05  WS-TOT-CARRIED-OUT             PIC ZZZ,ZZ9.
019700     05  FILLER                         PIC X(69)   VALUE SPACES.
019800******************************************************************
019900*                 PROCEDURE DIVISION                            *
020000******************************************************************
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
020400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
020500     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
020600             UNTIL WS-EOF.
020700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
020800     GOBACK.
020900 0000-EXIT.
021000     EXIT.
021100 1000-INITIALIZE.
021200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
021300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021400     COMPUTE WS-TODAY-INT-DATE =
021500             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
021510     IF WS-REPLAY-RUN
021520         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
021530         COMPUTE WS-TODAY-INT-DATE =
021540                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
021550     END-IF.
021600     PERFORM 1600-LOAD-PENDING     THRU 1600-EXIT.
021700     PERFORM 1700-LOAD-ASSESSMENTS THRU 1700-EXIT.
021800     IF WS-DROPPED-COUNT NOT = ZERO
021900         DISPLAY 'DAT016F - PENDING TABLE FULL, DROPPED: '
022000                 WS-DROPPED-COUNT
022100         MOVE 8 TO RETURN-CODE
022200     END-IF.
022300     OPEN INPUT  DATTXNX-FILE.
022400     OPEN OUTPUT REPORT-FILE.
022500     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
022600     WRITE REPORT-LINE FROM WS-HEADING-LINE.
022700     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
022710     IF WS-REPLAY-RUN
022720         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
022730         WRITE REPORT-LINE FROM WS-REPLAY-LINE
022740     END-IF.
022800     PERFORM 2100-READ-DATTXNX THRU 2100-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100******************************************************************
023200*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
023300******************************************************************
023400 1500-LOAD-RUN-PARMS.
023500     OPEN INPUT RUNPARM-FILE.
023600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
023700             UNTIL WS-PARM-EOF.
023800     CLOSE RUNPARM-FILE.
023900 1500-EXIT.
024000     EXIT.
024100 1510-READ-ONE-PARM.
024200     READ RUNPARM-FILE
024300         AT END SET WS-PARM-EOF TO TRUE
024400         NOT AT END
024500             IF RUNPARM-PROGRAM-ID = 'DAT016F '
024600                 AND RUNPARM-KEY = 'FEEMCC  '
024700                 MOVE RUNPARM-VALUE-NUM TO WS-FEE-MCC
024800                 DISPLAY 'DAT016F - FEE MERCHANT CATEGORY SET TO '
024900                         WS-FEE-MCC ' BY RUN PARAMETER'
025000             END-IF
025100             IF RUNPARM-PROGRAM-ID = 'DAT016F '
025200                 AND RUNPARM-KEY = 'BILLDAYS'
025300                 MOVE RUNPARM-VALUE-NUM TO WS-BILL-WINDOW-DAYS
025400                 DISPLAY 'DAT016F - BILLING WINDOW SET TO '
025500                         WS-BILL-WINDOW-DAYS
025600                         ' DAYS BY RUN PARAMETER'
025700             END-IF
025710             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
025720                 AND RUNPARM-KEY = 'BUSDATE '
025730                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
025740                 SET WS-REPLAY-RUN TO TRUE
025750                 DISPLAY 'DAT016F - REPLAY RUN FOR BUSINESS DATE '
025760                         WS-REPLAY-DATE
025770             END-IF
025800     END-READ.
025900 1510-EXIT.
026000     EXIT.
026100******************************************************************
026200*   1600 - TABLE THE ASSESSMENTS STILL WAITING TO BE BILLED      *
026300******************************************************************
026400 1600-LOAD-PENDING.
026500     OPEN INPUT PEND-IN-FILE.
026600     PERFORM 1610-LOAD-ONE-PENDING THRU 1610-EXIT
026700             UNTIL WS-PEND-EOF.
026800     CLOSE PEND-IN-FILE.
026900 1600-EXIT.
027000     EXIT.
027100 1610-LOAD-ONE-PENDING.
027200     READ PEND-IN-FILE
027300         AT END SET WS-PEND-EOF TO TRUE
027400         NOT AT END
027500             ADD 1 TO WS-RUNSTAT-READ
027600             IF WS-PEND-COUNT >= WS-PEND-MAX
027700                 ADD 1 TO WS-DROPPED-COUNT
027800             ELSE
027900                 ADD 1 TO WS-PEND-COUNT
028000                 ADD 1 TO WS-CARRIED-IN-COUNT
028100                 MOVE PENDIN-ACCOUNT-NUMBER
028200                      TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
028300                 MOVE PENDIN-CARD-FEE-DATE
028400                      TO WS-PEND-FEE-DATE(WS-PEND-COUNT)
028500                 MOVE PENDIN-EXPECTED-FEE
028600                      TO WS-PEND-EXPECTED(WS-PEND-COUNT)
028700                 MOVE PENDIN-WAIVER-CODE
028800                      TO WS-PEND-WAIVER(WS-PEND-COUNT)
028900                 MOVE PENDIN-ASSESS-DATE
029000                      TO WS-PEND-ASSESS-DATE(WS-PEND-COUNT)
029100                 MOVE ZERO TO WS-PEND-BILLED(WS-PEND-COUNT)
029200                 MOVE 'N'  TO WS-PEND-BILLED-SW(WS-PEND-COUNT)
029300             END-IF
029400     END-READ.
029500 1610-EXIT.
029600     EXIT.
029700******************************************************************
029800*   1700 - ADD TONIGHT'S CLI066F ASSESSMENTS; A RERUN'S REPEAT   *
029900*           OF AN ASSESSMENT ALREADY PENDING IS NOT ADDED TWICE  *
030000******************************************************************
030100 1700-LOAD-ASSESSMENTS.
030200     OPEN INPUT CLIFEEA-FILE.
030300     PERFORM 1710-LOAD-ONE-ASSESSMENT THRU 1710-EXIT
030400             UNTIL WS-FEEA-EOF.
030500     CLOSE CLIFEEA-FILE.
030600 1700-EXIT.
030700     EXIT.
030800 1710-LOAD-ONE-ASSESSMENT.
030900     READ CLIFEEA-FILE
031000         AT END SET WS-FEEA-EOF TO TRUE
031100         NOT AT END
031200             IF CLIFEEA-ENTRY(1:3) = 'HDR'
031300                 OR CLIFEEA-ENTRY(1:3) = 'TRL'
031400                 GO TO 1710-EXIT
031500             END-IF
031600             ADD 1 TO WS-RUNSTAT-READ
031700             MOVE ZERO TO WS-PEND-FOUND-IDX
031800             PERFORM 1720-TEST-ONE-REPEAT THRU 1720-EXIT
031900                     VARYING WS-PEND-IDX FROM 1 BY 1
032000                     UNTIL WS-PEND-IDX > WS-PEND-COUNT
032100                        OR WS-PEND-FOUND-IDX NOT = ZERO
032200             IF WS-PEND-FOUND-IDX NOT = ZERO
032300                 GO TO 1710-EXIT
032400             END-IF
032500             IF WS-PEND-COUNT >= WS-PEND-MAX
032600                 ADD 1 TO WS-DROPPED-COUNT
032700             ELSE
032800                 ADD 1 TO WS-PEND-COUNT
032900                 ADD 1 TO WS-ASSESSED-COUNT
033000                 MOVE CLIFEEA-ACCOUNT-NUMBER
033100                      TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
033200                 MOVE CLIFEEA-CARD-FEE-DATE
033300                      TO WS-PEND-FEE-DATE(WS-PEND-COUNT)
033400                 MOVE CLIFEEA-NET-FEE
033500                      TO WS-PEND-EXPECTED(WS-PEND-COUNT)
033600                 MOVE CLIFEEA-WAIVER-CODE
033700                      TO WS-PEND-WAIVER(WS-PEND-COUNT)
033800                 MOVE CLIFEEA-RUN-DATE
033900                      TO WS-PEND-ASSESS-DATE(WS-PEND-COUNT)
034000                 MOVE ZERO TO WS-PEND-BILLED(WS-PEND-COUNT)
034100                 MOVE 'N'  TO WS-PEND-BILLED-SW(WS-PEND-COUNT)
034200             END-IF
034300     END-READ.
034400 1710-EXIT.
034500     EXIT.
034600 1720-TEST-ONE-REPEAT.
034700     IF WS-PEND-ACCOUNT(WS-PEND-IDX) = CLIFEEA-ACCOUNT-NUMBER
034800         AND WS-PEND-ASSESS-DATE(WS-PEND-IDX) = CLIFEEA-RUN-DATE
034900         MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
035000     END-IF.
035100 1720-EXIT.
035200     EXIT.
035300******************************************************************
035400*   2000 - APPLY ONE FEE TRANSACTION TO ITS PENDING ASSESSMENT   *
035500******************************************************************
035600 2000-PROCESS-FILE.
035700     IF DATTXNX-IS-TRANSACTION
035800         AND DATTXNX-MERCHANT-CATEGORY = WS-FEE-MCC
035900         ADD 1 TO WS-FEE-TXN-COUNT
036000         PERFORM 2200-MATCH-FEE THRU 2200-EXIT
036100     END-IF.
036200     PERFORM 2100-READ-DATTXNX THRU 2100-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500 2100-READ-DATTXNX.
036600     READ DATTXNX-FILE
036700         AT END SET WS-EOF TO TRUE
036800         NOT AT END ADD 1 TO WS-RUNSTAT-READ
036900     END-READ.
037000 2100-EXIT.
037100     EXIT.
037200 2200-MATCH-FEE.
037300     MOVE ZERO TO WS-PEND-FOUND-IDX.
037400     PERFORM 2210-TEST-ONE-PENDING THRU 2210-EXIT
037500             VARYING WS-PEND-IDX FROM 1 BY 1
037600             UNTIL WS-PEND-IDX > WS-PEND-COUNT
037700                OR WS-PEND-FOUND-IDX NOT = ZERO.
037800     IF WS-PEND-FOUND-IDX NOT = ZERO
037900         ADD DATTXNX-TXN-AMOUNT
038000             TO WS-PEND-BILLED(WS-PEND-FOUND-IDX)
038100         MOVE 'Y' TO WS-PEND-BILLED-SW(WS-PEND-FOUND-IDX)
038200         GO TO 2200-EXIT
038300     END-IF.
038400     ADD 1 TO WS-UNEXPECTED-COUNT.
038500     MOVE DATTXNX-TXN-AMOUNT        TO WS-DIFF-AMOUNT.
038600     ADD WS-DIFF-AMOUNT             TO WS-OVER-AMOUNT.
038700     MOVE SPACES                    TO WS-DETAIL-LINE.
038800     MOVE DATTXNX-ACCT              TO WS-DTL-ACCOUNT.
038900     MOVE DATTXNX-TXN-DATE          TO WS-DTL-FEE-DATE.
039000     MOVE ZERO                      TO WS-DTL-EXPECTED.
039100     MOVE DATTXNX-TXN-AMOUNT        TO WS-DTL-BILLED.
039200     MOVE WS-DIFF-AMOUNT            TO WS-DTL-DIFFERENCE.
039300     MOVE 'UNEX'                    TO WS-DTL-CODE.
039400     MOVE 'NO FEE ASSESSED'         TO WS-DTL-REASON.
039500     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
039600     MOVE 8 TO RETURN-CODE.
039700 2200-EXIT.
039800     EXIT.
039900 2210-TEST-ONE-PENDING.
040000     IF WS-PEND-ACCOUNT(WS-PEND-IDX) = DATTXNX-ACCT
040100         MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
040200     END-IF.
040300 2210-EXIT.
040400     EXIT.
040500******************************************************************
040600*   3000 - SETTLE ONE PENDING ASSESSMENT: BILLED ONES ARE        *
040700*           COMPARED AND DROPPED, UNBILLED ONES CARRY FORWARD    *
040800*           UNTIL THE BILLING WINDOW CLOSES                      *
040900******************************************************************
041000 3000-SETTLE-ONE-PENDING.
041100     IF WS-PEND-BILLED-SW(WS-PEND-IDX) = 'Y'
041200         PERFORM 3100-COMPARE-BILLED THRU 3100-EXIT
041300         GO TO 3000-EXIT
041400     END-IF.
041500     COMPUTE WS-AGE-DAYS = WS-TODAY-INT-DATE - FUNCTION
041600             INTEGER-OF-DATE(WS-PEND-ASSESS-DATE(WS-PEND-IDX)).
041700     IF WS-AGE-DAYS <= WS-BILL-WINDOW-DAYS
041800         MOVE SPACES TO CLIFEEP-RECORD
041900         MOVE WS-PEND-ACCOUNT(WS-PEND-IDX)
042000                                 TO CLIFEEP-ACCOUNT-NUMBER
042100         MOVE WS-PEND-FEE-DATE(WS-PEND-IDX)
042200                                 TO CLIFEEP-CARD-FEE-DATE
042300         MOVE WS-PEND-EXPECTED(WS-PEND-IDX)
042400                                 TO CLIFEEP-EXPECTED-FEE
042500         MOVE WS-PEND-WAIVER(WS-PEND-IDX)
042600                                 TO CLIFEEP-WAIVER-CODE
042700         MOVE WS-PEND-ASSESS-DATE(WS-PEND-IDX)
042800                                 TO CLIFEEP-ASSESS-DATE
042900         WRITE CLIFEEP-RECORD
043000         ADD 1 TO WS-RUNSTAT-WRITTEN
043100         ADD 1 TO WS-CARRIED-OUT-COUNT
043200         GO TO 3000-EXIT
043300     END-IF.
043400     IF WS-PEND-EXPECTED(WS-PEND-IDX) = ZERO
043500         ADD 1 TO WS-WAIVER-CLOSED-COUNT
043600         GO TO 3000-EXIT
043700     END-IF.
043800     ADD 1 TO WS-NOT-BILLED-COUNT.
043900     COMPUTE WS-DIFF-AMOUNT =
044000       ZERO - WS-PEND-EXPECTED(WS-PEND-IDX).
044100     ADD WS-DIFF-AMOUNT TO WS-UNDER-AMOUNT.
044200     MOVE 'NOBL'                    TO WS-DTL-CODE.
044300     MOVE 'NOT BILLED IN WINDOW'    TO WS-DTL-REASON.
044400     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
044500 3000-EXIT.
044600     EXIT.
044700 3100-COMPARE-BILLED.
044800     COMPUTE WS-DIFF-AMOUNT = WS-PEND-BILLED(WS-PEND-IDX)
044900                            - WS-PEND-EXPECTED(WS-PEND-IDX).
045000     IF WS-DIFF-AMOUNT = ZERO
045100         ADD 1 TO WS-RECONCILED-COUNT
045200         GO TO 3100-EXIT
045300     END-IF.
045400     IF WS-DIFF-AMOUNT > ZERO
045500         ADD 1 TO WS-OVER-COUNT
045600         ADD WS-DIFF-AMOUNT TO WS-OVER-AMOUNT
045700         MOVE 'OVER'                TO WS-DTL-CODE
045800         IF WS-PEND-EXPECTED(WS-PEND-IDX) = ZERO
045900             MOVE 'BILLED DESPITE WAIVER' TO WS-DTL-REASON
046000         ELSE
046100             MOVE 'OVERCHARGED'     TO WS-DTL-REASON
046200         END-IF
046300     ELSE
046400         ADD 1 TO WS-UNDER-COUNT
046500         ADD WS-DIFF-AMOUNT TO WS-UNDER-AMOUNT
046600         MOVE 'UNDR'                TO WS-DTL-CODE
046700         MOVE 'UNDERCHARGED'        TO WS-DTL-REASON
046800     END-IF.
046900     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
047000 3100-EXIT.
047100     EXIT.
047200 3900-WRITE-DETAIL.
047300     MOVE WS-PEND-ACCOUNT(WS-PEND-IDX)  TO WS-DTL-ACCOUNT.
047400     MOVE WS-PEND-FEE-DATE(WS-PEND-IDX) TO WS-DTL-FEE-DATE.
047500     MOVE WS-PEND-EXPECTED(WS-PEND-IDX) TO WS-DTL-EXPECTED.
047600     MOVE WS-PEND-BILLED(WS-PEND-IDX)   TO WS-DTL-BILLED.
047700     MOVE WS-DIFF-AMOUNT                TO WS-DTL-DIFFERENCE.
047800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
047900     MOVE 8 TO RETURN-CODE.
048000 3900-EXIT.
048100     EXIT.
048200******************************************************************
048300*                 9000 - TOTALS AND TERMINATION                  *
048400******************************************************************
048500 9000-TERMINATE.
048600     OPEN OUTPUT PEND-OUT-FILE.
048700     PERFORM 3000-SETTLE-ONE-PENDING THRU 3000-EXIT
048800             VARYING WS-PEND-IDX FROM 1 BY 1
048900             UNTIL WS-PEND-IDX > WS-PEND-COUNT.
049000     CLOSE PEND-OUT-FILE.
049100     MOVE WS-CARRIED-IN-COUNT    TO WS-TOT-CARRIED-IN.
049200     MOVE WS-ASSESSED-COUNT      TO WS-TOT-ASSESSED.
049300     MOVE WS-FEE-TXN-COUNT       TO WS-TOT-FEE-TXN.
049400     MOVE WS-RECONCILED-COUNT    TO WS-TOT-RECONCILED.
049500     MOVE WS-OVER-COUNT          TO WS-TOT-OVER.
049600     MOVE WS-OVER-AMOUNT         TO WS-TOT-OVER-AMOUNT.
049700     MOVE WS-UNDER-COUNT         TO WS-TOT-UNDER.
049800     MOVE WS-UNDER-AMOUNT        TO WS-TOT-UNDER-AMOUNT.
049900     MOVE WS-NOT-BILLED-COUNT    TO WS-TOT-NOT-BILLED.
050000     MOVE WS-UNEXPECTED-COUNT    TO WS-TOT-UNEXPECTED.
050100     MOVE WS-WAIVER-CLOSED-COUNT TO WS-TOT-WAIVER-CLOSED.
050200     MOVE WS-CARRIED-OUT-COUNT   TO WS-TOT-CARRIED-OUT.
050300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
050400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
050500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
050600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
050700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
050800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
050900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
051000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
051100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-9.
051200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-10.
051300     CLOSE DATTXNX-FILE.
051400     CLOSE REPORT-FILE.
051410     IF NOT WS-REPLAY-RUN
051420         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
051430     END-IF.
051600 9000-EXIT.
051700     EXIT.
051800******************************************************************
051900*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
052000******************************************************************
052100 9900-WRITE-RUN-STATS.
052200     OPEN OUTPUT RUNLOG-FILE.
052300     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
052400     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
052500     MOVE SPACES                 TO RUNSTAT-ENTRY.
052600     MOVE 'DAT016F'              TO RUNSTAT-PROGRAM-ID.
052700     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
052800     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
052900     MOVE WS-RUNSTAT-START-RAW(1:6)
053000         TO RUNSTAT-START-TIME.
053100     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
053200     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
053300     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
053400     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
053500     WRITE RUNSTAT-ENTRY.
053600     CLOSE RUNLOG-FILE.
053700 9900-EXIT.
053800     EXIT.
053900******************************************************************
054000*                      END OF PROGRAM                            *
054100******************************************************************
