000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI069M                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTHLY CHARGE-OFF AND RECOVERY REPORT BY COMPANY AND      *
001400*     PRODUCT. GROSS CHARGE-OFFS ARE THE CHARGED-OFF MASTER      *
001500*     (CLICOFM) RECORDS WHOSE CHARGE-OFF DATE FALLS IN THE       *
001600*     REPORT MONTH; RECOVERIES ARE THE MONTH'S CLICOFR           *
001700*     JOURNAL ENTRIES POSTED BY CLI068C. NET LOSS IS GROSS       *
001800*     CHARGE-OFF LESS RECOVERIES. THE REPORT MONTH (YYYYMM)      *
001900*     COMES FROM THE JCL PARM, DEFAULTING TO THE CURRENT         *
002000*     MONTH.                                                     *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                          *
002300*     2026-10-15  FSG  ORIGINAL VERSION.                        *
002400******************************************************************
002500 PROGRAM-ID.    CLI069M.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL COFMAST-FILE ASSIGN TO COFMAST
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT OPTIONAL CLICOFR-FILE ASSIGN TO CLICOFR
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT REPORT-FILE   ASSIGN TO CLI069RP
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  COFMAST-FILE.
004000     COPY "CLICOFM.cpy"
004100         REPLACING ==:CLICOFM:== BY ==CLICOFM== .
004200 FD  CLICOFR-FILE.
004300     COPY "CLICOFR.cpy".
004400 FD  REPORT-FILE.
004500 01  REPORT-LINE                        PIC X(100).
004600 FD  RUNLOG-FILE.
004700     COPY "RUNSTAT.cpy".
004800 WORKING-STORAGE SECTION.
004900 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005000 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
005100 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
005200 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
005300 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
005400 77  WS-COF-EOF-SW                      PIC X(01)   VALUE 'N'.
005500     88  WS-COF-EOF                                 VALUE 'Y'.
005600 77  WS-REC-EOF-SW                      PIC X(01)   VALUE 'N'.
005700     88  WS-REC-EOF                                 VALUE 'Y'.
005800 77  WS-REPORT-MONTH                    PIC 9(06)   VALUE ZERO.
005900 77  WS-KEY-COMPANY                     PIC 9(03)   VALUE ZERO.
006000 77  WS-KEY-PRODUCT                     PIC 9(03)   VALUE ZERO.
006100 77  WS-ROW-COUNT                       PIC 9(03)   VALUE ZERO.
006200 77  WS-ROW-MAX                         PIC 9(03)   VALUE 500.
006300 77  WS-ROW-IDX                         PIC 9(03)   VALUE ZERO.
006400 77  WS-SHIFT-IDX                       PIC 9(03)   VALUE ZERO.
006500 77  WS-ROW-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
006600 77  WS-ROW-FOUND-SW                    PIC X(01)   VALUE 'N'.
006700     88  WS-ROW-FOUND                               VALUE 'Y'.
006800 77  WS-MONEY                           PIC 9(15)V99 VALUE ZERO.
006900 77  WS-NET-CENTS                       PIC S9(18)  VALUE ZERO.
007000 77  WS-SIGNED-MONEY                    PIC S9(15)V99 VALUE ZERO.
007100 77  WS-GRAND-COUNT                     PIC 9(07)   VALUE ZERO.
007200 77  WS-GRAND-GROSS                     PIC 9(18)   VALUE ZERO.
007300 77  WS-GRAND-RECOVERY                  PIC 9(18)   VALUE ZERO.
007400 01  WS-ROW-TABLE.
007500     05  WS-ROW OCCURS 500 TIMES.
007600         10  WS-ROW-COMPANY             PIC 9(03).
007700         10  WS-ROW-PRODUCT             PIC 9(03).
007800         10  WS-ROW-CO-COUNT            PIC 9(07).
007900         10  WS-ROW-GROSS               PIC 9(18).
008000         10  WS-ROW-RECOVERY            PIC 9(18).
008100 01  WS-CURRENT-DATE-TIME.
008200     05  WS-CURRENT-DATE                PIC 9(08).
008300     05  WS-CURRENT-TIME                PIC 9(06).
008400     05  FILLER                         PIC X(08).
008500 01  WS-HEADING-LINE.
008600     05  FILLER                         PIC X(40)
008700             VALUE 'CLI069M - MONTHLY CHARGE-OFF REPORT     '.
008800     05  FILLER                         PIC X(10)
008900             VALUE 'MONTH:    '.
009000     05  WS-HDG-MONTH                   PIC 9(06).
009100     05  FILLER                         PIC X(02)   VALUE SPACES.
009200     05  FILLER                         PIC X(10)
009300             VALUE 'RUN DATE: '.
009400     05  WS-HDG-RUN-DATE                PIC 9(08).
009500     05  FILLER                         PIC X(24)   VALUE SPACES.
009600 01  WS-COLUMN-LINE.
009700     05  FILLER                         PIC X(34)
009800             VALUE 'CO  PRD   COUNT   GROSS CHARGE-OFF'.
009900     05  FILLER                         PIC X(38)
010000             VALUE '         RECOVERIES           NET LOSS'.
010100     05  FILLER                         PIC X(28)   VALUE SPACES.
010200 01  WS-DETAIL-LINE.
010300     05  WS-DTL-COMPANY                 PIC 9(03).
010400     05  FILLER                         PIC X(01)   VALUE SPACES.
010500     05  WS-DTL-PRODUCT                 PIC 9(03).
010600     05  FILLER                         PIC X(01)   VALUE SPACES.
010700     05  WS-DTL-COUNT                   PIC ZZZ,ZZ9.
010800     05  FILLER                         PIC X(01)   VALUE SPACES.
010900     05  WS-DTL-GROSS                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
011000     05  FILLER                         PIC X(01)   VALUE SPACES.
011100     05  WS-DTL-RECOVERY                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
011200     05  FILLER                         PIC X(01)   VALUE SPACES.
011300     05  WS-DTL-NET                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
011400     05  FILLER                         PIC X(27)   VALUE SPACES.
011500 01  WS-GRAND-LINE.
011600     05  FILLER                         PIC X(08)
011700             VALUE 'TOTAL   '.
011800     05  WS-GRD-COUNT                   PIC ZZZ,ZZ9.
011900     05  FILLER                         PIC X(01)   VALUE SPACES.
012000     05  WS-GRD-GROSS                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
012100     05  FILLER                         PIC X(01)   VALUE SPACES.
012200     05  WS-GRD-RECOVERY                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
012300     05  FILLER                         PIC X(01)   VALUE SPACES.
012400     05  WS-GRD-NET                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
012500     05  FILLER                         PIC X(27)   VALUE SPACES.
012600 LINKAGE SECTION.
012700 01  LS-PARM.
012800     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
012900     03  LS-PARM-MONTH                  PIC X(06).
013000******************************************************************
013100*                 PROCEDURE DIVISION                            *
013200******************************************************************
013300 PROCEDURE DIVISION USING LS-PARM.
013400 0000-MAINLINE.
013500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
013600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013700     PERFORM 2000-READ-MASTER    THRU 2000-EXIT
013800             UNTIL WS-COF-EOF.
013900     PERFORM 3000-READ-RECOVERY  THRU 3000-EXIT
014000             UNTIL WS-REC-EOF.
014100     PERFORM 5000-PRINT-ROW      THRU 5000-EXIT
014200             VARYING WS-ROW-IDX FROM 1 BY 1
014300             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
014400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
014500     GOBACK.
014600 0000-EXIT.
014700     EXIT.
014800******************************************************************
014900*   1000 - THE REPORT MONTH AND THE FILES                        *
015000******************************************************************
015100 1000-INITIALIZE.
015200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015300     MOVE WS-CURRENT-DATE(1:6) TO WS-REPORT-MONTH.
015400     IF LS-PARM-LENGTH >= 6
015500         AND LS-PARM-MONTH IS NUMERIC
015600         MOVE LS-PARM-MONTH TO WS-REPORT-MONTH
015700     END-IF.
015800     OPEN INPUT  COFMAST-FILE.
015900     OPEN INPUT  CLICOFR-FILE.
016000     OPEN OUTPUT REPORT-FILE.
016100     MOVE WS-REPORT-MONTH TO WS-HDG-MONTH.
016200     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
016300     WRITE REPORT-LINE FROM WS-HEADING-LINE.
016400     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
016500 1000-EXIT.
016600     EXIT.
016700******************************************************************
016800*   2000 - GROSS CHARGE-OFFS DATED IN THE REPORT MONTH           *
016900******************************************************************
017000 2000-READ-MASTER.
017100     READ COFMAST-FILE
017200         AT END SET WS-COF-EOF TO TRUE
017300         NOT AT END
017400             ADD 1 TO WS-RUNSTAT-READ
017500             IF CLICOFM-CHARGE-OFF-DATE(1:6) = WS-REPORT-MONTH
017600                 MOVE CLICOFM-COMPANY-CODE TO WS-KEY-COMPANY
017700                 MOVE CLICOFM-PRODUCT-CODE TO WS-KEY-PRODUCT
017800                 PERFORM 4000-FIND-ROW THRU 4000-EXIT
017900                 IF WS-ROW-FOUND
018000                     ADD 1 TO WS-ROW-CO-COUNT(WS-ROW-IDX)
018100                     ADD CLICOFM-CHARGE-OFF-AMOUNT
018200                         TO WS-ROW-GROSS(WS-ROW-IDX)
018300                 END-IF
018400             END-IF
018500     END-READ.
018600 2000-EXIT.
018700     EXIT.
018800******************************************************************
018900*   3000 - RECOVERIES JOURNALED IN THE REPORT MONTH              *
019000******************************************************************
019100 3000-READ-RECOVERY.
019200     READ CLICOFR-FILE
019300         AT END SET WS-REC-EOF TO TRUE
019400         NOT AT END
019500             ADD 1 TO WS-RUNSTAT-READ
019600             IF CLICOFR-RUN-DATE(1:6) = WS-REPORT-MONTH
019700                 MOVE CLICOFR-COMPANY-CODE TO WS-KEY-COMPANY
019800                 MOVE CLICOFR-PRODUCT-CODE TO WS-KEY-PRODUCT
019900                 PERFORM 4000-FIND-ROW THRU 4000-EXIT
020000                 IF WS-ROW-FOUND
020100                     ADD CLICOFR-RECOVERY-AMOUNT
020200                         TO WS-ROW-RECOVERY(WS-ROW-IDX)
020300                 END-IF
020400             END-IF
020500     END-READ.
020600 3000-EXIT.
020700     EXIT.
020800******************************************************************
020900*   4000 - LOCATE THE COMPANY/PRODUCT ROW, INSERTING IT IN KEY   *
021000*           ORDER WHEN NEW                                       *
021100******************************************************************
021200 4000-FIND-ROW.
021300     MOVE 'N' TO WS-ROW-FOUND-SW.
021400     PERFORM 4100-TEST-ONE-ROW THRU 4100-EXIT
021500             VARYING WS-ROW-IDX FROM 1 BY 1
021600             UNTIL WS-ROW-IDX > WS-ROW-COUNT
021700                OR WS-ROW-FOUND
021800                OR WS-ROW-COMPANY(WS-ROW-IDX) > WS-KEY-COMPANY
021900                OR (WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
022000                AND WS-ROW-PRODUCT(WS-ROW-IDX) > WS-KEY-PRODUCT).
022100     IF WS-ROW-FOUND
022200         SUBTRACT 1 FROM WS-ROW-IDX
022300         GO TO 4000-EXIT
022400     END-IF.
022500     IF WS-ROW-COUNT >= WS-ROW-MAX
022600         ADD 1 TO WS-ROW-DROPPED-COUNT
022700         GO TO 4000-EXIT
022800     END-IF.
022900     PERFORM 4200-SHIFT-ONE-ROW THRU 4200-EXIT
023000             VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
023100             UNTIL WS-SHIFT-IDX < WS-ROW-IDX.
023200     ADD 1 TO WS-ROW-COUNT.
023300     MOVE WS-KEY-COMPANY TO WS-ROW-COMPANY(WS-ROW-IDX).
023400     MOVE WS-KEY-PRODUCT TO WS-ROW-PRODUCT(WS-ROW-IDX).
023500     MOVE ZERO TO WS-ROW-CO-COUNT(WS-ROW-IDX).
023600     MOVE ZERO TO WS-ROW-GROSS(WS-ROW-IDX).
023700     MOVE ZERO TO WS-ROW-RECOVERY(WS-ROW-IDX).
023800     SET WS-ROW-FOUND TO TRUE.
023900 4000-EXIT.
024000     EXIT.
024100 4100-TEST-ONE-ROW.
024200     IF WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
024300         AND WS-ROW-PRODUCT(WS-ROW-IDX) = WS-KEY-PRODUCT
024400         SET WS-ROW-FOUND TO TRUE
024500     END-IF.
024600 4100-EXIT.
024700     EXIT.
024800 4200-SHIFT-ONE-ROW.
024900     IF WS-SHIFT-IDX > ZERO
025000         MOVE WS-ROW(WS-SHIFT-IDX) TO WS-ROW(WS-SHIFT-IDX + 1)
025100     END-IF.
025200 4200-EXIT.
025300     EXIT.
025400******************************************************************
025500*   5000 - ONE REPORT LINE PER COMPANY/PRODUCT                   *
025600******************************************************************
025700 5000-PRINT-ROW.
025800     MOVE WS-ROW-COMPANY(WS-ROW-IDX)  TO WS-DTL-COMPANY.
025900     MOVE WS-ROW-PRODUCT(WS-ROW-IDX)  TO WS-DTL-PRODUCT.
026000     MOVE WS-ROW-CO-COUNT(WS-ROW-IDX) TO WS-DTL-COUNT.
026100     COMPUTE WS-MONEY = WS-ROW-GROSS(WS-ROW-IDX) / 100.
026200     MOVE WS-MONEY                    TO WS-DTL-GROSS.
026300     COMPUTE WS-MONEY = WS-ROW-RECOVERY(WS-ROW-IDX) / 100.
026400     MOVE WS-MONEY                    TO WS-DTL-RECOVERY.
026500     COMPUTE WS-NET-CENTS = WS-ROW-GROSS(WS-ROW-IDX)
026600                          - WS-ROW-RECOVERY(WS-ROW-IDX).
026700     COMPUTE WS-SIGNED-MONEY = WS-NET-CENTS / 100.
026800     MOVE WS-SIGNED-MONEY             TO WS-DTL-NET.
026900     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
027000     ADD 1 TO WS-RUNSTAT-WRITTEN.
027100     ADD WS-ROW-CO-COUNT(WS-ROW-IDX)  TO WS-GRAND-COUNT.
027200     ADD WS-ROW-GROSS(WS-ROW-IDX)     TO WS-GRAND-GROSS.
027300     ADD WS-ROW-RECOVERY(WS-ROW-IDX)  TO WS-GRAND-RECOVERY.
027400 5000-EXIT.
027500     EXIT.
027600******************************************************************
027700*                 9000 - TOTALS AND TERMINATION                  *
027800******************************************************************
027900 9000-TERMINATE.
028000     MOVE WS-GRAND-COUNT              TO WS-GRD-COUNT.
028100     COMPUTE WS-MONEY = WS-GRAND-GROSS / 100.
028200     MOVE WS-MONEY                    TO WS-GRD-GROSS.
028300     COMPUTE WS-MONEY = WS-GRAND-RECOVERY / 100.
028400     MOVE WS-MONEY                    TO WS-GRD-RECOVERY.
028500     COMPUTE WS-NET-CENTS = WS-GRAND-GROSS - WS-GRAND-RECOVERY.
028600     COMPUTE WS-SIGNED-MONEY = WS-NET-CENTS / 100.
028700     MOVE WS-SIGNED-MONEY             TO WS-GRD-NET.
028800     WRITE REPORT-LINE FROM WS-GRAND-LINE.
028900     IF WS-ROW-DROPPED-COUNT NOT = ZERO
029000         DISPLAY 'CLI069M - ROW TABLE FULL, RECORDS NOT '
029100                 'REPORTED : ' WS-ROW-DROPPED-COUNT
029200         MOVE 8 TO RETURN-CODE
029300     END-IF.
029400     CLOSE COFMAST-FILE.
029500     CLOSE CLICOFR-FILE.
029600     CLOSE REPORT-FILE.
029700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
029800 9000-EXIT.
029900     EXIT.
030000******************************************************************
030100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
030200******************************************************************
030300 9900-WRITE-RUN-STATS.
030400     OPEN OUTPUT RUNLOG-FILE.
030500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
030600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
030700     MOVE SPACES                 TO RUNSTAT-ENTRY.
030800     MOVE 'CLI069M'              TO RUNSTAT-PROGRAM-ID.
030900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
031000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
031100     MOVE WS-RUNSTAT-START-RAW(1:6)
031200         TO RUNSTAT-START-TIME.
031300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
031400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
031500     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
031600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
031700     WRITE RUNSTAT-ENTRY.
031800     CLOSE RUNLOG-FILE.
031900 9900-EXIT.
032000     EXIT.
032100******************************************************************
032200*                      END OF PROGRAM                            *
032300******************************************************************
032400
