000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI071P                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       RISK SYSTEMS GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTH-END EXPECTED-CREDIT-LOSS PROVISIONING. EVERY         *
001400*     CLIDATA ACCOUNT ON THE MONTH-END FILE IS STAGED:           *
001500*       STAGE 3 - DELINQUENT AT THE STAGE-3 LINE (DEFAULT 90     *
001600*                 DAYS) OR CARRYING AN IMPAIRED BLOCK-CODE-1;    *
001700*       STAGE 2 - DELINQUENT AT THE STAGE-2 LINE (DEFAULT 30     *
001800*                 DAYS), REFINANCED (REFIN-STATUS NOT ZERO), OR  *
001900*                 BEHAVIOR-SCORE-1 DOWN BY THE SCORE-DROP        *
002000*                 POINTS (DEFAULT 50) SINCE LAST MONTH;          *
002100*       STAGE 1 - OTHERWISE.                                     *
002200*     EXPOSURE AT DEFAULT IS THE BALANCE PLUS THE CREDIT-        *
002300*     CONVERTED UNDRAWN LIMIT; THE PD AND LGD FACTORS COME       *
002400*     FROM THE ECLPARM CARD FOR THE STAGE AND SCORE BAND. THE    *
002500*     PROVISION GOES TO FINANCE PER ACCOUNT ON THE ENVELOPED     *
002600*     ECLDTL FILE AND IS SUMMARIZED BY COMPANY AND PRODUCT. THE  *
002700*     PROVISION MASTER (ECLMAST, .NEW SWAP) IS MATCH-MERGED SO   *
002800*     THE MOVEMENT REPORT CAN EXPLAIN THE CHANGE FROM LAST       *
002900*     MONTH AS NEW, CURED, WORSENED, REMEASURED AND WRITTEN      *
003000*     OFF - AN ACCOUNT IS WRITTEN OFF WHEN IT HAS LEFT THE FILE  *
003100*     OR WHEN THE CHARGED-OFF MASTER (COFMAST) SHOWS IT CHARGED  *
003200*     OFF IN THE MONTH. THE MONTH (YYYYMM) COMES FROM THE JCL    *
003300*     PARM, DEFAULTING TO THE CURRENT MONTH. NO FACTOR CARDS     *
003400*     ENDS RC=16; AN ACCOUNT WITH NO FACTOR FOR ITS BAND ENDS    *
003500*     RC=8.                                                      *
003600*----------------------------------------------------------------*
003700* MODIFICATION HISTORY.                                          *
003800*     2026-10-15  RSG  ORIGINAL VERSION.                        *
003900*     2026-10-15  RSG  CHARGED-OFF MASTER (COFMAST) MATCHED SO   *
004000*                      ACCOUNTS CHARGED OFF IN THE MONTH MOVE    *
004100*                      AS WRITTEN OFF.                           *
004200******************************************************************
004300 PROGRAM-ID.    CLI071P.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT ECLPARM-FILE  ASSIGN TO ECLPARM
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL ECL-IN-FILE ASSIGN TO ECLIN
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT ECL-OUT-FILE  ASSIGN TO ECLOUT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL COF-IN-FILE ASSIGN TO COFIN
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT ECLDTL-FILE   ASSIGN TO ECLDTL
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT REPORT-FILE   ASSIGN TO CLI071RP
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CLIDATA-FILE.
006600     COPY "book_tests_OK.cob"
006700         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006800 FD  ECLPARM-FILE.
006900     COPY "ECLPARM.cpy".
007000 FD  ECL-IN-FILE.
007100     COPY "ECLMAST.cpy"
007200         REPLACING ==:ECLMAST:== BY ==PRIOR== .
007300 FD  ECL-OUT-FILE.
007400     COPY "ECLMAST.cpy"
007500         REPLACING ==:ECLMAST:== BY ==ECLMAST== .
007600 FD  COF-IN-FILE.
007700     COPY "CLICOFM.cpy"
007800         REPLACING ==:CLICOFM:== BY ==COFM== .
007900 FD  ECLDTL-FILE.
008000     COPY "ECLDTL.cpy".
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
009100 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
009200     88  WS-CURR-EOF                                VALUE 'Y'.
009300 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
009400     88  WS-PRIOR-EOF                               VALUE 'Y'.
009500 77  WS-COF-EOF-SW                      PIC X(01)   VALUE 'N'.
009600     88  WS-COF-EOF                                 VALUE 'Y'.
009700 77  WS-CHARGED-OFF-SW                  PIC X(01)   VALUE 'N'.
009800     88  WS-CHARGED-OFF                             VALUE 'Y'.
009900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010000     88  WS-PARM-EOF                                VALUE 'Y'.
010100 77  WS-HAS-PRIOR-SW                    PIC X(01)   VALUE 'N'.
010200     88  WS-HAS-PRIOR                               VALUE 'Y'.
010300 77  WS-FACTOR-FOUND-SW                 PIC X(01)   VALUE 'N'.
010400     88  WS-FACTOR-FOUND                            VALUE 'Y'.
010500 77  WS-BLOCK-FOUND-SW                  PIC X(01)   VALUE 'N'.
010600     88  WS-BLOCK-FOUND                             VALUE 'Y'.
010700 77  WS-ROW-FOUND-SW                    PIC X(01)   VALUE 'N'.
010800     88  WS-ROW-FOUND                               VALUE 'Y'.
010900 77  WS-PROVISION-MONTH                 PIC 9(06)   VALUE ZERO.
011000 77  WS-STAGE2-DAYS                     PIC 9(03)   VALUE 030.
011100 77  WS-STAGE3-DAYS                     PIC 9(03)   VALUE 090.
011200 77  WS-SCORE-DROP                      PIC 9(03)   VALUE 050.
011300 77  WS-CCF-PCT                         PIC 9(03)   VALUE 100.
011400 77  WS-FACTOR-COUNT                    PIC 9(03)   VALUE ZERO.
011500 77  WS-FACTOR-MAX                      PIC 9(03)   VALUE 100.
011600 77  WS-FACTOR-IDX                      PIC 9(03)   VALUE ZERO.
011700 77  WS-BLOCK-COUNT                     PIC 9(03)   VALUE ZERO.
011800 77  WS-BLOCK-MAX                       PIC 9(03)   VALUE 050.
011900 77  WS-BLOCK-IDX                       PIC 9(03)   VALUE ZERO.
012000 77  WS-PARM-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
012100 77  WS-ROW-COUNT                       PIC 9(03)   VALUE ZERO.
012200 77  WS-ROW-MAX                         PIC 9(03)   VALUE 500.
012300 77  WS-ROW-IDX                         PIC 9(03)   VALUE ZERO.
012400 77  WS-SHIFT-IDX                       PIC 9(03)   VALUE ZERO.
012500 77  WS-ROW-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
012600 77  WS-KEY-COMPANY                     PIC 9(03)   VALUE ZERO.
012700 77  WS-KEY-PRODUCT                     PIC 9(03)   VALUE ZERO.
012800 77  WS-STAGE                           PIC 9(01)   VALUE ZERO.
012900 77  WS-STAGE-REASON                    PIC X(04)   VALUE SPACES.
013000 77  WS-PRIOR-STAGE                     PIC 9(01)   VALUE ZERO.
013100 77  WS-PRIOR-PROVISION                 PIC 9(17)   VALUE ZERO.
013200 77  WS-CREDIT-LIMIT-NUM                PIC 9(17)   VALUE ZERO.
013300 77  WS-UNDRAWN                         PIC 9(17)   VALUE ZERO.
013400 77  WS-EAD                             PIC 9(17)   VALUE ZERO.
013500 77  WS-PD-PCT
013600                                 PIC 9(03)V9(04) VALUE ZERO.
013700 77  WS-LGD-PCT
013800                                 PIC 9(03)V9(04) VALUE ZERO.
013900 77  WS-PROVISION                       PIC 9(17)   VALUE ZERO.
014000 77  WS-CHANGE                          PIC S9(17)  VALUE ZERO.
014100 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
014200 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
014300 77  WS-BAD-LIMIT-COUNT                 PIC 9(07)   VALUE ZERO.
014400 77  WS-NO-FACTOR-COUNT                 PIC 9(07)   VALUE ZERO.
014500 77  WS-OPENING-PROVISION               PIC 9(18)   VALUE ZERO.
014600 77  WS-CLOSING-PROVISION               PIC 9(18)   VALUE ZERO.
014700 77  WS-TOTAL-EAD                       PIC 9(18)   VALUE ZERO.
014800     COPY "EXTENVL.cpy".
014900 01  WS-FACTOR-TABLE.
015000     05  WS-FACTOR OCCURS 100 TIMES.
015100         10  WS-FAC-STAGE               PIC 9(01).
015200         10  WS-FAC-SCORE-LOW           PIC 9(03).
015300         10  WS-FAC-SCORE-HIGH          PIC 9(03).
015400         10  WS-FAC-PD-PCT              PIC 9(03)V9(04).
015500         10  WS-FAC-LGD-PCT             PIC 9(03)V9(04).
015600 01  WS-BLOCK-TABLE.
015700     05  WS-IMPAIRED-BLOCK OCCURS 50 TIMES
015800                                        PIC 9(02).
015900 01  WS-ROW-TABLE.
016000     05  WS-ROW OCCURS 500 TIMES.
016100         10  WS-ROW-COMPANY             PIC 9(03).
016200         10  WS-ROW-PRODUCT             PIC 9(03).
016300         10  WS-ROW-STAGE-COUNT OCCURS 3 TIMES
016400                                        PIC 9(07).
016500         10  WS-ROW-EAD                 PIC 9(18).
016600         10  WS-ROW-PROVISION           PIC 9(18).
016700*    MOVEMENT CATEGORIES: 1 NEW, 2 CURED, 3 WORSENED,
016800*    4 REMEASURED, 5 WRITTEN OFF
016900 01  WS-MOVEMENT-TABLE.
017000     05  WS-MOVE-ENTRY OCCURS 5 TIMES.
017100         10  WS-MOVE-COUNT              PIC 9(07).
017200         10  WS-MOVE-AMOUNT             PIC S9(18).
017300 77  WS-MOVE-IDX                        PIC 9(01)   VALUE ZERO.
017400 01  WS-MOVE-LABELS.
017500     05  FILLER                         PIC X(20)
017600             VALUE 'NEW ACCOUNTS        '.
017700     05  FILLER                         PIC X(20)
017800             VALUE 'CURED (STAGE DOWN)  '.
017900     05  FILLER                         PIC X(20)
018000             VALUE 'WORSENED (STAGE UP) '.
018100     05  FILLER                         PIC X(20)
018200             VALUE 'REMEASURED          '.
018300     05  FILLER                         PIC X(20)
018400             VALUE 'WRITTEN OFF / GONE  '.
018500 01  WS-MOVE-LABEL-R REDEFINES WS-MOVE-LABELS.
018600     05  WS-MOVE-LABEL OCCURS 5 TIMES   PIC X(20).
018700 01  WS-CURRENT-DATE-TIME.
018800     05  WS-CURRENT-DATE                PIC 9(08).
018900     05  WS-CURRENT-TIME                PIC 9(06).
019000     05  FILLER                         PIC X(08).
019100 01  WS-HEADING-LINE.
019200     05  FILLER                         PIC X(40)
019300             VALUE 'CLI071P - EXPECTED-CREDIT-LOSS PROVISION'.
019400     05  FILLER                         PIC X(10)
019500             VALUE 'MONTH:    '.
019600     05  WS-HDG-MONTH                   PIC 9(06).
019700     05  FILLER                         PIC X(02)   VALUE SPACES.
019800     05  FILLER                         PIC X(10)
019900             VALUE 'RUN DATE: '.
020000     05  WS-HDG-RUN-DATE                PIC 9(08).
020100     05  FILLER                         PIC X(56)   VALUE SPACES.
020200 01  WS-COLUMN-LINE.
020300     05  FILLER                         PIC X(36)
020400             VALUE 'CO  PRD    STAGE 1    STAGE 2    STA'.
020500     05  FILLER                         PIC X(35)
020600             VALUE 'GE 3  EXPOSURE AT DEFAULT          '.
020700     05  FILLER                         PIC X(16)
020800             VALUE '       PROVISION'.
020900     05  FILLER                         PIC X(45)   VALUE SPACES.
021000 01  WS-DETAIL-LINE.
021100     05  WS-DTL-COMPANY                 PIC 9(03).
021200     05  FILLER                         PIC X(01)   VALUE SPACES.
021300     05  WS-DTL-PRODUCT                 PIC 9(03).
021400     05  WS-DTL-STAGE-1                 PIC ZZZ,ZZZ,ZZ9.
021500     05  WS-DTL-STAGE-2                 PIC ZZZ,ZZZ,ZZ9.
021600     05  WS-DTL-STAGE-3                 PIC ZZZ,ZZZ,ZZ9.
021700     05  FILLER                         PIC X(02)   VALUE SPACES.
021800     05  WS-DTL-EAD
021900                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
022000     05  FILLER                         PIC X(02)   VALUE SPACES.
022100     05  WS-DTL-PROVISION
022200                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
022300     05  FILLER                         PIC X(45)   VALUE SPACES.
022400 01  WS-MOVE-HEADING.
022500     05  FILLER                         PIC X(36)
022600             VALUE 'PROVISION MOVEMENT FROM LAST MONTH  '.
022700     05  FILLER                         PIC X(36)
022800             VALUE '   ACCOUNTS                CHANGE   '.
022900     05  FILLER                         PIC X(60)   VALUE SPACES.
023000 01  WS-MOVE-LINE.
023100     05  WS-MVL-LABEL                   PIC X(24).
023200     05  WS-MVL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
023300     05  FILLER                         PIC X(02)   VALUE SPACES.
023400     05  WS-MVL-AMOUNT
023500                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
023600     05  FILLER                         PIC X(73)   VALUE SPACES.
023700 01  WS-TOTAL-LINE-1.
023800     05  FILLER                         PIC X(24)
023900                       VALUE 'ACCOUNTS PROVISIONED  :'.
024000     05  WS-TOT-ACCOUNTS                PIC ZZZ,ZZZ,ZZ9.
024100     05  FILLER                         PIC X(97)   VALUE SPACES.
024200 01  WS-TOTAL-LINE-2.
024300     05  FILLER                         PIC X(24)
024400                       VALUE 'NON-NUMERIC LIMITS    :'.
024500     05  WS-TOT-BAD-LIMIT               PIC ZZZ,ZZZ,ZZ9.
024600     05  FILLER                         PIC X(97)   VALUE SPACES.
024700 01  WS-TOTAL-LINE-3.
024800     05  FILLER                         PIC X(24)
024900                       VALUE 'NO FACTOR FOR BAND    :'.
025000     05  WS-TOT-NO-FACTOR               PIC ZZZ,ZZZ,ZZ9.
025100     05  FILLER                         PIC X(97)   VALUE SPACES.
025200 LINKAGE SECTION.
025300 01  LS-PARM.
025400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
025500     03  LS-PARM-MONTH                  PIC X(06).
025600******************************************************************
025700*                 PROCEDURE DIVISION                            *
025800******************************************************************
025900 PROCEDURE DIVISION USING LS-PARM.
026000 0000-MAINLINE.
026100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
026200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
026300     IF RETURN-CODE = 16
026400         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
026500         GOBACK
026600     END-IF.
026700     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
026800             UNTIL WS-CURR-EOF AND WS-PRIOR-EOF.
026900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
027000     GOBACK.
027100 0000-EXIT.
027200     EXIT.
027300******************************************************************
027400*   1000 - THE MONTH, THE FACTOR TABLE AND THE FILES             *
027500******************************************************************
027600 1000-INITIALIZE.
027700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
027800     MOVE WS-CURRENT-DATE(1:6) TO WS-PROVISION-MONTH.
027900     IF LS-PARM-LENGTH >= 6
028000         AND LS-PARM-MONTH IS NUMERIC
028100         MOVE LS-PARM-MONTH TO WS-PROVISION-MONTH
028200     END-IF.
028300     INITIALIZE WS-MOVEMENT-TABLE.
028400     OPEN INPUT ECLPARM-FILE.
028500     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
028600             UNTIL WS-PARM-EOF.
028700     CLOSE ECLPARM-FILE.
028800     IF WS-FACTOR-COUNT = ZERO
028900         DISPLAY 'CLI071P - NO FACTOR CARDS ON ECLPARM, '
029000                 'PROVISION NOT RUN'
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 1000-EXIT
029300     END-IF.
029400     IF WS-PARM-DROPPED-COUNT NOT = ZERO
029500         DISPLAY 'CLI071P - PARAMETER TABLE FULL, CARDS '
029600                 'DROPPED : ' WS-PARM-DROPPED-COUNT
029700         MOVE 8 TO RETURN-CODE
029800     END-IF.
029900     OPEN INPUT  CLIDATA-FILE.
030000     OPEN INPUT  ECL-IN-FILE.
030100     OPEN INPUT  COF-IN-FILE.
030200     OPEN OUTPUT ECL-OUT-FILE.
030300     OPEN OUTPUT ECLDTL-FILE.
030400     OPEN OUTPUT REPORT-FILE.
030500     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
030600     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
030700     MOVE 'ECLDTL  ' TO EXTENVL-HDR-FILE-ID.
030800     MOVE SPACES TO ECLDTL-ENTRY.
030900     MOVE EXTENVL-HEADER TO ECLDTL-ENTRY(1:25).
031000     WRITE ECLDTL-ENTRY.
031100     MOVE WS-PROVISION-MONTH TO WS-HDG-MONTH.
031200     MOVE WS-CURRENT-DATE    TO WS-HDG-RUN-DATE.
031300     WRITE REPORT-LINE FROM WS-HEADING-LINE.
031400     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
031500     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
031600     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
031700     PERFORM 2250-READ-COF   THRU 2250-EXIT.
031800 1000-EXIT.
031900     EXIT.
032000 1100-LOAD-ONE-CARD.
032100     READ ECLPARM-FILE
032200         AT END SET WS-PARM-EOF TO TRUE
032300         NOT AT END
032400             ADD 1 TO WS-RUNSTAT-READ
032500             EVALUATE TRUE
032600                 WHEN ECLPARM-FACTOR-CARD
032700                     PERFORM 1110-ADD-FACTOR THRU 1110-EXIT
032800                 WHEN ECLPARM-THRESHOLD-CARD
032900                     MOVE ECLPARM-STAGE2-DAYS TO WS-STAGE2-DAYS
033000                     MOVE ECLPARM-STAGE3-DAYS TO WS-STAGE3-DAYS
033100                     MOVE ECLPARM-SCORE-DROP  TO WS-SCORE-DROP
033200                     MOVE ECLPARM-CCF-PCT     TO WS-CCF-PCT
033300                 WHEN ECLPARM-BLOCK-CARD
033400                     PERFORM 1120-ADD-BLOCK THRU 1120-EXIT
033500             END-EVALUATE
033600     END-READ.
033700 1100-EXIT.
033800     EXIT.
033900 1110-ADD-FACTOR.
034000     IF WS-FACTOR-COUNT >= WS-FACTOR-MAX
034100         ADD 1 TO WS-PARM-DROPPED-COUNT
034200         GO TO 1110-EXIT
034300     END-IF.
034400     ADD 1 TO WS-FACTOR-COUNT.
034500     MOVE ECLPARM-STAGE      TO WS-FAC-STAGE(WS-FACTOR-COUNT).
034600     MOVE ECLPARM-SCORE-LOW  TO WS-FAC-SCORE-LOW(WS-FACTOR-COUNT).
034700     MOVE ECLPARM-SCORE-HIGH
034800          TO WS-FAC-SCORE-HIGH(WS-FACTOR-COUNT).
034900     MOVE ECLPARM-PD-PCT     TO WS-FAC-PD-PCT(WS-FACTOR-COUNT).
035000     MOVE ECLPARM-LGD-PCT    TO WS-FAC-LGD-PCT(WS-FACTOR-COUNT).
035100 1110-EXIT.
035200     EXIT.
035300 1120-ADD-BLOCK.
035400     IF WS-BLOCK-COUNT >= WS-BLOCK-MAX
035500         ADD 1 TO WS-PARM-DROPPED-COUNT
035600         GO TO 1120-EXIT
035700     END-IF.
035800     ADD 1 TO WS-BLOCK-COUNT.
035900     MOVE ECLPARM-BLOCK-CODE TO WS-IMPAIRED-BLOCK(WS-BLOCK-COUNT).
036000 1120-EXIT.
036100     EXIT.
036200******************************************************************
036300*   2000 - MATCH THE MONTH-END FILE AGAINST LAST MONTH'S         *
036400*           PROVISION MASTER                                     *
036500******************************************************************
036600 2000-MATCH-MERGE.
036700     IF WS-CURR-EOF
036800         PERFORM 2500-WRITTEN-OFF   THRU 2500-EXIT
036900         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
037000     ELSE IF WS-PRIOR-EOF
037100         MOVE 'N' TO WS-HAS-PRIOR-SW
037200         PERFORM 2300-PROVISION     THRU 2300-EXIT
037300         PERFORM 2100-READ-CURR     THRU 2100-EXIT
037400     ELSE IF CLIDATA-ACCOUNT-NUMBER = PRIOR-ACCOUNT-NUMBER
037500         SET WS-HAS-PRIOR TO TRUE
037600         PERFORM 2300-PROVISION     THRU 2300-EXIT
037700         PERFORM 2100-READ-CURR     THRU 2100-EXIT
037800         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
037900     ELSE IF CLIDATA-ACCOUNT-NUMBER < PRIOR-ACCOUNT-NUMBER
038000         MOVE 'N' TO WS-HAS-PRIOR-SW
038100         PERFORM 2300-PROVISION     THRU 2300-EXIT
038200         PERFORM 2100-READ-CURR     THRU 2100-EXIT
038300     ELSE
038400         PERFORM 2500-WRITTEN-OFF   THRU 2500-EXIT
038500         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
038600     END-IF.
038700 2000-EXIT.
038800     EXIT.
038900 2100-READ-CURR.
039000     READ CLIDATA-FILE
039100         AT END SET WS-CURR-EOF TO TRUE
039200         NOT AT END
039300             ADD 1 TO WS-RUNSTAT-READ
039400             IF NOT CLIDATA-RECTYPE-DETAIL
039500                 GO TO 2100-READ-CURR
039600             END-IF
039700     END-READ.
039800 2100-EXIT.
039900     EXIT.
040000 2200-READ-PRIOR.
040100     READ ECL-IN-FILE
040200         AT END SET WS-PRIOR-EOF TO TRUE
040300         NOT AT END
040400             ADD 1 TO WS-RUNSTAT-READ
040500             ADD PRIOR-PROVISION TO WS-OPENING-PROVISION
040600     END-READ.
040700 2200-EXIT.
040800     EXIT.
040900 2250-READ-COF.
041000     READ COF-IN-FILE
041100         AT END SET WS-COF-EOF TO TRUE
041200         NOT AT END
041300             ADD 1 TO WS-RUNSTAT-READ
041400     END-READ.
041500 2250-EXIT.
041600     EXIT.
041700******************************************************************
041800*   2300 - STAGE, MEASURE AND RECORD ONE ACCOUNT                 *
041900******************************************************************
042000 2300-PROVISION.
042100     ADD 1 TO WS-ACCOUNT-COUNT.
042200     MOVE ZERO TO WS-PRIOR-STAGE.
042300     MOVE ZERO TO WS-PRIOR-PROVISION.
042400     IF WS-HAS-PRIOR
042500         MOVE PRIOR-STAGE     TO WS-PRIOR-STAGE
042600         MOVE PRIOR-PROVISION TO WS-PRIOR-PROVISION
042700     END-IF.
042800     PERFORM 2310-ASSIGN-STAGE THRU 2310-EXIT.
042900     MOVE ZERO TO WS-UNDRAWN.
043000     IF CLIDATA-CREDIT-LIMIT NOT NUMERIC
043100         ADD 1 TO WS-BAD-LIMIT-COUNT
043200     ELSE
043300         MOVE CLIDATA-CREDIT-LIMIT TO WS-CREDIT-LIMIT-NUM
043400         IF WS-CREDIT-LIMIT-NUM > CLIDATA-CURRENT-BALANCE
043500             COMPUTE WS-UNDRAWN ROUNDED =
043600                 (WS-CREDIT-LIMIT-NUM - CLIDATA-CURRENT-BALANCE)
043700                 * WS-CCF-PCT / 100
043800         END-IF
043900     END-IF.
044000     COMPUTE WS-EAD = CLIDATA-CURRENT-BALANCE + WS-UNDRAWN.
044100     MOVE 'N' TO WS-FACTOR-FOUND-SW.
044200     PERFORM 2330-TEST-ONE-FACTOR THRU 2330-EXIT
044300             VARYING WS-FACTOR-IDX FROM 1 BY 1
044400             UNTIL WS-FACTOR-IDX > WS-FACTOR-COUNT
044500                OR WS-FACTOR-FOUND.
044600     IF WS-FACTOR-FOUND
044700         COMPUTE WS-PROVISION ROUNDED =
044800             WS-EAD * (WS-PD-PCT / 100) * (WS-LGD-PCT / 100)
044900     ELSE
045000         ADD 1 TO WS-NO-FACTOR-COUNT
045100         MOVE ZERO TO WS-PD-PCT
045200         MOVE ZERO TO WS-LGD-PCT
045300         MOVE ZERO TO WS-PROVISION
045400         MOVE 8 TO RETURN-CODE
045500     END-IF.
045600     PERFORM 2400-WRITE-DETAIL  THRU 2400-EXIT.
045700     PERFORM 2700-MATCH-CHARGE-OFF THRU 2700-EXIT.
045800     PERFORM 2600-CLASSIFY-MOVE THRU 2600-EXIT.
045900     MOVE CLIDATA-COMPANY-CODE TO WS-KEY-COMPANY.
046000     MOVE CLIDATA-PRODUCT-CODE TO WS-KEY-PRODUCT.
046100     PERFORM 4000-FIND-ROW THRU 4000-EXIT.
046200     IF WS-ROW-FOUND
046300         ADD 1 TO WS-ROW-STAGE-COUNT(WS-ROW-IDX, WS-STAGE)
046400         ADD WS-EAD       TO WS-ROW-EAD(WS-ROW-IDX)
046500         ADD WS-PROVISION TO WS-ROW-PROVISION(WS-ROW-IDX)
046600     END-IF.
046700     ADD WS-EAD       TO WS-TOTAL-EAD.
046800     ADD WS-PROVISION TO WS-CLOSING-PROVISION.
046900 2300-EXIT.
047000     EXIT.
047100******************************************************************
047200*   2310 - STAGE 3, THEN STAGE 2, ELSE STAGE 1                   *
047300******************************************************************
047400 2310-ASSIGN-STAGE.
047500     IF CLIDATA-PAYMENT-DELINQ-DAYS >= WS-STAGE3-DAYS
047600         MOVE 3 TO WS-STAGE
047700         MOVE 'DLQ3' TO WS-STAGE-REASON
047800         GO TO 2310-EXIT
047900     END-IF.
048000     MOVE 'N' TO WS-BLOCK-FOUND-SW.
048100     IF CLIDATA-BLOCK-CODE-1 NOT = ZERO
048200         PERFORM 2320-TEST-ONE-BLOCK THRU 2320-EXIT
048300                 VARYING WS-BLOCK-IDX FROM 1 BY 1
048400                 UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
048500                    OR WS-BLOCK-FOUND
048600     END-IF.
048700     IF WS-BLOCK-FOUND
048800         MOVE 3 TO WS-STAGE
048900         MOVE 'BLK3' TO WS-STAGE-REASON
049000         GO TO 2310-EXIT
049100     END-IF.
049200     MOVE 2 TO WS-STAGE.
049300     IF CLIDATA-PAYMENT-DELINQ-DAYS >= WS-STAGE2-DAYS
049400         MOVE 'DLQ2' TO WS-STAGE-REASON
049500         GO TO 2310-EXIT
049600     END-IF.
049700     IF CLIDATA-REFIN-STATUS NOT = ZERO
049800         MOVE 'REFI' TO WS-STAGE-REASON
049900         GO TO 2310-EXIT
050000     END-IF.
050100     IF WS-HAS-PRIOR
050200         AND PRIOR-BEHAVIOR-SCORE NOT = ZERO
050300         AND CLIDATA-BEHAVIOR-SCORE-1 NOT = ZERO
050400         AND PRIOR-BEHAVIOR-SCORE >= CLIDATA-BEHAVIOR-SCORE-1
050500                                   + WS-SCORE-DROP
050600         MOVE 'SCOR' TO WS-STAGE-REASON
050700         GO TO 2310-EXIT
050800     END-IF.
050900     MOVE 1 TO WS-STAGE.
051000     MOVE 'PERF' TO WS-STAGE-REASON.
051100 2310-EXIT.
051200     EXIT.
051300 2320-TEST-ONE-BLOCK.
051400     IF WS-IMPAIRED-BLOCK(WS-BLOCK-IDX) = CLIDATA-BLOCK-CODE-1
051500         SET WS-BLOCK-FOUND TO TRUE
051600     END-IF.
051700 2320-EXIT.
051800     EXIT.
051900 2330-TEST-ONE-FACTOR.
052000     IF WS-FAC-STAGE(WS-FACTOR-IDX) = WS-STAGE
052100         AND CLIDATA-BEHAVIOR-SCORE-1
052200             >= WS-FAC-SCORE-LOW(WS-FACTOR-IDX)
052300         AND CLIDATA-BEHAVIOR-SCORE-1
052400             <= WS-FAC-SCORE-HIGH(WS-FACTOR-IDX)
052500         SET WS-FACTOR-FOUND TO TRUE
052600         MOVE WS-FAC-PD-PCT(WS-FACTOR-IDX)  TO WS-PD-PCT
052700         MOVE WS-FAC-LGD-PCT(WS-FACTOR-IDX) TO WS-LGD-PCT
052800     END-IF.
052900 2330-EXIT.
053000     EXIT.
053100******************************************************************
053200*   2400 - THE FINANCE DETAIL ENTRY AND THE NEW MASTER RECORD    *
053300******************************************************************
053400 2400-WRITE-DETAIL.
053500     MOVE SPACES                     TO ECLDTL-ENTRY.
053600     MOVE CLIDATA-ACCOUNT-NUMBER     TO ECLDTL-ACCOUNT-NUMBER.
053700     MOVE CLIDATA-COMPANY-CODE       TO ECLDTL-COMPANY-CODE.
053800     MOVE CLIDATA-PRODUCT-CODE       TO ECLDTL-PRODUCT-CODE.
053900     MOVE WS-PROVISION-MONTH         TO ECLDTL-PROVISION-MONTH.
054000     MOVE WS-STAGE                   TO ECLDTL-STAGE.
054100     MOVE WS-PRIOR-STAGE             TO ECLDTL-PRIOR-STAGE.
054200     MOVE WS-STAGE-REASON            TO ECLDTL-STAGE-REASON.
054300     MOVE CLIDATA-BEHAVIOR-SCORE-1   TO ECLDTL-BEHAVIOR-SCORE.
054400     MOVE CLIDATA-CURRENT-BALANCE    TO ECLDTL-BALANCE.
054500     MOVE WS-EAD                     TO ECLDTL-EAD.
054600     MOVE WS-PD-PCT                  TO ECLDTL-PD-PCT.
054700     MOVE WS-LGD-PCT                 TO ECLDTL-LGD-PCT.
054800     MOVE WS-PROVISION               TO ECLDTL-PROVISION.
054900     WRITE ECLDTL-ENTRY.
055000     ADD 1 TO WS-RUNSTAT-WRITTEN.
055100     MOVE SPACES                     TO ECLMAST-RECORD.
055200     MOVE CLIDATA-ACCOUNT-NUMBER     TO ECLMAST-ACCOUNT-NUMBER.
055300     MOVE CLIDATA-COMPANY-CODE       TO ECLMAST-COMPANY-CODE.
055400     MOVE CLIDATA-PRODUCT-CODE       TO ECLMAST-PRODUCT-CODE.
055500     MOVE WS-PROVISION-MONTH         TO ECLMAST-PROVISION-MONTH.
055600     MOVE WS-STAGE                   TO ECLMAST-STAGE.
055700     MOVE CLIDATA-BEHAVIOR-SCORE-1   TO ECLMAST-BEHAVIOR-SCORE.
055800     MOVE WS-EAD                     TO ECLMAST-EAD.
055900     MOVE WS-PROVISION               TO ECLMAST-PROVISION.
056000     WRITE ECLMAST-RECORD.
056100     ADD 1 TO WS-RUNSTAT-WRITTEN.
056200 2400-EXIT.
056300     EXIT.
056400******************************************************************
056500*   2500 - ON LAST MONTH'S MASTER BUT GONE FROM THE FILE: THE    *
056600*           PROVISION IS RELEASED AS WRITTEN OFF                 *
056700******************************************************************
056800 2500-WRITTEN-OFF.
056900     ADD 1 TO WS-MOVE-COUNT(5).
057000     SUBTRACT PRIOR-PROVISION FROM WS-MOVE-AMOUNT(5).
057100 2500-EXIT.
057200     EXIT.
057300******************************************************************
057400*   2600 - FILE THE CHANGE FROM LAST MONTH UNDER ITS CATEGORY    *
057500******************************************************************
057600 2600-CLASSIFY-MOVE.
057700     EVALUATE TRUE
057800         WHEN WS-CHARGED-OFF
057900             MOVE 5 TO WS-MOVE-IDX
058000         WHEN NOT WS-HAS-PRIOR
058100             MOVE 1 TO WS-MOVE-IDX
058200         WHEN WS-STAGE < WS-PRIOR-STAGE
058300             MOVE 2 TO WS-MOVE-IDX
058400         WHEN WS-STAGE > WS-PRIOR-STAGE
058500             MOVE 3 TO WS-MOVE-IDX
058600         WHEN OTHER
058700             MOVE 4 TO WS-MOVE-IDX
058800     END-EVALUATE.
058900     COMPUTE WS-CHANGE = WS-PROVISION - WS-PRIOR-PROVISION.
059000     ADD 1         TO WS-MOVE-COUNT(WS-MOVE-IDX).
059100     ADD WS-CHANGE TO WS-MOVE-AMOUNT(WS-MOVE-IDX).
059200 2600-EXIT.
059300     EXIT.
059400******************************************************************
059500*   2700 - WAS THIS ACCOUNT CHARGED OFF IN THE PROVISION MONTH?  *
059600*           COFMAST IS IN ACCOUNT ORDER LIKE CLIDATA             *
059700******************************************************************
059800 2700-MATCH-CHARGE-OFF.
059900     MOVE 'N' TO WS-CHARGED-OFF-SW.
060000     PERFORM 2250-READ-COF THRU 2250-EXIT
060100             UNTIL WS-COF-EOF
060200                OR COFM-ACCOUNT-NUMBER
060300                   NOT < CLIDATA-ACCOUNT-NUMBER.
060400     IF NOT WS-COF-EOF
060500         AND COFM-ACCOUNT-NUMBER = CLIDATA-ACCOUNT-NUMBER
060600         AND COFM-CHARGE-OFF-DATE(1:6) = WS-PROVISION-MONTH
060700         SET WS-CHARGED-OFF TO TRUE
060800     END-IF.
060900 2700-EXIT.
061000     EXIT.
061100******************************************************************
061200*   4000 - LOCATE THE COMPANY/PRODUCT ROW, INSERTING IT IN KEY   *
061300*           ORDER WHEN NEW                                       *
061400******************************************************************
061500 4000-FIND-ROW.
061600     MOVE 'N' TO WS-ROW-FOUND-SW.
061700     PERFORM 4100-TEST-ONE-ROW THRU 4100-EXIT
061800             VARYING WS-ROW-IDX FROM 1 BY 1
061900             UNTIL WS-ROW-IDX > WS-ROW-COUNT
062000                OR WS-ROW-FOUND
062100                OR WS-ROW-COMPANY(WS-ROW-IDX) > WS-KEY-COMPANY
062200                OR (WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
062300                AND WS-ROW-PRODUCT(WS-ROW-IDX) > WS-KEY-PRODUCT).
062400     IF WS-ROW-FOUND
062500         SUBTRACT 1 FROM WS-ROW-IDX
062600         GO TO 4000-EXIT
062700     END-IF.
062800     IF WS-ROW-COUNT >= WS-ROW-MAX
062900         ADD 1 TO WS-ROW-DROPPED-COUNT
063000         GO TO 4000-EXIT
063100     END-IF.
063200     PERFORM 4200-SHIFT-ONE-ROW THRU 4200-EXIT
063300             VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
063400             UNTIL WS-SHIFT-IDX < WS-ROW-IDX.
063500     ADD 1 TO WS-ROW-COUNT.
063600     INITIALIZE WS-ROW(WS-ROW-IDX).
063700     MOVE WS-KEY-COMPANY TO WS-ROW-COMPANY(WS-ROW-IDX).
063800     MOVE WS-KEY-PRODUCT TO WS-ROW-PRODUCT(WS-ROW-IDX).
063900     SET WS-ROW-FOUND TO TRUE.
064000 4000-EXIT.
064100     EXIT.
064200 4100-TEST-ONE-ROW.
064300     IF WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
064400         AND WS-ROW-PRODUCT(WS-ROW-IDX) = WS-KEY-PRODUCT
064500         SET WS-ROW-FOUND TO TRUE
064600     END-IF.
064700 4100-EXIT.
064800     EXIT.
064900 4200-SHIFT-ONE-ROW.
065000     IF WS-SHIFT-IDX > ZERO
065100         MOVE WS-ROW(WS-SHIFT-IDX) TO WS-ROW(WS-SHIFT-IDX + 1)
065200     END-IF.
065300 4200-EXIT.
065400     EXIT.
065500******************************************************************
065600*   5000 - ONE PROVISION LINE PER COMPANY/PRODUCT                *
065700******************************************************************
065800 5000-PRINT-ROW.
065900     MOVE WS-ROW-COMPANY(WS-ROW-IDX)        TO WS-DTL-COMPANY.
066000     MOVE WS-ROW-PRODUCT(WS-ROW-IDX)        TO WS-DTL-PRODUCT.
066100     MOVE WS-ROW-STAGE-COUNT(WS-ROW-IDX, 1) TO WS-DTL-STAGE-1.
066200     MOVE WS-ROW-STAGE-COUNT(WS-ROW-IDX, 2) TO WS-DTL-STAGE-2.
066300     MOVE WS-ROW-STAGE-COUNT(WS-ROW-IDX, 3) TO WS-DTL-STAGE-3.
066400     COMPUTE WS-MONEY = WS-ROW-EAD(WS-ROW-IDX) / 100.
066500     MOVE WS-MONEY                          TO WS-DTL-EAD.
066600     COMPUTE WS-MONEY = WS-ROW-PROVISION(WS-ROW-IDX) / 100.
066700     MOVE WS-MONEY                          TO WS-DTL-PROVISION.
066800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
066900 5000-EXIT.
067000     EXIT.
067100 5100-PRINT-MOVE.
067200     MOVE WS-MOVE-LABEL(WS-MOVE-IDX)  TO WS-MVL-LABEL.
067300     MOVE WS-MOVE-COUNT(WS-MOVE-IDX)  TO WS-MVL-COUNT.
067400     COMPUTE WS-MONEY = WS-MOVE-AMOUNT(WS-MOVE-IDX) / 100.
067500     MOVE WS-MONEY                    TO WS-MVL-AMOUNT.
067600     WRITE REPORT-LINE FROM WS-MOVE-LINE.
067700 5100-EXIT.
067800     EXIT.
067900******************************************************************
068000*                 9000 - TOTALS AND TERMINATION                  *
068100******************************************************************
068200 9000-TERMINATE.
068300     MOVE 'ECLDTL  ' TO EXTENVL-TRL-FILE-ID.
068400     MOVE WS-ACCOUNT-COUNT     TO EXTENVL-TRL-RECORD-COUNT.
068500     MOVE WS-CLOSING-PROVISION TO EXTENVL-TRL-BALANCE-TOTAL.
068600     MOVE SPACES TO ECLDTL-ENTRY.
068700     MOVE EXTENVL-TRAILER TO ECLDTL-ENTRY(1:38).
068800     WRITE ECLDTL-ENTRY.
068900     PERFORM 5000-PRINT-ROW THRU 5000-EXIT
069000             VARYING WS-ROW-IDX FROM 1 BY 1
069100             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
069200     MOVE ZERO    TO WS-DTL-COMPANY.
069300     MOVE ZERO    TO WS-DTL-PRODUCT.
069400     MOVE ZERO    TO WS-DTL-STAGE-1.
069500     MOVE ZERO    TO WS-DTL-STAGE-2.
069600     MOVE ZERO    TO WS-DTL-STAGE-3.
069700     COMPUTE WS-MONEY = WS-TOTAL-EAD / 100.
069800     MOVE WS-MONEY TO WS-DTL-EAD.
069900     COMPUTE WS-MONEY = WS-CLOSING-PROVISION / 100.
070000     MOVE WS-MONEY TO WS-DTL-PROVISION.
070100     MOVE 'TOTAL  ' TO WS-DETAIL-LINE(1:7).
070200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
070300     MOVE SPACES TO REPORT-LINE.
070400     WRITE REPORT-LINE.
070500     WRITE REPORT-LINE FROM WS-MOVE-HEADING.
070600     MOVE 'OPENING PROVISION' TO WS-MVL-LABEL.
070700     MOVE ZERO                TO WS-MVL-COUNT.
070800     COMPUTE WS-MONEY = WS-OPENING-PROVISION / 100.
070900     MOVE WS-MONEY            TO WS-MVL-AMOUNT.
071000     WRITE REPORT-LINE FROM WS-MOVE-LINE.
071100     PERFORM 5100-PRINT-MOVE THRU 5100-EXIT
071200             VARYING WS-MOVE-IDX FROM 1 BY 1
071300             UNTIL WS-MOVE-IDX > 5.
071400     MOVE 'CLOSING PROVISION' TO WS-MVL-LABEL.
071500     MOVE WS-ACCOUNT-COUNT    TO WS-MVL-COUNT.
071600     COMPUTE WS-MONEY = WS-CLOSING-PROVISION / 100.
071700     MOVE WS-MONEY            TO WS-MVL-AMOUNT.
071800     WRITE REPORT-LINE FROM WS-MOVE-LINE.
071900     MOVE WS-ACCOUNT-COUNT   TO WS-TOT-ACCOUNTS.
072000     MOVE WS-BAD-LIMIT-COUNT TO WS-TOT-BAD-LIMIT.
072100     MOVE WS-NO-FACTOR-COUNT TO WS-TOT-NO-FACTOR.
072200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
072300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
072400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
072500     IF WS-ROW-DROPPED-COUNT NOT = ZERO
072600         DISPLAY 'CLI071P - ROW TABLE FULL, ACCOUNTS NOT '
072700                 'SUMMARIZED : ' WS-ROW-DROPPED-COUNT
072800         MOVE 8 TO RETURN-CODE
072900     END-IF.
073000     CLOSE CLIDATA-FILE.
073100     CLOSE ECL-IN-FILE.
073200     CLOSE COF-IN-FILE.
073300     CLOSE ECL-OUT-FILE.
073400     CLOSE ECLDTL-FILE.
073500     CLOSE REPORT-FILE.
073600     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
073700 9000-EXIT.
073800     EXIT.
073900******************************************************************
074000*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
074100******************************************************************
074200 9900-WRITE-RUN-STATS.
074300     OPEN OUTPUT RUNLOG-FILE.
074400     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
074500     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
074600     MOVE SPACES                 TO RUNSTAT-ENTRY.
074700     MOVE 'CLI071P'              TO RUNSTAT-PROGRAM-ID.
074800     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
074900     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
075000     MOVE WS-RUNSTAT-START-RAW(1:6)
075100         TO RUNSTAT-START-TIME.
075200     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
075300     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
075400     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
075500     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
075600     WRITE RUNSTAT-ENTRY.
075700     CLOSE RUNLOG-FILE.
075800 9900-EXIT.
075900     EXIT.
076000******************************************************************
076100*                      END OF PROGRAM                            *
076200******************************************************************
