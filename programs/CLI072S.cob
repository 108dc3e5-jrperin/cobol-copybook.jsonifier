000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI072S                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       RISK SYSTEMS GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTHLY SCORECARD STABILITY AND PERFORMANCE MONITOR. THE   *
001400*     SIX SCORE-ID-n / RAW-SCORE-n SLOTS ON EVERY CLIDATA        *
001500*     ACCOUNT ARE BANDED AGAINST THE SCRBASE BASELINE CARDS:     *
001600*       STABILITY   - THIS MONTH'S SHARE OF SCORES PER BAND IS   *
001700*                     COMPARED WITH THE BASELINE SHARE AND THE   *
001800*                     POPULATION STABILITY INDEX IS SUMMED PER   *
001900*                     SCORECARD: (CUR - BASE) * LN(CUR / BASE);  *
002000*       PERFORMANCE - THE SCORE SNAPSHOT TAKEN SIX MONTHS AGO    *
002100*                     (SCRPRIOR) IS MATCHED BY ACCOUNT TO THIS   *
002200*                     MONTH'S PAYMENT-DELINQ-DAYS; AN ACCOUNT AT *
002300*                     OR PAST THE BAD LINE IS A BAD. THE BAD     *
002400*                     RATE IS REPORTED PER BAND AND A BAND WORSE *
002500*                     THAN THE LOWER-SCORING BAND BELOW IT IS A  *
002600*                     RANK-ORDER BREAK.                          *
002700*     A SCORECARD WHOSE PSI REACHES THE ALERT LINE IS FLAGGED    *
002800*     AND THE RUN ENDS RC=8. THIS MONTH'S SCORES ARE WRITTEN TO  *
002900*     THE MONTH'S SNAPSHOT (SCRSNAP) FOR USE SIX MONTHS ON.      *
003000*     RUN-CONTROL KEYS (RUNPARM, PROGRAM CLI072S):               *
003100*       PSIALRT - PSI ALERT LINE IN THOUSANDTHS (DEFAULT 250)    *
003200*       BADDAYS - DELINQUENCY DAYS THAT MAKE A BAD (DEFAULT 60)  *
003300*     THE MONTH (YYYYMM) COMES FROM THE JCL PARM, DEFAULTING TO  *
003400*     THE CURRENT MONTH. NO BASELINE CARDS ENDS RC=16.           *
003500*----------------------------------------------------------------*
003600* MODIFICATION HISTORY.                                          *
003700*     2026-10-15  RSG  ORIGINAL VERSION.                        *
003800******************************************************************
003900 PROGRAM-ID.    CLI072S.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT SCRBASE-FILE  ASSIGN TO SCRBASE
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL SCR-PRIOR-FILE ASSIGN TO SCRPRIOR
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT SCR-SNAP-FILE ASSIGN TO SCRSNAP
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT REPORT-FILE   ASSIGN TO CLI072RP
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CLIDATA-FILE.
006000     COPY "book_tests_OK.cob"
006100         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006200 FD  RUNPARM-FILE.
006300     COPY "RUNPARM.cpy".
006400 FD  SCRBASE-FILE.
006500     COPY "SCRBASE.cpy".
006600 FD  SCR-PRIOR-FILE.
006700     COPY "SCRSNAP.cpy"
006800         REPLACING ==:SCRSNAP:== BY ==OBS== .
006900 FD  SCR-SNAP-FILE.
007000     COPY "SCRSNAP.cpy"
007100         REPLACING ==:SCRSNAP:== BY ==SCRSNAP== .
007200 FD  REPORT-FILE.
007300 01  REPORT-LINE                        PIC X(132).
007400 FD  RUNLOG-FILE.
007500     COPY "RUNSTAT.cpy".
007600 WORKING-STORAGE SECTION.
007700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008200 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
008300     88  WS-CURR-EOF                                VALUE 'Y'.
008400 77  WS-OBS-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-OBS-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008800 77  WS-BASE-EOF-SW                     PIC X(01)   VALUE 'N'.
008900     88  WS-BASE-EOF                                VALUE 'Y'.
009000 77  WS-ROW-FOUND-SW                    PIC X(01)   VALUE 'N'.
009100     88  WS-ROW-FOUND                               VALUE 'Y'.
009200 77  WS-BAND-FOUND-SW                   PIC X(01)   VALUE 'N'.
009300     88  WS-BAND-FOUND                              VALUE 'Y'.
009400 77  WS-PREV-OBS-SW                     PIC X(01)   VALUE 'N'.
009500     88  WS-PREV-HAS-OBS                            VALUE 'Y'.
009600 77  WS-MONITOR-MONTH                   PIC 9(06)   VALUE ZERO.
009700 77  WS-PSI-ALERT
009800                                 PIC 9(01)V9(03) VALUE .250.
009900 77  WS-BAD-DAYS                        PIC 9(03)   VALUE 060.
010000 77  WS-ROW-COUNT                       PIC 9(03)   VALUE ZERO.
010100 77  WS-ROW-MAX                         PIC 9(03)   VALUE 600.
010200 77  WS-ROW-IDX                         PIC 9(03)   VALUE ZERO.
010300 77  WS-SHIFT-IDX                       PIC 9(03)   VALUE ZERO.
010400 77  WS-BAND-IDX                        PIC 9(03)   VALUE ZERO.
010500 77  WS-CARD-COUNT                      PIC 9(03)   VALUE ZERO.
010600 77  WS-CARD-MAX                        PIC 9(03)   VALUE 100.
010700 77  WS-CARD-IDX                        PIC 9(03)   VALUE ZERO.
010800 77  WS-SLOT-IDX                        PIC 9(01)   VALUE ZERO.
010900 77  WS-KEY-SCORE-ID                    PIC 9(03)   VALUE ZERO.
011000 77  WS-KEY-BAND-LOW                    PIC 9(03)   VALUE ZERO.
011100 77  WS-KEY-RAW-SCORE                   PIC 9(03)   VALUE ZERO.
011200 77  WS-BASE-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
011300 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
011400 77  WS-SCORE-COUNT                     PIC 9(09)   VALUE ZERO.
011500 77  WS-NO-BAND-COUNT                   PIC 9(09)   VALUE ZERO.
011600 77  WS-OBS-READ-COUNT                  PIC 9(09)   VALUE ZERO.
011700 77  WS-OBS-GONE-COUNT                  PIC 9(09)   VALUE ZERO.
011800 77  WS-ALERT-COUNT                     PIC 9(03)   VALUE ZERO.
011900 77  WS-RANK-CARD-COUNT                 PIC 9(03)   VALUE ZERO.
012000 77  WS-CUR-FRAC
012100                                 PIC 9(01)V9(06) VALUE ZERO.
012200 77  WS-BASE-FRAC
012300                                 PIC 9(01)V9(06) VALUE ZERO.
012400 77  WS-FRAC-FLOOR                      PIC 9(01)V9(06)
012500                                                    VALUE .000100.
012600 77  WS-PSI-BAND
012700                                 PIC S9(03)V9(06) VALUE ZERO.
012800 77  WS-BAD-RATE                        PIC 9(03)V99 VALUE ZERO.
012900 77  WS-PREV-BAD-RATE                   PIC 9(03)V99 VALUE ZERO.
013000 77  WS-PCT                             PIC 9(03)V99 VALUE ZERO.
013100 01  WS-ROW-TABLE.
013200     05  WS-ROW OCCURS 600 TIMES.
013300         10  WS-ROW-SCORE-ID            PIC 9(03).
013400         10  WS-ROW-BAND-LOW            PIC 9(03).
013500         10  WS-ROW-BAND-HIGH           PIC 9(03).
013600         10  WS-ROW-BASE-PCT            PIC 9(03)V9(04).
013700         10  WS-ROW-CUR-COUNT           PIC 9(09).
013800         10  WS-ROW-OBS-COUNT           PIC 9(09).
013900         10  WS-ROW-BAD-COUNT           PIC 9(09).
014000 01  WS-CARD-TABLE.
014100     05  WS-CARD OCCURS 100 TIMES.
014200         10  WS-CARD-SCORE-ID           PIC 9(03).
014300         10  WS-CARD-FIRST-ROW          PIC 9(03).
014400         10  WS-CARD-LAST-ROW           PIC 9(03).
014500         10  WS-CARD-CUR-COUNT          PIC 9(09).
014600         10  WS-CARD-OBS-COUNT          PIC 9(09).
014700         10  WS-CARD-BAD-COUNT          PIC 9(09).
014800         10  WS-CARD-PSI                PIC S9(03)V9(06).
014900         10  WS-CARD-RANK-BREAKS        PIC 9(03).
015000 01  WS-CURRENT-DATE-TIME.
015100     05  WS-CURRENT-DATE                PIC 9(08).
015200     05  WS-CURRENT-TIME                PIC 9(06).
015300     05  FILLER                         PIC X(08).
015400 01  WS-HEADING-LINE.
015500     05  FILLER                         PIC X(40)
015600             VALUE 'CLI072S - SCORECARD STABILITY MONITOR   '.
015700     05  FILLER                         PIC X(10)
015800             VALUE 'MONTH:    '.
015900     05  WS-HDG-MONTH                   PIC 9(06).
016000     05  FILLER                         PIC X(02)   VALUE SPACES.
016100     05  FILLER                         PIC X(10)
016200             VALUE 'RUN DATE: '.
016300     05  WS-HDG-RUN-DATE                PIC 9(08).
016400     05  FILLER                         PIC X(56)   VALUE SPACES.
016500 01  WS-COLUMN-LINE.
016600     05  FILLER                         PIC X(44)
016700             VALUE '    BAND      BASE%     ACCOUNTS   CURR%    '.
016800     05  FILLER                         PIC X(46)
016900         VALUE '  PSI     OBSERVED         BADS    BAD%  FLAG '.
017000     05  FILLER                         PIC X(42)   VALUE SPACES.
017100 01  WS-BAND-LINE.
017200     05  FILLER                         PIC X(04)   VALUE SPACES.
017300     05  WS-BND-LOW                     PIC 9(03).
017400     05  FILLER                         PIC X(01)   VALUE '-'.
017500     05  WS-BND-HIGH                    PIC 9(03).
017600     05  FILLER                         PIC X(02)   VALUE SPACES.
017700     05  WS-BND-BASE-PCT                PIC ZZ9.99.
017800     05  FILLER                         PIC X(02)   VALUE SPACES.
017900     05  WS-BND-CUR-COUNT               PIC ZZZ,ZZZ,ZZ9.
018000     05  FILLER                         PIC X(02)   VALUE SPACES.
018100     05  WS-BND-CUR-PCT                 PIC ZZ9.99.
018200     05  FILLER                         PIC X(02)   VALUE SPACES.
018300     05  WS-BND-PSI                     PIC -9.9999.
018400     05  FILLER                         PIC X(02)   VALUE SPACES.
018500     05  WS-BND-OBS                     PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                         PIC X(02)   VALUE SPACES.
018700     05  WS-BND-BADS                    PIC ZZZ,ZZZ,ZZ9.
018800     05  FILLER                         PIC X(02)   VALUE SPACES.
018900     05  WS-BND-BAD-RATE                PIC ZZ9.99.
019000     05  FILLER                         PIC X(02)   VALUE SPACES.
019100     05  WS-BND-FLAG                    PIC X(10).
019200     05  FILLER                         PIC X(35)   VALUE SPACES.
019300 01  WS-CARD-LINE.
019400     05  FILLER                         PIC X(10)
019500             VALUE 'SCORECARD '.
019600     05  WS-CTL-SCORE-ID                PIC 9(03).
019700     05  FILLER                         PIC X(08)
019800             VALUE ' TOTAL  '.
019900     05  WS-CTL-CUR-COUNT               PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER                         PIC X(10)   VALUE SPACES.
020100     05  WS-CTL-PSI                     PIC -9.9999.
020200     05  FILLER                         PIC X(02)   VALUE SPACES.
020300     05  WS-CTL-OBS                     PIC ZZZ,ZZZ,ZZ9.
020400     05  FILLER                         PIC X(02)   VALUE SPACES.
020500     05  WS-CTL-BADS                    PIC ZZZ,ZZZ,ZZ9.
020600     05  FILLER                         PIC X(02)   VALUE SPACES.
020700     05  WS-CTL-BAD-RATE                PIC ZZ9.99.
020800     05  FILLER                         PIC X(02)   VALUE SPACES.
020900     05  WS-CTL-FLAG                    PIC X(10).
021000     05  FILLER                         PIC X(37)   VALUE SPACES.
021100 01  WS-TOTAL-LINE-1.
021200     05  FILLER                         PIC X(24)
021300                       VALUE 'ACCOUNTS READ         :'.
021400     05  WS-TOT-ACCOUNTS                PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                         PIC X(97)   VALUE SPACES.
021600 01  WS-TOTAL-LINE-2.
021700     05  FILLER                         PIC X(24)
021800                       VALUE 'SCORES BANDED         :'.
021900     05  WS-TOT-SCORES                  PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER                         PIC X(97)   VALUE SPACES.
022100 01  WS-TOTAL-LINE-3.
022200     05  FILLER                         PIC X(24)
022300                       VALUE 'SCORES WITH NO BAND   :'.
022400     05  WS-TOT-NO-BAND                 PIC ZZZ,ZZZ,ZZ9.
022500     05  FILLER                         PIC X(97)   VALUE SPACES.
022600 01  WS-TOTAL-LINE-4.
022700     05  FILLER                         PIC X(24)
022800                       VALUE 'OBSERVED, NOT ON FILE :'.
022900     05  WS-TOT-OBS-GONE                PIC ZZZ,ZZZ,ZZ9.
023000     05  FILLER                         PIC X(97)   VALUE SPACES.
023100 01  WS-TOTAL-LINE-5.
023200     05  FILLER                         PIC X(24)
023300                       VALUE 'SCORECARDS IN ALERT   :'.
023400     05  WS-TOT-ALERTS                  PIC ZZZ,ZZZ,ZZ9.
023500     05  FILLER                         PIC X(97)   VALUE SPACES.
023600 01  WS-TOTAL-LINE-6.
023700     05  FILLER                         PIC X(24)
023800                       VALUE 'RANK-ORDER BREAKS     :'.
023900     05  WS-TOT-RANK                    PIC ZZZ,ZZZ,ZZ9.
024000     05  FILLER                         PIC X(97)   VALUE SPACES.
024100 01  WS-NO-OBS-LINE.
024200     05  FILLER                         PIC X(44)
024300             VALUE 'NO SIX-MONTH SNAPSHOT - NO PERFORMANCE DATA'.
024400     05  FILLER                         PIC X(88)   VALUE SPACES.
024500 LINKAGE SECTION.
024600 01  LS-PARM.
024700     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
024800     03  LS-PARM-MONTH                  PIC X(06).
024900******************************************************************
025000*                 PROCEDURE DIVISION                            *
025100******************************************************************
025200 PROCEDURE DIVISION USING LS-PARM.
025300 0000-MAINLINE.
025400     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
025500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025600     IF RETURN-CODE = 16
025700         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
025800         GOBACK
025900     END-IF.
026000     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
026100             UNTIL WS-CURR-EOF AND WS-OBS-EOF.
026200     PERFORM 7000-BUILD-CARDS    THRU 7000-EXIT
026300             VARYING WS-ROW-IDX FROM 1 BY 1
026400             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
026500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026600     GOBACK.
026700 0000-EXIT.
026800     EXIT.
026900******************************************************************
027000*   1000 - THE MONTH, THE RUN PARAMETERS, THE BASELINE BANDS     *
027100*           AND THE FILES                                        *
027200******************************************************************
027300 1000-INITIALIZE.
027400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
027500     MOVE WS-CURRENT-DATE(1:6) TO WS-MONITOR-MONTH.
027600     IF LS-PARM-LENGTH >= 6
027700         AND LS-PARM-MONTH IS NUMERIC
027800         MOVE LS-PARM-MONTH TO WS-MONITOR-MONTH
027900     END-IF.
028000     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
028100     OPEN INPUT SCRBASE-FILE.
028200     PERFORM 1600-LOAD-ONE-BAND THRU 1600-EXIT
028300             UNTIL WS-BASE-EOF.
028400     CLOSE SCRBASE-FILE.
028500     IF WS-ROW-COUNT = ZERO
028600         DISPLAY 'CLI072S - NO BASELINE CARDS ON SCRBASE, '
028700                 'MONITOR NOT RUN'
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 1000-EXIT
029000     END-IF.
029100     IF WS-BASE-DROPPED-COUNT NOT = ZERO
029200         DISPLAY 'CLI072S - BASELINE CARDS DROPPED (DUPLICATE '
029300                 'OR TABLE FULL) : ' WS-BASE-DROPPED-COUNT
029400         MOVE 8 TO RETURN-CODE
029500     END-IF.
029600     OPEN INPUT  CLIDATA-FILE.
029700     OPEN INPUT  SCR-PRIOR-FILE.
029800     OPEN OUTPUT SCR-SNAP-FILE.
029900     OPEN OUTPUT REPORT-FILE.
030000     MOVE WS-MONITOR-MONTH TO WS-HDG-MONTH.
030100     MOVE WS-CURRENT-DATE  TO WS-HDG-RUN-DATE.
030200     WRITE REPORT-LINE FROM WS-HEADING-LINE.
030300     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
030400     PERFORM 2100-READ-CURR THRU 2100-EXIT.
030500     PERFORM 2200-READ-OBS  THRU 2200-EXIT.
030600 1000-EXIT.
030700     EXIT.
030800 1500-LOAD-RUN-PARMS.
030900     OPEN INPUT RUNPARM-FILE.
031000     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
031100             UNTIL WS-PARM-EOF.
031200     CLOSE RUNPARM-FILE.
031300 1500-EXIT.
031400     EXIT.
031500 1510-READ-ONE-PARM.
031600     READ RUNPARM-FILE
031700         AT END SET WS-PARM-EOF TO TRUE
031800         NOT AT END
031900             IF RUNPARM-PROGRAM-ID = 'CLI072S '
032000                 AND RUNPARM-KEY = 'PSIALRT '
032100                 COMPUTE WS-PSI-ALERT = RUNPARM-VALUE-NUM / 1000
032200                 DISPLAY 'CLI072S - PSI ALERT LINE SET TO '
032300                         WS-PSI-ALERT ' BY RUN PARAMETER'
032400             END-IF
032500             IF RUNPARM-PROGRAM-ID = 'CLI072S '
032600                 AND RUNPARM-KEY = 'BADDAYS '
032700                 MOVE RUNPARM-VALUE-NUM TO WS-BAD-DAYS
032800                 DISPLAY 'CLI072S - BAD LINE SET TO '
032900                         WS-BAD-DAYS ' DAYS BY RUN PARAMETER'
033000             END-IF
033100     END-READ.
033200 1510-EXIT.
033300     EXIT.
033400******************************************************************
033500*   1600 - TABLE THE BASELINE BANDS IN SCORECARD/BAND ORDER      *
033600******************************************************************
033700 1600-LOAD-ONE-BAND.
033800     READ SCRBASE-FILE
033900         AT END SET WS-BASE-EOF TO TRUE
034000         NOT AT END
034100             ADD 1 TO WS-RUNSTAT-READ
034200             MOVE SCRBASE-SCORE-ID TO WS-KEY-SCORE-ID
034300             MOVE SCRBASE-BAND-LOW TO WS-KEY-BAND-LOW
034400             PERFORM 4000-INSERT-ROW THRU 4000-EXIT
034500     END-READ.
034600 1600-EXIT.
034700     EXIT.
034800******************************************************************
034900*   2000 - MATCH THIS MONTH'S FILE AGAINST THE SNAPSHOT TAKEN    *
035000*           SIX MONTHS AGO                                       *
035100******************************************************************
035200 2000-MATCH-MERGE.
035300     IF WS-CURR-EOF
035400         ADD 1 TO WS-OBS-GONE-COUNT
035500         PERFORM 2200-READ-OBS      THRU 2200-EXIT
035600     ELSE IF WS-OBS-EOF
035700         PERFORM 2300-CURRENT-SCORES THRU 2300-EXIT
035800         PERFORM 2100-READ-CURR     THRU 2100-EXIT
035900     ELSE IF CLIDATA-ACCOUNT-NUMBER = OBS-ACCOUNT-NUMBER
036000         PERFORM 2300-CURRENT-SCORES THRU 2300-EXIT
036100         PERFORM 2400-OBSERVE       THRU 2400-EXIT
036200         PERFORM 2100-READ-CURR     THRU 2100-EXIT
036300         PERFORM 2200-READ-OBS      THRU 2200-EXIT
036400     ELSE IF CLIDATA-ACCOUNT-NUMBER < OBS-ACCOUNT-NUMBER
036500         PERFORM 2300-CURRENT-SCORES THRU 2300-EXIT
036600         PERFORM 2100-READ-CURR     THRU 2100-EXIT
036700     ELSE
036800         ADD 1 TO WS-OBS-GONE-COUNT
036900         PERFORM 2200-READ-OBS      THRU 2200-EXIT
037000     END-IF.
037100 2000-EXIT.
037200     EXIT.
037300 2100-READ-CURR.
037400     READ CLIDATA-FILE
037500         AT END SET WS-CURR-EOF TO TRUE
037600         NOT AT END
037700             ADD 1 TO WS-RUNSTAT-READ
037800             IF NOT CLIDATA-RECTYPE-DETAIL
037900                 GO TO 2100-READ-CURR
038000             END-IF
038100     END-READ.
038200 2100-EXIT.
038300     EXIT.
038400 2200-READ-OBS.
038500     READ SCR-PRIOR-FILE
038600         AT END SET WS-OBS-EOF TO TRUE
038700         NOT AT END
038800             ADD 1 TO WS-RUNSTAT-READ
038900             ADD 1 TO WS-OBS-READ-COUNT
039000     END-READ.
039100 2200-EXIT.
039200     EXIT.
039300******************************************************************
039400*   2300 - SNAPSHOT THIS MONTH'S SCORES AND COUNT EACH INTO ITS  *
039500*           BASELINE BAND                                        *
039600******************************************************************
039700 2300-CURRENT-SCORES.
039800     ADD 1 TO WS-ACCOUNT-COUNT.
039900     MOVE SPACES                   TO SCRSNAP-RECORD.
040000     MOVE CLIDATA-ACCOUNT-NUMBER   TO SCRSNAP-ACCOUNT-NUMBER.
040100     MOVE WS-MONITOR-MONTH         TO SCRSNAP-SNAPSHOT-MONTH.
040200     MOVE CLIDATA-SCORE-ID-1       TO SCRSNAP-SCORE-ID(1).
040300     MOVE CLIDATA-RAW-SCORE-1      TO SCRSNAP-RAW-SCORE(1).
040400     MOVE CLIDATA-SCORE-ID-2       TO SCRSNAP-SCORE-ID(2).
040500     MOVE CLIDATA-RAW-SCORE-2      TO SCRSNAP-RAW-SCORE(2).
040600     MOVE CLIDATA-SCORE-ID-3       TO SCRSNAP-SCORE-ID(3).
040700     MOVE CLIDATA-RAW-SCORE-3      TO SCRSNAP-RAW-SCORE(3).
040800     MOVE CLIDATA-SCORE-ID-4       TO SCRSNAP-SCORE-ID(4).
040900     MOVE CLIDATA-RAW-SCORE-4      TO SCRSNAP-RAW-SCORE(4).
041000     MOVE CLIDATA-SCORE-ID-5       TO SCRSNAP-SCORE-ID(5).
041100     MOVE CLIDATA-RAW-SCORE-5      TO SCRSNAP-RAW-SCORE(5).
041200     MOVE CLIDATA-SCORE-ID-6       TO SCRSNAP-SCORE-ID(6).
041300     MOVE CLIDATA-RAW-SCORE-6      TO SCRSNAP-RAW-SCORE(6).
041400     WRITE SCRSNAP-RECORD.
041500     ADD 1 TO WS-RUNSTAT-WRITTEN.
041600     PERFORM 2310-COUNT-ONE-SLOT THRU 2310-EXIT
041700             VARYING WS-SLOT-IDX FROM 1 BY 1
041800             UNTIL WS-SLOT-IDX > 6.
041900 2300-EXIT.
042000     EXIT.
042100 2310-COUNT-ONE-SLOT.
042200     IF SCRSNAP-SCORE-ID(WS-SLOT-IDX) = ZERO
042300         GO TO 2310-EXIT
042400     END-IF.
042500     MOVE SCRSNAP-SCORE-ID(WS-SLOT-IDX)  TO WS-KEY-SCORE-ID.
042600     MOVE SCRSNAP-RAW-SCORE(WS-SLOT-IDX) TO WS-KEY-RAW-SCORE.
042700     PERFORM 2500-FIND-BAND THRU 2500-EXIT.
042800     IF WS-BAND-FOUND
042900         ADD 1 TO WS-ROW-CUR-COUNT(WS-BAND-IDX)
043000         ADD 1 TO WS-SCORE-COUNT
043100     ELSE
043200         ADD 1 TO WS-NO-BAND-COUNT
043300     END-IF.
043400 2310-EXIT.
043500     EXIT.
043600******************************************************************
043700*   2400 - THE OBSERVATION-POINT SCORES AGAINST TODAY'S          *
043800*           DELINQUENCY                                          *
043900******************************************************************
044000 2400-OBSERVE.
044100     PERFORM 2410-OBSERVE-ONE-SLOT THRU 2410-EXIT
044200             VARYING WS-SLOT-IDX FROM 1 BY 1
044300             UNTIL WS-SLOT-IDX > 6.
044400 2400-EXIT.
044500     EXIT.
044600 2410-OBSERVE-ONE-SLOT.
044700     IF OBS-SCORE-ID(WS-SLOT-IDX) = ZERO
044800         GO TO 2410-EXIT
044900     END-IF.
045000     MOVE OBS-SCORE-ID(WS-SLOT-IDX)  TO WS-KEY-SCORE-ID.
045100     MOVE OBS-RAW-SCORE(WS-SLOT-IDX) TO WS-KEY-RAW-SCORE.
045200     PERFORM 2500-FIND-BAND THRU 2500-EXIT.
045300     IF NOT WS-BAND-FOUND
045400         GO TO 2410-EXIT
045500     END-IF.
045600     ADD 1 TO WS-ROW-OBS-COUNT(WS-BAND-IDX).
045700     IF CLIDATA-PAYMENT-DELINQ-DAYS >= WS-BAD-DAYS
045800         ADD 1 TO WS-ROW-BAD-COUNT(WS-BAND-IDX)
045900     END-IF.
046000 2410-EXIT.
046100     EXIT.
046200******************************************************************
046300*   2500 - THE BASELINE BAND HOLDING THE KEY SCORE, IF ANY       *
046400******************************************************************
046500 2500-FIND-BAND.
046600     MOVE 'N' TO WS-BAND-FOUND-SW.
046700     PERFORM 2510-TEST-ONE-BAND THRU 2510-EXIT
046800             VARYING WS-BAND-IDX FROM 1 BY 1
046900             UNTIL WS-BAND-IDX > WS-ROW-COUNT
047000                OR WS-BAND-FOUND.
047100     IF WS-BAND-FOUND
047200         SUBTRACT 1 FROM WS-BAND-IDX
047300     END-IF.
047400 2500-EXIT.
047500     EXIT.
047600 2510-TEST-ONE-BAND.
047700     IF WS-ROW-SCORE-ID(WS-BAND-IDX) = WS-KEY-SCORE-ID
047800         AND WS-KEY-RAW-SCORE >= WS-ROW-BAND-LOW(WS-BAND-IDX)
047900         AND WS-KEY-RAW-SCORE <= WS-ROW-BAND-HIGH(WS-BAND-IDX)
048000         SET WS-BAND-FOUND TO TRUE
048100     END-IF.
048200 2510-EXIT.
048300     EXIT.
048400******************************************************************
048500*   4000 - INSERT A BASELINE BAND IN SCORECARD/BAND ORDER; A     *
048600*           DUPLICATE BAND OR A FULL TABLE DROPS THE CARD        *
048700******************************************************************
048800 4000-INSERT-ROW.
048900     MOVE 'N' TO WS-ROW-FOUND-SW.
049000     PERFORM 4100-TEST-ONE-ROW THRU 4100-EXIT
049100             VARYING WS-ROW-IDX FROM 1 BY 1
049200             UNTIL WS-ROW-IDX > WS-ROW-COUNT
049300                OR WS-ROW-FOUND
049400                OR WS-ROW-SCORE-ID(WS-ROW-IDX) > WS-KEY-SCORE-ID
049500                OR (WS-ROW-SCORE-ID(WS-ROW-IDX) = WS-KEY-SCORE-ID
049600                AND WS-ROW-BAND-LOW(WS-ROW-IDX)
049700                    > WS-KEY-BAND-LOW).
049800     IF WS-ROW-FOUND
049900         OR WS-ROW-COUNT >= WS-ROW-MAX
050000         ADD 1 TO WS-BASE-DROPPED-COUNT
050100         GO TO 4000-EXIT
050200     END-IF.
050300     PERFORM 4200-SHIFT-ONE-ROW THRU 4200-EXIT
050400             VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
050500             UNTIL WS-SHIFT-IDX < WS-ROW-IDX.
050600     ADD 1 TO WS-ROW-COUNT.
050700     INITIALIZE WS-ROW(WS-ROW-IDX).
050800     MOVE SCRBASE-SCORE-ID  TO WS-ROW-SCORE-ID(WS-ROW-IDX).
050900     MOVE SCRBASE-BAND-LOW  TO WS-ROW-BAND-LOW(WS-ROW-IDX).
051000     MOVE SCRBASE-BAND-HIGH TO WS-ROW-BAND-HIGH(WS-ROW-IDX).
051100     MOVE SCRBASE-BASE-PCT  TO WS-ROW-BASE-PCT(WS-ROW-IDX).
051200 4000-EXIT.
051300     EXIT.
051400 4100-TEST-ONE-ROW.
051500     IF WS-ROW-SCORE-ID(WS-ROW-IDX) = WS-KEY-SCORE-ID
051600         AND WS-ROW-BAND-LOW(WS-ROW-IDX) = WS-KEY-BAND-LOW
051700         SET WS-ROW-FOUND TO TRUE
051800     END-IF.
051900 4100-EXIT.
052000     EXIT.
052100 4200-SHIFT-ONE-ROW.
052200     IF WS-SHIFT-IDX > ZERO
052300         MOVE WS-ROW(WS-SHIFT-IDX) TO WS-ROW(WS-SHIFT-IDX + 1)
052400     END-IF.
052500 4200-EXIT.
052600     EXIT.
052700******************************************************************
052800*   7000 - ONE SCORECARD ENTRY PER SCORE-ID, SPANNING ITS BANDS  *
052900******************************************************************
053000 7000-BUILD-CARDS.
053100     IF WS-CARD-COUNT = ZERO
053200         OR WS-ROW-SCORE-ID(WS-ROW-IDX)
053300            NOT = WS-CARD-SCORE-ID(WS-CARD-COUNT)
053400         IF WS-CARD-COUNT >= WS-CARD-MAX
053500             GO TO 7000-EXIT
053600         END-IF
053700         ADD 1 TO WS-CARD-COUNT
053800         INITIALIZE WS-CARD(WS-CARD-COUNT)
053900         MOVE WS-ROW-SCORE-ID(WS-ROW-IDX)
054000              TO WS-CARD-SCORE-ID(WS-CARD-COUNT)
054100         MOVE WS-ROW-IDX TO WS-CARD-FIRST-ROW(WS-CARD-COUNT)
054200     END-IF.
054300     MOVE WS-ROW-IDX TO WS-CARD-LAST-ROW(WS-CARD-COUNT).
054400     ADD WS-ROW-CUR-COUNT(WS-ROW-IDX)
054500         TO WS-CARD-CUR-COUNT(WS-CARD-COUNT).
054600     ADD WS-ROW-OBS-COUNT(WS-ROW-IDX)
054700         TO WS-CARD-OBS-COUNT(WS-CARD-COUNT).
054800     ADD WS-ROW-BAD-COUNT(WS-ROW-IDX)
054900         TO WS-CARD-BAD-COUNT(WS-CARD-COUNT).
055000 7000-EXIT.
055100     EXIT.
055200******************************************************************
055300*   8000 - ONE REPORT BLOCK PER SCORECARD: ITS BANDS, THEN ITS   *
055400*           TOTAL LINE WITH THE PSI AND THE FLAG                 *
055500******************************************************************
055600 8000-PRINT-CARD.
055700     MOVE SPACES TO REPORT-LINE.
055800     WRITE REPORT-LINE.
055900     MOVE 'N'  TO WS-PREV-OBS-SW.
056000     MOVE ZERO TO WS-PREV-BAD-RATE.
056100     PERFORM 8100-PRINT-BAND THRU 8100-EXIT
056200             VARYING WS-ROW-IDX
056300             FROM WS-CARD-FIRST-ROW(WS-CARD-IDX) BY 1
056400             UNTIL WS-ROW-IDX > WS-CARD-LAST-ROW(WS-CARD-IDX).
056500     MOVE WS-CARD-SCORE-ID(WS-CARD-IDX)  TO WS-CTL-SCORE-ID.
056600     MOVE WS-CARD-CUR-COUNT(WS-CARD-IDX) TO WS-CTL-CUR-COUNT.
056700     MOVE WS-CARD-PSI(WS-CARD-IDX)       TO WS-CTL-PSI.
056800     MOVE WS-CARD-OBS-COUNT(WS-CARD-IDX) TO WS-CTL-OBS.
056900     MOVE WS-CARD-BAD-COUNT(WS-CARD-IDX) TO WS-CTL-BADS.
057000     MOVE ZERO TO WS-BAD-RATE.
057100     IF WS-CARD-OBS-COUNT(WS-CARD-IDX) > ZERO
057200         COMPUTE WS-BAD-RATE ROUNDED =
057300             WS-CARD-BAD-COUNT(WS-CARD-IDX) * 100
057400             / WS-CARD-OBS-COUNT(WS-CARD-IDX)
057500     END-IF.
057600     MOVE WS-BAD-RATE TO WS-CTL-BAD-RATE.
057700     EVALUATE TRUE
057800         WHEN WS-CARD-CUR-COUNT(WS-CARD-IDX) = ZERO
057900             MOVE 'NO SCORES' TO WS-CTL-FLAG
058000         WHEN WS-CARD-PSI(WS-CARD-IDX) >= WS-PSI-ALERT
058100             MOVE 'PSI ALERT' TO WS-CTL-FLAG
058200             ADD 1 TO WS-ALERT-COUNT
058300         WHEN WS-CARD-RANK-BREAKS(WS-CARD-IDX) > ZERO
058400             MOVE 'RANK ORDER' TO WS-CTL-FLAG
058500         WHEN OTHER
058600             MOVE SPACES TO WS-CTL-FLAG
058700     END-EVALUATE.
058800     IF WS-CARD-RANK-BREAKS(WS-CARD-IDX) > ZERO
058900         ADD 1 TO WS-RANK-CARD-COUNT
059000     END-IF.
059100     WRITE REPORT-LINE FROM WS-CARD-LINE.
059200 8000-EXIT.
059300     EXIT.
059400******************************************************************
059500*   8100 - ONE BAND: SHARE, PSI CONTRIBUTION AND BAD RATE        *
059600******************************************************************
059700 8100-PRINT-BAND.
059800     MOVE SPACES TO WS-BND-FLAG.
059900     MOVE WS-ROW-BAND-LOW(WS-ROW-IDX)  TO WS-BND-LOW.
060000     MOVE WS-ROW-BAND-HIGH(WS-ROW-IDX) TO WS-BND-HIGH.
060100     MOVE WS-ROW-BASE-PCT(WS-ROW-IDX)  TO WS-BND-BASE-PCT.
060200     MOVE WS-ROW-CUR-COUNT(WS-ROW-IDX) TO WS-BND-CUR-COUNT.
060300     MOVE ZERO TO WS-PCT.
060400     MOVE ZERO TO WS-PSI-BAND.
060500     IF WS-CARD-CUR-COUNT(WS-CARD-IDX) > ZERO
060600         COMPUTE WS-CUR-FRAC ROUNDED =
060700             WS-ROW-CUR-COUNT(WS-ROW-IDX)
060800             / WS-CARD-CUR-COUNT(WS-CARD-IDX)
060900         COMPUTE WS-PCT ROUNDED = WS-CUR-FRAC * 100
061000         COMPUTE WS-BASE-FRAC ROUNDED =
061100             WS-ROW-BASE-PCT(WS-ROW-IDX) / 100
061200         IF WS-CUR-FRAC < WS-FRAC-FLOOR
061300             MOVE WS-FRAC-FLOOR TO WS-CUR-FRAC
061400         END-IF
061500         IF WS-BASE-FRAC < WS-FRAC-FLOOR
061600             MOVE WS-FRAC-FLOOR TO WS-BASE-FRAC
061700         END-IF
061800         COMPUTE WS-PSI-BAND ROUNDED =
061900             (WS-CUR-FRAC - WS-BASE-FRAC)
062000             * FUNCTION LOG(WS-CUR-FRAC / WS-BASE-FRAC)
062100         ADD WS-PSI-BAND TO WS-CARD-PSI(WS-CARD-IDX)
062200     END-IF.
062300     MOVE WS-PCT      TO WS-BND-CUR-PCT.
062400     MOVE WS-PSI-BAND TO WS-BND-PSI.
062500     MOVE WS-ROW-OBS-COUNT(WS-ROW-IDX) TO WS-BND-OBS.
062600     MOVE WS-ROW-BAD-COUNT(WS-ROW-IDX) TO WS-BND-BADS.
062700     MOVE ZERO TO WS-BAD-RATE.
062800     IF WS-ROW-OBS-COUNT(WS-ROW-IDX) > ZERO
062900         COMPUTE WS-BAD-RATE ROUNDED =
063000             WS-ROW-BAD-COUNT(WS-ROW-IDX) * 100
063100             / WS-ROW-OBS-COUNT(WS-ROW-IDX)
063200         IF WS-PREV-HAS-OBS
063300             AND WS-BAD-RATE > WS-PREV-BAD-RATE
063400             MOVE 'RANK BREAK' TO WS-BND-FLAG
063500             ADD 1 TO WS-CARD-RANK-BREAKS(WS-CARD-IDX)
063600         END-IF
063700         MOVE WS-BAD-RATE TO WS-PREV-BAD-RATE
063800         SET WS-PREV-HAS-OBS TO TRUE
063900     END-IF.
064000     MOVE WS-BAD-RATE TO WS-BND-BAD-RATE.
064100     WRITE REPORT-LINE FROM WS-BAND-LINE.
064200 8100-EXIT.
064300     EXIT.
064400******************************************************************
064500*                 9000 - TOTALS AND TERMINATION                  *
064600******************************************************************
064700 9000-TERMINATE.
064800     IF WS-OBS-READ-COUNT = ZERO
064900         WRITE REPORT-LINE FROM WS-NO-OBS-LINE
065000     END-IF.
065100     PERFORM 8000-PRINT-CARD THRU 8000-EXIT
065200             VARYING WS-CARD-IDX FROM 1 BY 1
065300             UNTIL WS-CARD-IDX > WS-CARD-COUNT.
065400     MOVE SPACES TO REPORT-LINE.
065500     WRITE REPORT-LINE.
065600     MOVE WS-ACCOUNT-COUNT   TO WS-TOT-ACCOUNTS.
065700     MOVE WS-SCORE-COUNT     TO WS-TOT-SCORES.
065800     MOVE WS-NO-BAND-COUNT   TO WS-TOT-NO-BAND.
065900     MOVE WS-OBS-GONE-COUNT  TO WS-TOT-OBS-GONE.
066000     MOVE WS-ALERT-COUNT     TO WS-TOT-ALERTS.
066100     MOVE WS-RANK-CARD-COUNT TO WS-TOT-RANK.
066200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
066300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
066400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
066500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
066600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
066700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
066800     IF WS-ALERT-COUNT NOT = ZERO
066900         DISPLAY 'CLI072S - SCORECARDS PAST THE PSI ALERT LINE : '
067000                 WS-ALERT-COUNT
067100         MOVE 8 TO RETURN-CODE
067200     END-IF.
067300     CLOSE CLIDATA-FILE.
067400     CLOSE SCR-PRIOR-FILE.
067500     CLOSE SCR-SNAP-FILE.
067600     CLOSE REPORT-FILE.
067700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
067800 9000-EXIT.
067900     EXIT.
068000******************************************************************
068100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
068200******************************************************************
068300 9900-WRITE-RUN-STATS.
068400     OPEN OUTPUT RUNLOG-FILE.
068500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
068600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
068700     MOVE SPACES                 TO RUNSTAT-ENTRY.
068800     MOVE 'CLI072S'              TO RUNSTAT-PROGRAM-ID.
068900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
069000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
069100     MOVE WS-RUNSTAT-START-RAW(1:6)
069200         TO RUNSTAT-START-TIME.
069300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
069400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
069500     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
069600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
069700     WRITE RUNSTAT-ENTRY.
069800     CLOSE RUNLOG-FILE.
069900 9900-EXIT.
070000     EXIT.
070100******************************************************************
070200*                      END OF PROGRAM                            *
070300******************************************************************
