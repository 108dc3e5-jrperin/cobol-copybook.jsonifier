000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT018V                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       RISK SYSTEMS GROUP.                              *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     CARD-TESTING AND TRANSACTION-VELOCITY FRAUD MONITOR. THE   *
001400*     NIGHT'S PARSED TRANSACTION EXTRACT (DATTXNX) IS TAKEN ONE  *
001500*     ACCOUNT AT A TIME AND EACH TRANSACTION DATE OF THE         *
001600*     ACCOUNT'S DEBIT POSTINGS IS COUNTED: POSTINGS, DISTINCT    *
001700*     MERCHANTS, DISTINCT MERCHANT CITIES, AMOUNTS UNDER THE     *
001800*     TEST-AMOUNT LINE AND FOREIGN-CURRENCY POSTINGS (CURRENCY   *
001900*     PRESENT AND NOT THE LOCAL 'BRL', AS IN DAT011F). EACH DAY  *
002000*     IS SCORED AGAINST THE ACCOUNT'S NORMAL PATTERN:            *
002100*       T - POSTINGS AT LEAST TXNMIN AND OVER VELMULT TIMES THE  *
002200*           NORMAL DAILY POSTINGS;                               *
002300*       M - MERCHANTS AT LEAST MCHMIN AND OVER VELMULT TIMES     *
002400*           THE NORMAL;                                          *
002500*       C - CITIES AT LEAST CITYMIN AND OVER VELMULT TIMES THE   *
002600*           NORMAL;                                              *
002700*       S - AT LEAST SMALLMIN AMOUNTS UNDER TESTAMT;             *
002800*       F - FOREIGN-CURRENCY SPEND ON AN ACCOUNT NEVER SEEN      *
002900*           SPENDING ABROAD;                                     *
003000*       P - THE DAY'S SPEND OVER SPNDPCT PERCENT OF THE AVERAGE  *
003100*           CYCLE SPEND ON THE DATTRND SPENDING-TREND MASTER     *
003200*           (ONLY WITH THREE OR MORE CYCLES HELD, AS DAT014M).   *
003300*     EACH RULE CARRIES ITS OWN POINTS AND EVERY THRESHOLD IS A  *
003400*     RUN-CONTROL KEY OF THIS PROGRAM. THE NORMAL DAILY COUNTS   *
003500*     LIVE ON THE DATVELP VELOCITY PROFILE, CARRIED RUN OVER     *
003600*     RUN HERE (.NEW SWAP, AS DAT010A CARRIES DATMTRD) AS        *
003700*     RUNNING AVERAGES OVER AT MOST VELDAYS ACTIVE DAYS. AN      *
003800*     ACCOUNT WHOSE WORST DAY SCORES AT OR OVER ALERTSC GOES TO  *
003900*     THE FRAUD DESK ON THE DATVELA ALERT FILE WITH THAT DAY'S   *
004000*     POSTINGS LISTED. ALERTS ARE WORK FOR THE DESK AND DO NOT   *
004100*     SET THE RETURN CODE; A FULL WORK TABLE ENDS RC=8.          *
004200*----------------------------------------------------------------*
004300* MODIFICATION HISTORY.                                          *
004400*     2026-10-15  RSG  ORIGINAL VERSION.                        *
004410*     2026-10-15  RSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
004420*                      THE RUN-CONTROL DATASET MAKES THE         *
004430*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
004440*                      STAMPS THE REPORT AS A REPLAY AND         *
004450*                      SUPPRESSES THE RUN-LOG ENTRY.             *
004500******************************************************************
004600 PROGRAM-ID.    DAT018V.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DATTXNX-FILE  ASSIGN TO DATTXNX
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL DATTRND-FILE ASSIGN TO DATTRND
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL PRIOR-PROFILE-FILE ASSIGN TO VELPIN
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT NEW-PROFILE-FILE ASSIGN TO VELPOUT
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT DATVELA-FILE  ASSIGN TO DATVELA
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REPORT-FILE   ASSIGN TO DAT018RP
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  DATTXNX-FILE.
006900     COPY "DATTXNX.cpy".
007000 FD  DATTRND-FILE.
007100     COPY "DATTRND.cpy"
007200         REPLACING ==:DATTRND:== BY ==DATTRND== .
007300 FD  PRIOR-PROFILE-FILE.
007400     COPY "DATVELP.cpy"
007500         REPLACING ==:DATVELP:== BY ==PRIOR== .
007600 FD  NEW-PROFILE-FILE.
007700     COPY "DATVELP.cpy"
007800         REPLACING ==:DATVELP:== BY ==DATVELP== .
007900 FD  DATVELA-FILE.
008000     COPY "DATVELA.cpy".
008100 FD  REPORT-FILE.
008200 01  REPORT-LINE                        PIC X(132).
008300 FD  RUNPARM-FILE.
008400     COPY "RUNPARM.cpy".
008500 FD  RUNLOG-FILE.
008600     COPY "RUNSTAT.cpy".
008700 WORKING-STORAGE SECTION.
008800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
009000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
009100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
009200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
009300 77  WS-TXN-EOF-SW                      PIC X(01)   VALUE 'N'.
009400     88  WS-TXN-EOF                                 VALUE 'Y'.
009500 77  WS-TRD-EOF-SW                      PIC X(01)   VALUE 'N'.
009600     88  WS-TRD-EOF                                 VALUE 'Y'.
009700 77  WS-PRI-EOF-SW                      PIC X(01)   VALUE 'N'.
009800     88  WS-PRI-EOF                                 VALUE 'Y'.
009900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010000     88  WS-PARM-EOF                                VALUE 'Y'.
010010 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
010020     88  WS-REPLAY-RUN                              VALUE 'Y'.
010030 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
010100 77  WS-LOCAL-CURRENCY                  PIC X(03)   VALUE 'BRL'.
010200 77  WS-TXN-MIN                         PIC 9(03)   VALUE 005.
010300 77  WS-MERCHANT-MIN                    PIC 9(03)   VALUE 004.
010400 77  WS-CITY-MIN                        PIC 9(03)   VALUE 003.
010500 77  WS-VELOCITY-MULT                   PIC 9(03)   VALUE 003.
010600 77  WS-TEST-AMOUNT-CENTS               PIC 9(09)   VALUE 200.
010700 77  WS-SMALL-MIN                       PIC 9(03)   VALUE 003.
010800 77  WS-SPEND-PCT                       PIC 9(03)   VALUE 050.
010900 77  WS-PROFILE-DAYS                    PIC 9(05)   VALUE 00090.
011000 77  WS-ALERT-SCORE                     PIC 9(03)   VALUE 050.
011100 77  WS-PTS-TXNS                        PIC 9(03)   VALUE 025.
011200 77  WS-PTS-MERCHANTS                   PIC 9(03)   VALUE 020.
011300 77  WS-PTS-CITIES                      PIC 9(03)   VALUE 015.
011400 77  WS-PTS-SMALL                       PIC 9(03)   VALUE 030.
011500 77  WS-PTS-FOREIGN                     PIC 9(03)   VALUE 020.
011600 77  WS-PTS-SPEND                       PIC 9(03)   VALUE 015.
011700 77  WS-TEST-AMOUNT                     PIC 9(07)V99 VALUE ZERO.
011800 77  WS-ACT-COUNT                       PIC 9(04)   VALUE ZERO.
011900 77  WS-ACT-MAX                         PIC 9(04)   VALUE 1000.
012000 77  WS-ACT-IDX                         PIC 9(04)   VALUE ZERO.
012100 77  WS-ACT-PREV-IDX                    PIC 9(04)   VALUE ZERO.
012200 77  WS-DAY-COUNT                       PIC 9(03)   VALUE ZERO.
012300 77  WS-DAY-MAX                         PIC 9(03)   VALUE 031.
012400 77  WS-DAY-IDX                         PIC 9(03)   VALUE ZERO.
012500 77  WS-WORST-IDX                       PIC 9(03)   VALUE ZERO.
012600 77  WS-CYC-IDX                         PIC 9(02)   VALUE ZERO.
012700 77  WS-SEEN-SW                         PIC X(01)   VALUE 'N'.
012800     88  WS-SEEN                                    VALUE 'Y'.
012900 77  WS-FOREIGN-BEFORE-SW               PIC X(01)   VALUE 'N'.
013000     88  WS-FOREIGN-BEFORE                          VALUE 'Y'.
013100 77  WS-NORMAL-LIMIT                    PIC 9(07)V99 VALUE ZERO.
013200 77  WS-CYCLE-SPEND-TOTAL               PIC S9(15)V99 VALUE ZERO.
013300 77  WS-NORMAL-CYCLE-SPEND              PIC S9(13)V99 VALUE ZERO.
013400 77  WS-SPEND-LINE                      PIC S9(15)V99 VALUE ZERO.
013500 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
013600 77  WS-DEBIT-COUNT                     PIC 9(09)   VALUE ZERO.
013700 77  WS-DAYS-SCORED                     PIC 9(09)   VALUE ZERO.
013800 77  WS-PROFILE-NEW-COUNT               PIC 9(09)   VALUE ZERO.
013900 77  WS-PROFILE-OUT-COUNT               PIC 9(09)   VALUE ZERO.
014000 77  WS-ALERT-COUNT                     PIC 9(07)   VALUE ZERO.
014100 77  WS-HIT-TXNS-COUNT                  PIC 9(07)   VALUE ZERO.
014200 77  WS-HIT-MERCHANTS-COUNT             PIC 9(07)   VALUE ZERO.
014300 77  WS-HIT-CITIES-COUNT                PIC 9(07)   VALUE ZERO.
014400 77  WS-HIT-SMALL-COUNT                 PIC 9(07)   VALUE ZERO.
014500 77  WS-HIT-FOREIGN-COUNT               PIC 9(07)   VALUE ZERO.
014600 77  WS-HIT-SPEND-COUNT                 PIC 9(07)   VALUE ZERO.
014700 77  WS-ACT-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
014800 77  WS-DAY-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
014900 01  WS-CUR-KEY.
015000     05  WS-CUR-ORG                     PIC 999.
015100     05  WS-CUR-ACCT                    PIC X(19).
015200 01  WS-TXN-KEY.
015300     05  WS-TXN-ORG                     PIC 999.
015400     05  WS-TXN-ACCT                    PIC X(19).
015500 01  WS-PRI-KEY                         PIC X(22)   VALUE SPACES.
015600 01  WS-TRD-KEY                         PIC X(22)   VALUE SPACES.
015700 01  WS-ACCOUNT-TABLE.
015800     05  WS-ACT-ENTRY OCCURS 1000 TIMES.
015900         10  WS-ACT-STMT-ID-CODE        PIC S9(7).
016000         10  WS-ACT-REC-NBR             PIC S9(4).
016100         10  WS-ACT-TXN-DATE            PIC 9(08).
016200         10  WS-ACT-AMOUNT              PIC S9(13)V99.
016300         10  WS-ACT-CURRENCY-CODE       PIC X(03).
016400         10  WS-ACT-MERCHANT-NAME       PIC X(40).
016500         10  WS-ACT-MERCHANT-CITY       PIC X(25).
016600         10  WS-ACT-MERCHANT-CATEGORY   PIC 9(04).
016700         10  WS-ACT-DAY-IDX             PIC 9(03).
016800         10  WS-ACT-SMALL-FLAG          PIC X(01).
016900         10  WS-ACT-FOREIGN-FLAG        PIC X(01).
017000 01  WS-DAY-TABLE.
017100     05  WS-DAY-ENTRY OCCURS 31 TIMES.
017200         10  WS-DAY-DATE                PIC 9(08).
017300         10  WS-DAY-TXNS                PIC 9(05).
017400         10  WS-DAY-MERCHANTS           PIC 9(05).
017500         10  WS-DAY-CITIES              PIC 9(05).
017600         10  WS-DAY-SMALL               PIC 9(05).
017700         10  WS-DAY-FOREIGN             PIC 9(05).
017800         10  WS-DAY-SPEND               PIC S9(13)V99.
017900         10  WS-DAY-SCORE               PIC 9(03).
018000         10  WS-DAY-RULES.
018100             15  WS-DAY-RULE-TXNS       PIC X(01).
018200             15  WS-DAY-RULE-MERCHANTS  PIC X(01).
018300             15  WS-DAY-RULE-CITIES     PIC X(01).
018400             15  WS-DAY-RULE-SMALL      PIC X(01).
018500             15  WS-DAY-RULE-FOREIGN    PIC X(01).
018600             15  WS-DAY-RULE-SPEND      PIC X(01).
018700 01  WS-CURRENT-DATE-TIME.
018800     05  WS-CURRENT-DATE                PIC 9(08).
018900     05  FILLER                         PIC X(14).
019000 01  WS-HEADING-LINE.
019100     05  FILLER                         PIC X(46)
019200         VALUE 'DAT018V - TRANSACTION-VELOCITY FRAUD ALERTS  '.
019300     05  FILLER                         PIC X(10)
019400         VALUE 'RUN DATE: '.
019500     05  WS-HDG-RUN-DATE                PIC 9(08).
019600     05  FILLER                         PIC X(68)   VALUE SPACES.
019700 01  WS-COLUMN-LINE.
019800     05  FILLER                         PIC X(40)
019900         VALUE 'ACCOUNT              DAY     SCORE  RULE'.
020000     05  FILLER                         PIC X(40)
020100         VALUE 'S     TXNS   MERCH  CITIES   SMALL      '.
020200     05  FILLER                         PIC X(40)
020300         VALUE 'FX        DAY SPEND  NORM TXNS          '.
020400     05  FILLER                         PIC X(12)   VALUE SPACES.
020410 01  WS-REPLAY-LINE.
020420     05  FILLER                         PIC X(31)
020430         VALUE '*** REPLAY RUN - BUSINESS DATE '.
020440     05  WS-RPL-DATE                    PIC 9(08).
020450     05  FILLER                         PIC X(30)
020460         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
020470     05  FILLER                         PIC X(63)   VALUE SPACES.
020500 01  WS-DETAIL-LINE.
020600     05  WS-DTL-ACCOUNT                 PIC X(19).
020700     05  FILLER                         PIC X(02)   VALUE SPACES.
020800     05  WS-DTL-DATE                    PIC 9(08).
020900     05  FILLER                         PIC X(02)   VALUE SPACES.
021000     05  WS-DTL-SCORE                   PIC ZZ9.
021100     05  FILLER                         PIC X(02)   VALUE SPACES.
021200     05  WS-DTL-RULES                   PIC X(06).
021300     05  FILLER                         PIC X(02)   VALUE SPACES.
021400     05  WS-DTL-TXNS                    PIC ZZ,ZZ9.
021500     05  FILLER                         PIC X(02)   VALUE SPACES.
021600     05  WS-DTL-MERCHANTS               PIC ZZ,ZZ9.
021700     05  FILLER                         PIC X(02)   VALUE SPACES.
021800     05  WS-DTL-CITIES                  PIC ZZ,ZZ9.
021900     05  FILLER                         PIC X(02)   VALUE SPACES.
022000     05  WS-DTL-SMALL                   PIC ZZ,ZZ9.
022100     05  FILLER                         PIC X(02)   VALUE SPACES.
022200     05  WS-DTL-FOREIGN                 PIC ZZ,ZZ9.
022300     05  FILLER                         PIC X(02)   VALUE SPACES.
022400     05  WS-DTL-SPEND                   PIC -ZZZ,ZZZ,ZZ9.99.
022500     05  FILLER                         PIC X(02)   VALUE SPACES.
022600     05  WS-DTL-NORMAL-TXNS             PIC ZZ,ZZ9.99.
022700     05  FILLER                         PIC X(22)   VALUE SPACES.
022800 01  WS-TOTAL-LINE.
022900     05  WS-TOT-LABEL                   PIC X(40).
023000     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER                         PIC X(81)   VALUE SPACES.
023200******************************************************************
023300*                 PROCEDURE DIVISION                            *
023400******************************************************************
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
023800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
023900     PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
024000             UNTIL WS-TXN-EOF.
024100     PERFORM 2520-CARRY-ONE-PROFILE THRU 2520-EXIT
024200             UNTIL WS-PRI-EOF.
024300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
024400     GOBACK.
024500 0000-EXIT.
024600     EXIT.
024700 1000-INITIALIZE.
024800     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
024900     COMPUTE WS-TEST-AMOUNT = WS-TEST-AMOUNT-CENTS / 100.
025000     IF WS-PROFILE-DAYS = ZERO
025100         MOVE 1 TO WS-PROFILE-DAYS
025200     END-IF.
025300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025310     IF WS-REPLAY-RUN
025320         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
025330     END-IF.
025400     OPEN INPUT  DATTXNX-FILE.
025500     OPEN INPUT  DATTRND-FILE.
025600     OPEN INPUT  PRIOR-PROFILE-FILE.
025700     OPEN OUTPUT NEW-PROFILE-FILE.
025800     OPEN OUTPUT DATVELA-FILE.
025900     OPEN OUTPUT REPORT-FILE.
026000     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
026100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
026200     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
026210     IF WS-REPLAY-RUN
026220         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
026230         WRITE REPORT-LINE FROM WS-REPLAY-LINE
026240     END-IF.
026300     PERFORM 2100-READ-TXN     THRU 2100-EXIT.
026400     PERFORM 2510-READ-PROFILE THRU 2510-EXIT.
026500     PERFORM 2610-READ-TREND   THRU 2610-EXIT.
026600 1000-EXIT.
026700     EXIT.
026800******************************************************************
026900*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
027000******************************************************************
027100 1500-LOAD-RUN-PARMS.
027200     OPEN INPUT RUNPARM-FILE.
027300     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
027400             UNTIL WS-PARM-EOF.
027500     CLOSE RUNPARM-FILE.
027600 1500-EXIT.
027700     EXIT.
027800 1510-READ-ONE-PARM.
027900     READ RUNPARM-FILE
028000         AT END
028100             SET WS-PARM-EOF TO TRUE
028200             GO TO 1510-EXIT
028300     END-READ.
028310     IF RUNPARM-PROGRAM-ID = 'REPLAY  '
028320         AND RUNPARM-KEY = 'BUSDATE '
028330         MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
028340         SET WS-REPLAY-RUN TO TRUE
028350         DISPLAY 'DAT018V - REPLAY RUN FOR BUSINESS DATE '
028360                 WS-REPLAY-DATE
028370         GO TO 1510-EXIT
028380     END-IF.
028400     IF RUNPARM-PROGRAM-ID NOT = 'DAT018V '
028500         GO TO 1510-EXIT
028600     END-IF.
028700     EVALUATE RUNPARM-KEY
028800         WHEN 'TXNMIN  '
028900             MOVE RUNPARM-VALUE-NUM TO WS-TXN-MIN
029000         WHEN 'MCHMIN  '
029100             MOVE RUNPARM-VALUE-NUM TO WS-MERCHANT-MIN
029200         WHEN 'CITYMIN '
029300             MOVE RUNPARM-VALUE-NUM TO WS-CITY-MIN
029400         WHEN 'VELMULT '
029500             MOVE RUNPARM-VALUE-NUM TO WS-VELOCITY-MULT
029600         WHEN 'TESTAMT '
029700             MOVE RUNPARM-VALUE-NUM TO WS-TEST-AMOUNT-CENTS
029800         WHEN 'SMALLMIN'
029900             MOVE RUNPARM-VALUE-NUM TO WS-SMALL-MIN
030000         WHEN 'SPNDPCT '
030100             MOVE RUNPARM-VALUE-NUM TO WS-SPEND-PCT
030200         WHEN 'VELDAYS '
030300             MOVE RUNPARM-VALUE-NUM TO WS-PROFILE-DAYS
030400         WHEN 'ALERTSC '
030500             MOVE RUNPARM-VALUE-NUM TO WS-ALERT-SCORE
030600         WHEN 'PTSTXN  '
030700             MOVE RUNPARM-VALUE-NUM TO WS-PTS-TXNS
030800         WHEN 'PTSMCH  '
030900             MOVE RUNPARM-VALUE-NUM TO WS-PTS-MERCHANTS
031000         WHEN 'PTSCITY '
031100             MOVE RUNPARM-VALUE-NUM TO WS-PTS-CITIES
031200         WHEN 'PTSSMALL'
031300             MOVE RUNPARM-VALUE-NUM TO WS-PTS-SMALL
031400         WHEN 'PTSFX   '
031500             MOVE RUNPARM-VALUE-NUM TO WS-PTS-FOREIGN
031600         WHEN 'PTSSPND '
031700             MOVE RUNPARM-VALUE-NUM TO WS-PTS-SPEND
031800         WHEN OTHER
031900             GO TO 1510-EXIT
032000     END-EVALUATE.
032100     DISPLAY 'DAT018V - ' RUNPARM-KEY ' SET TO '
032200             RUNPARM-VALUE ' BY RUN PARAMETER'.
032300 1510-EXIT.
032400     EXIT.
032500******************************************************************
032600*   2000 - GATHER ONE ACCOUNT'S DEBIT POSTINGS BY DAY, SCORE     *
032700*           EACH DAY, ALERT ON THE WORST AND ROLL THE PROFILE    *
032800******************************************************************
032900 2000-PROCESS-ACCOUNT.
033000     MOVE WS-TXN-KEY TO WS-CUR-KEY.
033100     MOVE ZERO TO WS-ACT-COUNT.
033200     MOVE ZERO TO WS-DAY-COUNT.
033300     ADD 1 TO WS-ACCOUNT-COUNT.
033400     PERFORM 2200-COLLECT-ONE-TXN THRU 2200-EXIT
033500             UNTIL WS-TXN-EOF
033600                OR WS-TXN-KEY NOT = WS-CUR-KEY.
033700     IF WS-ACT-COUNT = ZERO
033800         GO TO 2000-EXIT
033900     END-IF.
034000     PERFORM 2500-POSITION-PROFILE THRU 2500-EXIT.
034100     PERFORM 2600-POSITION-TREND   THRU 2600-EXIT.
034200     MOVE ZERO TO WS-WORST-IDX.
034300     PERFORM 3000-SCORE-ONE-DAY THRU 3000-EXIT
034400             VARYING WS-DAY-IDX FROM 1 BY 1
034500             UNTIL WS-DAY-IDX > WS-DAY-COUNT.
034600     IF WS-DAY-SCORE(WS-WORST-IDX) >= WS-ALERT-SCORE
034700         AND WS-DAY-SCORE(WS-WORST-IDX) > ZERO
034800         PERFORM 4000-RAISE-ALERT THRU 4000-EXIT
034900     END-IF.
035000     PERFORM 5000-ROLL-ONE-DAY THRU 5000-EXIT
035100             VARYING WS-DAY-IDX FROM 1 BY 1
035200             UNTIL WS-DAY-IDX > WS-DAY-COUNT.
035300     WRITE DATVELP-RECORD.
035400     ADD 1 TO WS-PROFILE-OUT-COUNT.
035500 2000-EXIT.
035600     EXIT.
035700 2100-READ-TXN.
035800     READ DATTXNX-FILE
035900         AT END SET WS-TXN-EOF TO TRUE
036000         NOT AT END
036100             ADD 1 TO WS-RUNSTAT-READ
036200             MOVE DATTXNX-ORG  TO WS-TXN-ORG
036300             MOVE DATTXNX-ACCT TO WS-TXN-ACCT
036400     END-READ.
036500 2100-EXIT.
036600     EXIT.
036700******************************************************************
036800*   2200 - TABLE ONE DEBIT POSTING UNDER ITS TRANSACTION DATE    *
036900******************************************************************
037000 2200-COLLECT-ONE-TXN.
037100     IF NOT DATTXNX-IS-TRANSACTION
037200         OR DATTXNX-TXN-AMOUNT NOT > ZERO
037300         GO TO 2200-READ-NEXT
037400     END-IF.
037500     ADD 1 TO WS-DEBIT-COUNT.
037600     IF WS-ACT-COUNT >= WS-ACT-MAX
037700         ADD 1 TO WS-ACT-DROPPED-COUNT
037800         GO TO 2200-READ-NEXT
037900     END-IF.
038000     PERFORM 2300-FIND-DAY THRU 2300-EXIT.
038100     IF WS-DAY-IDX = ZERO
038200         ADD 1 TO WS-DAY-DROPPED-COUNT
038300         GO TO 2200-READ-NEXT
038400     END-IF.
038500     ADD 1 TO WS-ACT-COUNT.
038600     MOVE DATTXNX-STMT-ID-CODE
038700                         TO WS-ACT-STMT-ID-CODE(WS-ACT-COUNT).
038800     MOVE DATTXNX-REC-NBR       TO WS-ACT-REC-NBR(WS-ACT-COUNT).
038900     MOVE DATTXNX-TXN-DATE      TO WS-ACT-TXN-DATE(WS-ACT-COUNT).
039000     MOVE DATTXNX-TXN-AMOUNT    TO WS-ACT-AMOUNT(WS-ACT-COUNT).
039100     MOVE DATTXNX-CURRENCY-CODE
039200                         TO WS-ACT-CURRENCY-CODE(WS-ACT-COUNT).
039300     MOVE DATTXNX-MERCHANT-NAME
039400                         TO WS-ACT-MERCHANT-NAME(WS-ACT-COUNT).
039500     MOVE DATTXNX-MERCHANT-CITY
039600                         TO WS-ACT-MERCHANT-CITY(WS-ACT-COUNT).
039700     MOVE DATTXNX-MERCHANT-CATEGORY
039800                 TO WS-ACT-MERCHANT-CATEGORY(WS-ACT-COUNT).
039900     MOVE WS-DAY-IDX            TO WS-ACT-DAY-IDX(WS-ACT-COUNT).
040000     MOVE SPACE TO WS-ACT-SMALL-FLAG(WS-ACT-COUNT).
040100     MOVE SPACE TO WS-ACT-FOREIGN-FLAG(WS-ACT-COUNT).
040200     ADD 1 TO WS-DAY-TXNS(WS-DAY-IDX).
040300     ADD DATTXNX-TXN-AMOUNT TO WS-DAY-SPEND(WS-DAY-IDX).
040400     IF DATTXNX-TXN-AMOUNT < WS-TEST-AMOUNT
040500         MOVE 'S' TO WS-ACT-SMALL-FLAG(WS-ACT-COUNT)
040600         ADD 1 TO WS-DAY-SMALL(WS-DAY-IDX)
040700     END-IF.
040800     IF DATTXNX-CURRENCY-CODE NOT = SPACES
040900         AND DATTXNX-CURRENCY-CODE NOT = WS-LOCAL-CURRENCY
041000         MOVE 'F' TO WS-ACT-FOREIGN-FLAG(WS-ACT-COUNT)
041100         ADD 1 TO WS-DAY-FOREIGN(WS-DAY-IDX)
041200     END-IF.
041300     PERFORM 2400-COUNT-DISTINCT THRU 2400-EXIT.
041400 2200-READ-NEXT.
041500     PERFORM 2100-READ-TXN THRU 2100-EXIT.
041600 2200-EXIT.
041700     EXIT.
041800******************************************************************
041900*   2300 - FIND OR ADD THE POSTING'S TRANSACTION DATE            *
042000******************************************************************
042100 2300-FIND-DAY.
042200     PERFORM 2310-MATCH-ONE-DAY THRU 2310-EXIT
042300             VARYING WS-DAY-IDX FROM 1 BY 1
042400             UNTIL WS-DAY-IDX > WS-DAY-COUNT
042500                OR WS-DAY-DATE(WS-DAY-IDX) = DATTXNX-TXN-DATE.
042600     IF WS-DAY-IDX <= WS-DAY-COUNT
042700         GO TO 2300-EXIT
042800     END-IF.
042900     IF WS-DAY-COUNT >= WS-DAY-MAX
043000         MOVE ZERO TO WS-DAY-IDX
043100         GO TO 2300-EXIT
043200     END-IF.
043300     ADD 1 TO WS-DAY-COUNT.
043400     MOVE WS-DAY-COUNT     TO WS-DAY-IDX.
043500     MOVE DATTXNX-TXN-DATE TO WS-DAY-DATE(WS-DAY-IDX).
043600     MOVE ZERO TO WS-DAY-TXNS(WS-DAY-IDX).
043700     MOVE ZERO TO WS-DAY-MERCHANTS(WS-DAY-IDX).
043800     MOVE ZERO TO WS-DAY-CITIES(WS-DAY-IDX).
043900     MOVE ZERO TO WS-DAY-SMALL(WS-DAY-IDX).
044000     MOVE ZERO TO WS-DAY-FOREIGN(WS-DAY-IDX).
044100     MOVE ZERO TO WS-DAY-SPEND(WS-DAY-IDX).
044200     MOVE ZERO TO WS-DAY-SCORE(WS-DAY-IDX).
044300     MOVE SPACES TO WS-DAY-RULES(WS-DAY-IDX).
044400 2300-EXIT.
044500     EXIT.
044600 2310-MATCH-ONE-DAY.
044700     CONTINUE.
044800 2310-EXIT.
044900     EXIT.
045000******************************************************************
045100*   2400 - A MERCHANT OR CITY COUNTS ONCE PER DAY: ONLY WHEN NO  *
045200*           EARLIER POSTING OF THE SAME DAY CARRIED IT           *
045300******************************************************************
045400 2400-COUNT-DISTINCT.
045500     MOVE 'N' TO WS-SEEN-SW.
045600     PERFORM 2410-TEST-MERCHANT THRU 2410-EXIT
045700             VARYING WS-ACT-PREV-IDX FROM 1 BY 1
045800             UNTIL WS-ACT-PREV-IDX >= WS-ACT-COUNT
045900                OR WS-SEEN.
046000     IF NOT WS-SEEN
046100         ADD 1 TO WS-DAY-MERCHANTS(WS-DAY-IDX)
046200     END-IF.
046300     MOVE 'N' TO WS-SEEN-SW.
046400     PERFORM 2420-TEST-CITY THRU 2420-EXIT
046500             VARYING WS-ACT-PREV-IDX FROM 1 BY 1
046600             UNTIL WS-ACT-PREV-IDX >= WS-ACT-COUNT
046700                OR WS-SEEN.
046800     IF NOT WS-SEEN
046900         ADD 1 TO WS-DAY-CITIES(WS-DAY-IDX)
047000     END-IF.
047100 2400-EXIT.
047200     EXIT.
047300 2410-TEST-MERCHANT.
047400     IF WS-ACT-DAY-IDX(WS-ACT-PREV-IDX) = WS-DAY-IDX
047500         AND WS-ACT-MERCHANT-NAME(WS-ACT-PREV-IDX)
047600                         = WS-ACT-MERCHANT-NAME(WS-ACT-COUNT)
047700         SET WS-SEEN TO TRUE
047800     END-IF.
047900 2410-EXIT.
048000     EXIT.
048100 2420-TEST-CITY.
048200     IF WS-ACT-DAY-IDX(WS-ACT-PREV-IDX) = WS-DAY-IDX
048300         AND WS-ACT-MERCHANT-CITY(WS-ACT-PREV-IDX)
048400                         = WS-ACT-MERCHANT-CITY(WS-ACT-COUNT)
048500         SET WS-SEEN TO TRUE
048600     END-IF.
048700 2420-EXIT.
048800     EXIT.
048900******************************************************************
049000*   2500 - CARRY FORWARD THE PROFILES OF ACCOUNTS WITH NO        *
049100*           POSTINGS TONIGHT, THEN TAKE OR START THIS ACCOUNT'S  *
049200******************************************************************
049300 2500-POSITION-PROFILE.
049400     PERFORM 2520-CARRY-ONE-PROFILE THRU 2520-EXIT
049500             UNTIL WS-PRI-KEY NOT < WS-CUR-KEY.
049600     IF WS-PRI-KEY = WS-CUR-KEY
049700         MOVE PRIOR-RECORD TO DATVELP-RECORD
049800         PERFORM 2510-READ-PROFILE THRU 2510-EXIT
049900     ELSE
050000         MOVE SPACES     TO DATVELP-RECORD
050100         MOVE WS-CUR-ORG  TO DATVELP-ORG
050200         MOVE WS-CUR-ACCT TO DATVELP-ACCT
050300         MOVE ZERO TO DATVELP-DAYS-OBSERVED
050400         MOVE ZERO TO DATVELP-AVG-TXNS
050500         MOVE ZERO TO DATVELP-AVG-MERCHANTS
050600         MOVE ZERO TO DATVELP-AVG-CITIES
050700         MOVE 'N'  TO DATVELP-FOREIGN-SEEN-SW
050800         MOVE ZERO TO DATVELP-FIRST-FOREIGN-DATE
050900         MOVE ZERO TO DATVELP-LAST-ACTIVE-DATE
051000         MOVE ZERO TO DATVELP-LAST-ALERT-DATE
051100         ADD 1 TO WS-PROFILE-NEW-COUNT
051200     END-IF.
051300     MOVE DATVELP-FOREIGN-SEEN-SW TO WS-FOREIGN-BEFORE-SW.
051400 2500-EXIT.
051500     EXIT.
051600 2510-READ-PROFILE.
051700     READ PRIOR-PROFILE-FILE
051800         AT END
051900             SET WS-PRI-EOF TO TRUE
052000             MOVE HIGH-VALUES TO WS-PRI-KEY
052100         NOT AT END
052200             ADD 1 TO WS-RUNSTAT-READ
052300             MOVE PRIOR-KEY TO WS-PRI-KEY
052400     END-READ.
052500 2510-EXIT.
052600     EXIT.
052700 2520-CARRY-ONE-PROFILE.
052800     MOVE PRIOR-RECORD TO DATVELP-RECORD.
052900     WRITE DATVELP-RECORD.
053000     ADD 1 TO WS-PROFILE-OUT-COUNT.
053100     PERFORM 2510-READ-PROFILE THRU 2510-EXIT.
053200 2520-EXIT.
053300     EXIT.
053400******************************************************************
053500*   2600 - THE ACCOUNT'S AVERAGE CYCLE SPEND FROM THE TREND      *
053600*           MASTER, IN THE SAME ORG/ACCOUNT ORDER                *
053700******************************************************************
053800 2600-POSITION-TREND.
053900     MOVE ZERO TO WS-NORMAL-CYCLE-SPEND.
054000     PERFORM 2610-READ-TREND THRU 2610-EXIT
054100             UNTIL WS-TRD-KEY NOT < WS-CUR-KEY.
054200     IF WS-TRD-KEY NOT = WS-CUR-KEY
054300         OR DATTRND-CYCLES-HELD < 3
054400         GO TO 2600-EXIT
054500     END-IF.
054600     MOVE ZERO TO WS-CYCLE-SPEND-TOTAL.
054700     PERFORM 2620-ADD-ONE-CYCLE THRU 2620-EXIT
054800             VARYING WS-CYC-IDX FROM 1 BY 1
054900             UNTIL WS-CYC-IDX > DATTRND-CYCLES-HELD
055000                OR WS-CYC-IDX > 12.
055100     COMPUTE WS-NORMAL-CYCLE-SPEND ROUNDED =
055200             WS-CYCLE-SPEND-TOTAL / DATTRND-CYCLES-HELD.
055300 2600-EXIT.
055400     EXIT.
055500 2610-READ-TREND.
055600     READ DATTRND-FILE
055700         AT END
055800             SET WS-TRD-EOF TO TRUE
055900             MOVE HIGH-VALUES TO WS-TRD-KEY
056000         NOT AT END
056100             ADD 1 TO WS-RUNSTAT-READ
056200             MOVE DATTRND-KEY TO WS-TRD-KEY
056300     END-READ.
056400 2610-EXIT.
056500     EXIT.
056600 2620-ADD-ONE-CYCLE.
056700     ADD DATTRND-SPEND-AMT(WS-CYC-IDX) TO WS-CYCLE-SPEND-TOTAL.
056800 2620-EXIT.
056900     EXIT.
057000******************************************************************
057100*   3000 - SCORE ONE DAY AGAINST THE RULES; KEEP THE WORST DAY   *
057200******************************************************************
057300 3000-SCORE-ONE-DAY.
057400     ADD 1 TO WS-DAYS-SCORED.
057500     COMPUTE WS-NORMAL-LIMIT =
057600             DATVELP-AVG-TXNS * WS-VELOCITY-MULT.
057700     IF WS-DAY-TXNS(WS-DAY-IDX) >= WS-TXN-MIN
057800         AND WS-DAY-TXNS(WS-DAY-IDX) > WS-NORMAL-LIMIT
057900         ADD WS-PTS-TXNS TO WS-DAY-SCORE(WS-DAY-IDX)
058000         MOVE 'T' TO WS-DAY-RULE-TXNS(WS-DAY-IDX)
058100     END-IF.
058200     COMPUTE WS-NORMAL-LIMIT =
058300             DATVELP-AVG-MERCHANTS * WS-VELOCITY-MULT.
058400     IF WS-DAY-MERCHANTS(WS-DAY-IDX) >= WS-MERCHANT-MIN
058500         AND WS-DAY-MERCHANTS(WS-DAY-IDX) > WS-NORMAL-LIMIT
058600         ADD WS-PTS-MERCHANTS TO WS-DAY-SCORE(WS-DAY-IDX)
058700         MOVE 'M' TO WS-DAY-RULE-MERCHANTS(WS-DAY-IDX)
058800     END-IF.
058900     COMPUTE WS-NORMAL-LIMIT =
059000             DATVELP-AVG-CITIES * WS-VELOCITY-MULT.
059100     IF WS-DAY-CITIES(WS-DAY-IDX) >= WS-CITY-MIN
059200         AND WS-DAY-CITIES(WS-DAY-IDX) > WS-NORMAL-LIMIT
059300         ADD WS-PTS-CITIES TO WS-DAY-SCORE(WS-DAY-IDX)
059400         MOVE 'C' TO WS-DAY-RULE-CITIES(WS-DAY-IDX)
059500     END-IF.
059600     IF WS-DAY-SMALL(WS-DAY-IDX) >= WS-SMALL-MIN
059700         AND WS-SMALL-MIN > ZERO
059800         ADD WS-PTS-SMALL TO WS-DAY-SCORE(WS-DAY-IDX)
059900         MOVE 'S' TO WS-DAY-RULE-SMALL(WS-DAY-IDX)
060000     END-IF.
060100     IF WS-DAY-FOREIGN(WS-DAY-IDX) > ZERO
060200         AND NOT WS-FOREIGN-BEFORE
060300         ADD WS-PTS-FOREIGN TO WS-DAY-SCORE(WS-DAY-IDX)
060400         MOVE 'F' TO WS-DAY-RULE-FOREIGN(WS-DAY-IDX)
060500     END-IF.
060600     COMPUTE WS-SPEND-LINE =
060700             WS-NORMAL-CYCLE-SPEND * WS-SPEND-PCT / 100.
060800     IF WS-NORMAL-CYCLE-SPEND > ZERO
060900         AND WS-DAY-SPEND(WS-DAY-IDX) > WS-SPEND-LINE
061000         ADD WS-PTS-SPEND TO WS-DAY-SCORE(WS-DAY-IDX)
061100         MOVE 'P' TO WS-DAY-RULE-SPEND(WS-DAY-IDX)
061200     END-IF.
061300     IF WS-WORST-IDX = ZERO
061400         MOVE WS-DAY-IDX TO WS-WORST-IDX
061500         GO TO 3000-EXIT
061600     END-IF.
061700     IF WS-DAY-SCORE(WS-DAY-IDX) > WS-DAY-SCORE(WS-WORST-IDX)
061800         MOVE WS-DAY-IDX TO WS-WORST-IDX
061900     END-IF.
062000 3000-EXIT.
062100     EXIT.
062200******************************************************************
062300*   4000 - ALERT RECORD, ONE RECORD PER POSTING OF THE WORST     *
062400*           DAY, AND THE REPORT LINE                             *
062500******************************************************************
062600 4000-RAISE-ALERT.
062700     MOVE SPACES                 TO DATVELA-RECORD.
062800     SET DATVELA-ALERT           TO TRUE.
062900     MOVE WS-CUR-ORG             TO DATVELA-ORG.
063000     MOVE WS-CUR-ACCT            TO DATVELA-ACCT.
063100     MOVE WS-DAY-DATE(WS-WORST-IDX)  TO DATVELA-ACTIVITY-DATE.
063200     MOVE WS-DAY-SCORE(WS-WORST-IDX) TO DATVELA-SCORE.
063300     MOVE WS-DAY-RULES(WS-WORST-IDX) TO DATVELA-RULES-HIT.
063400     MOVE WS-DAY-TXNS(WS-WORST-IDX)  TO DATVELA-TXN-COUNT.
063500     MOVE WS-DAY-MERCHANTS(WS-WORST-IDX)
063600                                 TO DATVELA-MERCHANT-COUNT.
063700     MOVE WS-DAY-CITIES(WS-WORST-IDX) TO DATVELA-CITY-COUNT.
063800     MOVE WS-DAY-SMALL(WS-WORST-IDX) TO DATVELA-SMALL-COUNT.
063900     MOVE WS-DAY-FOREIGN(WS-WORST-IDX)
064000                                 TO DATVELA-FOREIGN-COUNT.
064100     MOVE WS-DAY-SPEND(WS-WORST-IDX) TO DATVELA-DAY-SPEND.
064200     MOVE DATVELP-AVG-TXNS       TO DATVELA-NORMAL-TXNS.
064300     MOVE WS-NORMAL-CYCLE-SPEND  TO DATVELA-NORMAL-CYCLE-SPEND.
064400     MOVE WS-CURRENT-DATE        TO DATVELA-RUN-DATE.
064500     WRITE DATVELA-RECORD.
064600     ADD 1 TO WS-RUNSTAT-WRITTEN.
064700     ADD 1 TO WS-ALERT-COUNT.
064800     MOVE WS-CURRENT-DATE        TO DATVELP-LAST-ALERT-DATE.
064900     IF DATVELA-RULE-TXNS NOT = SPACE
065000         ADD 1 TO WS-HIT-TXNS-COUNT
065100     END-IF.
065200     IF DATVELA-RULE-MERCHANTS NOT = SPACE
065300         ADD 1 TO WS-HIT-MERCHANTS-COUNT
065400     END-IF.
065500     IF DATVELA-RULE-CITIES NOT = SPACE
065600         ADD 1 TO WS-HIT-CITIES-COUNT
065700     END-IF.
065800     IF DATVELA-RULE-SMALL NOT = SPACE
065900         ADD 1 TO WS-HIT-SMALL-COUNT
066000     END-IF.
066100     IF DATVELA-RULE-FOREIGN NOT = SPACE
066200         ADD 1 TO WS-HIT-FOREIGN-COUNT
066300     END-IF.
066400     IF DATVELA-RULE-SPEND NOT = SPACE
066500         ADD 1 TO WS-HIT-SPEND-COUNT
066600     END-IF.
066700     MOVE WS-CUR-ACCT                 TO WS-DTL-ACCOUNT.
066800     MOVE DATVELA-ACTIVITY-DATE       TO WS-DTL-DATE.
066900     MOVE DATVELA-SCORE               TO WS-DTL-SCORE.
067000     MOVE DATVELA-RULES-HIT           TO WS-DTL-RULES.
067100     MOVE DATVELA-TXN-COUNT           TO WS-DTL-TXNS.
067200     MOVE DATVELA-MERCHANT-COUNT      TO WS-DTL-MERCHANTS.
067300     MOVE DATVELA-CITY-COUNT          TO WS-DTL-CITIES.
067400     MOVE DATVELA-SMALL-COUNT         TO WS-DTL-SMALL.
067500     MOVE DATVELA-FOREIGN-COUNT       TO WS-DTL-FOREIGN.
067600     MOVE WS-DAY-SPEND(WS-WORST-IDX)  TO WS-DTL-SPEND.
067700     MOVE DATVELP-AVG-TXNS            TO WS-DTL-NORMAL-TXNS.
067800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
067900     PERFORM 4100-LIST-ONE-POSTING THRU 4100-EXIT
068000             VARYING WS-ACT-IDX FROM 1 BY 1
068100             UNTIL WS-ACT-IDX > WS-ACT-COUNT.
068200 4000-EXIT.
068300     EXIT.
068400 4100-LIST-ONE-POSTING.
068500     IF WS-ACT-DAY-IDX(WS-ACT-IDX) NOT = WS-WORST-IDX
068600         GO TO 4100-EXIT
068700     END-IF.
068800     MOVE SPACES                 TO DATVELA-RECORD.
068900     SET DATVELA-TRANSACTION     TO TRUE.
069000     MOVE WS-CUR-ORG             TO DATVELA-ORG.
069100     MOVE WS-CUR-ACCT            TO DATVELA-ACCT.
069200     MOVE WS-ACT-STMT-ID-CODE(WS-ACT-IDX)
069300                                 TO DATVELA-STMT-ID-CODE.
069400     MOVE WS-ACT-REC-NBR(WS-ACT-IDX)   TO DATVELA-REC-NBR.
069500     MOVE WS-ACT-TXN-DATE(WS-ACT-IDX)  TO DATVELA-TXN-DATE.
069600     MOVE WS-ACT-AMOUNT(WS-ACT-IDX)    TO DATVELA-TXN-AMOUNT.
069700     MOVE WS-ACT-CURRENCY-CODE(WS-ACT-IDX)
069800                                 TO DATVELA-CURRENCY-CODE.
069900     MOVE WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
070000                                 TO DATVELA-MERCHANT-NAME.
070100     MOVE WS-ACT-MERCHANT-CITY(WS-ACT-IDX)
070200                                 TO DATVELA-MERCHANT-CITY.
070300     MOVE WS-ACT-MERCHANT-CATEGORY(WS-ACT-IDX)
070400                                 TO DATVELA-MERCHANT-CATEGORY.
070500     MOVE WS-ACT-SMALL-FLAG(WS-ACT-IDX)
070600                                 TO DATVELA-TXN-SMALL-FLAG.
070700     MOVE WS-ACT-FOREIGN-FLAG(WS-ACT-IDX)
070800                                 TO DATVELA-TXN-FOREIGN-FLAG.
070900     WRITE DATVELA-RECORD.
071000     ADD 1 TO WS-RUNSTAT-WRITTEN.
071100 4100-EXIT.
071200     EXIT.
071300******************************************************************
071400*   5000 - FOLD ONE ACTIVE DAY INTO THE RUNNING AVERAGES; PAST   *
071500*           VELDAYS DAYS EACH NEW DAY WEIGHS 1/VELDAYS           *
071600******************************************************************
071700 5000-ROLL-ONE-DAY.
071800     IF DATVELP-DAYS-OBSERVED < WS-PROFILE-DAYS
071900         ADD 1 TO DATVELP-DAYS-OBSERVED
072000     END-IF.
072100     COMPUTE DATVELP-AVG-TXNS ROUNDED = DATVELP-AVG-TXNS
072200           + (WS-DAY-TXNS(WS-DAY-IDX) - DATVELP-AVG-TXNS)
072300           / DATVELP-DAYS-OBSERVED.
072400     COMPUTE DATVELP-AVG-MERCHANTS ROUNDED =
072500             DATVELP-AVG-MERCHANTS
072600           + (WS-DAY-MERCHANTS(WS-DAY-IDX)
072700                - DATVELP-AVG-MERCHANTS)
072800           / DATVELP-DAYS-OBSERVED.
072900     COMPUTE DATVELP-AVG-CITIES ROUNDED = DATVELP-AVG-CITIES
073000           + (WS-DAY-CITIES(WS-DAY-IDX) - DATVELP-AVG-CITIES)
073100           / DATVELP-DAYS-OBSERVED.
073200     IF WS-DAY-DATE(WS-DAY-IDX) > DATVELP-LAST-ACTIVE-DATE
073300         MOVE WS-DAY-DATE(WS-DAY-IDX) TO DATVELP-LAST-ACTIVE-DATE
073400     END-IF.
073500     IF WS-DAY-FOREIGN(WS-DAY-IDX) > ZERO
073600         AND NOT DATVELP-FOREIGN-SEEN
073700         SET DATVELP-FOREIGN-SEEN TO TRUE
073800         MOVE WS-DAY-DATE(WS-DAY-IDX)
073900                           TO DATVELP-FIRST-FOREIGN-DATE
074000     END-IF.
074100 5000-EXIT.
074200     EXIT.
074300******************************************************************
074400*                 9000 - TOTALS AND TERMINATION                  *
074500******************************************************************
074600 9000-TERMINATE.
074700     MOVE SPACES TO REPORT-LINE.
074800     WRITE REPORT-LINE.
074900     MOVE 'ACCOUNTS ON THE EXTRACT                :'
075000                                    TO WS-TOT-LABEL.
075100     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
075200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
075300     MOVE 'DEBIT POSTINGS COUNTED                 :'
075400                                    TO WS-TOT-LABEL.
075500     MOVE WS-DEBIT-COUNT            TO WS-TOT-COUNT.
075600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
075700     MOVE 'ACCOUNT-DAYS SCORED                    :'
075800                                    TO WS-TOT-LABEL.
075900     MOVE WS-DAYS-SCORED            TO WS-TOT-COUNT.
076000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
076100     MOVE 'ACCOUNTS ALERTED TO THE FRAUD DESK     :'
076200                                    TO WS-TOT-LABEL.
076300     MOVE WS-ALERT-COUNT            TO WS-TOT-COUNT.
076400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
076500     MOVE '  T - POSTINGS PER DAY OVER NORMAL     :'
076600                                    TO WS-TOT-LABEL.
076700     MOVE WS-HIT-TXNS-COUNT         TO WS-TOT-COUNT.
076800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
076900     MOVE '  M - MERCHANTS PER DAY OVER NORMAL    :'
077000                                    TO WS-TOT-LABEL.
077100     MOVE WS-HIT-MERCHANTS-COUNT    TO WS-TOT-COUNT.
077200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
077300     MOVE '  C - CITIES PER DAY OVER NORMAL       :'
077400                                    TO WS-TOT-LABEL.
077500     MOVE WS-HIT-CITIES-COUNT       TO WS-TOT-COUNT.
077600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
077700     MOVE '  S - BURST OF TEST-SIZED AMOUNTS      :'
077800                                    TO WS-TOT-LABEL.
077900     MOVE WS-HIT-SMALL-COUNT        TO WS-TOT-COUNT.
078000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
078100     MOVE '  F - FIRST FOREIGN-CURRENCY SPEND     :'
078200                                    TO WS-TOT-LABEL.
078300     MOVE WS-HIT-FOREIGN-COUNT      TO WS-TOT-COUNT.
078400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
078500     MOVE '  P - DAY SPEND OVER TREND PATTERN     :'
078600                                    TO WS-TOT-LABEL.
078700     MOVE WS-HIT-SPEND-COUNT        TO WS-TOT-COUNT.
078800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
078900     MOVE 'NEW VELOCITY PROFILES                  :'
079000                                    TO WS-TOT-LABEL.
079100     MOVE WS-PROFILE-NEW-COUNT      TO WS-TOT-COUNT.
079200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
079300     MOVE 'VELOCITY PROFILES WRITTEN              :'
079400                                    TO WS-TOT-LABEL.
079500     MOVE WS-PROFILE-OUT-COUNT      TO WS-TOT-COUNT.
079600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
079700     IF WS-ACT-DROPPED-COUNT NOT = ZERO
079800         DISPLAY 'DAT018V - ACCOUNT POSTING TABLE FULL, '
079900                 'POSTINGS NOT SCORED: ' WS-ACT-DROPPED-COUNT
080000         MOVE 8 TO RETURN-CODE
080100     END-IF.
080200     IF WS-DAY-DROPPED-COUNT NOT = ZERO
080300         DISPLAY 'DAT018V - ACCOUNT DAY TABLE FULL, '
080400                 'POSTINGS NOT SCORED: ' WS-DAY-DROPPED-COUNT
080500         MOVE 8 TO RETURN-CODE
080600     END-IF.
080700     CLOSE DATTXNX-FILE.
080800     CLOSE DATTRND-FILE.
080900     CLOSE PRIOR-PROFILE-FILE.
081000     CLOSE NEW-PROFILE-FILE.
081100     CLOSE DATVELA-FILE.
081200     CLOSE REPORT-FILE.
081210     IF NOT WS-REPLAY-RUN
081220         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
081230     END-IF.
081400 9000-EXIT.
081500     EXIT.
081600******************************************************************
081700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
081800******************************************************************
081900 9900-WRITE-RUN-STATS.
082000     OPEN OUTPUT RUNLOG-FILE.
082100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
082200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
082300     MOVE SPACES                 TO RUNSTAT-ENTRY.
082400     MOVE 'DAT018V'              TO RUNSTAT-PROGRAM-ID.
082500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
082600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
082700     MOVE WS-RUNSTAT-START-RAW(1:6)
082800         TO RUNSTAT-START-TIME.
082900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
083000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
083100     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
083200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
083300     WRITE RUNSTAT-ENTRY.
083400     CLOSE RUNLOG-FILE.
083500 9900-EXIT.
083600     EXIT.
083700******************************************************************
083800*                      END OF PROGRAM                            *
083900******************************************************************
