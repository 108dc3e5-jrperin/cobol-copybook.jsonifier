000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI084F                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       RISK SYSTEMS GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     FIRST-PAYMENT DEFAULT MONITOR BY ACQUISITION CHANNEL.      *
001400*     EVERY CLIDATA ACCOUNT OPENED (CREDIT-GRANT-DATE, ELSE      *
001500*     DATE-OPENED) IN THE LAST FPDMONS OPENING MONTHS IS         *
001600*     FOLLOWED THROUGH ITS FIRST THREE STATEMENT CYCLES - THE    *
001700*     THREE EARLIEST FH-STATEMENT-DATE-n ON OR AFTER THE OPEN    *
001800*     DATE. CLIDATA KEEPS ONLY SIX STATEMENTS, SO AN ACCOUNT IS  *
001900*     FOLLOWED ONLY WHILE THE EARLIEST OF THEM IS ITS FIRST      *
002000*     CYCLE - WITHIN FPDCYCLE DAYS (DEFAULT 31) OF THE OPEN      *
002100*     DATE; OTHERWISE IT IS COUNTED AS NOT OBSERVABLE AND LEFT   *
002200*     OUT OF THE RATES. PAYMENT n IS OBSERVED ONCE DUEDAYS PLUS  *
002300*     DLQDAYS HAVE PASSED SINCE STATEMENT n. AN ACCOUNT NOW AT   *
002400*     OR PAST DLQDAYS DELINQUENT WHOSE LAST-PAYMENT-DATE IS      *
002500*     BEFORE STATEMENT 1 IS A FIRST-PAYMENT DEFAULT (FPD);       *
002600*     BEFORE STATEMENT 2 A SECOND-PAYMENT DEFAULT (SPD); BEFORE  *
002700*     STATEMENT 3 A THIRD-PAYMENT DEFAULT (TPD). DEFAULT RATES   *
002800*     ARE REPORTED PER OPENING MONTH FOR THE WHOLE PORTFOLIO     *
002900*     AND BY SALES-CHANNEL, SALES-CHANNEL-CODE,                  *
003000*     SALES-CHANNEL-PAN AND PRF-CODE. A GROUP WITH AT LEAST      *
003100*     FPDMIN OBSERVED ACCOUNTS WHOSE RATE IS OVER FPDFACT TIMES  *
003200*     THE PORTFOLIO RATE FOR THE SAME OPENING MONTH IS FLAGGED   *
003300*     AND LISTED AGAIN UNDER GROUPS IN ALERT FOR ACQUISITION;    *
003400*     ANY ALERT ENDS THE STEP RC=4. A FULL GROUP TABLE ENDS IT   *
003500*     RC=8. RUN-CONTROL KEYS (RUNPARM, PROGRAM CLI084F):         *
003600*       FPDMONS - OPENING MONTHS FOLLOWED        (DEFAULT 12)    *
003700*       DLQDAYS - DAYS PAST DUE THAT MAKE A DEFAULT (DEFAULT 30) *
003800*       DUEDAYS - STATEMENT TO PAYMENT DUE DAYS  (DEFAULT 20)    *
003900*       FPDFACT - ALERT FACTOR IN HUNDREDTHS     (DEFAULT 150)   *
004000*       FPDMIN  - OBSERVED ACCOUNTS TO FLAG A GROUP (DEFAULT 30) *
004100*       FPDCYCLE- OPEN TO FIRST STATEMENT DAYS   (DEFAULT 31)    *
004200*     THE BUSINESS DATE RIDES ON THE PARM (YYMMDD).              *
004300*----------------------------------------------------------------*
004400* MODIFICATION HISTORY.                                          *
004500*     2026-10-15  RSG  ORIGINAL VERSION.                        *
004600*     2026-10-15  RSG  ACCOUNTS WHOSE FIRST CYCLE IS NO LONGER   *
004700*                      AMONG THE SIX RETAINED STATEMENTS ARE     *
004800*                      LEFT OUT AS NOT OBSERVABLE.               *
004900******************************************************************
005000 PROGRAM-ID.    CLI084F.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REPORT-FILE   ASSIGN TO CLI084RP
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CLIDATA-FILE.
006500     COPY "book_tests_OK.cob"
006600         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006700 FD  RUNPARM-FILE.
006800     COPY "RUNPARM.cpy".
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                        PIC X(132).
007100 FD  RUNLOG-FILE.
007200     COPY "RUNSTAT.cpy".
007300 WORKING-STORAGE SECTION.
007400 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007500 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007600 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007700 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007800 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007900 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
008000     88  WS-CURR-EOF                                VALUE 'Y'.
008100 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008200     88  WS-PARM-EOF                                VALUE 'Y'.
008300 77  WS-GRP-FOUND-SW                    PIC X(01)   VALUE 'N'.
008400     88  WS-GRP-FOUND                               VALUE 'Y'.
008500 77  WS-OPEN-MONTHS                     PIC 9(02)   VALUE 12.
008600 77  WS-DLQ-DAYS                        PIC 9(03)   VALUE 030.
008700 77  WS-DUE-DAYS                        PIC 9(03)   VALUE 020.
008800 77  WS-FIRST-CYCLE-DAYS                PIC 9(03)   VALUE 031.
008900 77  WS-OPEN-DAYNUM                     PIC 9(07)   VALUE ZERO.
009000 77  WS-FIRST-DAYNUM                    PIC 9(07)   VALUE ZERO.
009100 77  WS-ALERT-FACTOR
009200                                 PIC 9(02)V9(02) VALUE 1.50.
009300 77  WS-MIN-OBSERVED                    PIC 9(05)   VALUE 00030.
009400 77  WS-GRP-COUNT                       PIC 9(05)   VALUE ZERO.
009500 77  WS-GRP-MAX                         PIC 9(05)   VALUE 04000.
009600 77  WS-GRP-IDX                         PIC 9(05)   VALUE ZERO.
009700 77  WS-SHIFT-IDX                       PIC 9(05)   VALUE ZERO.
009800 77  WS-CUR-IDX                         PIC 9(05)   VALUE ZERO.
009900 77  WS-PORT-IDX                        PIC 9(05)   VALUE ZERO.
010000 77  WS-PRINT-DIM                       PIC 9(01)   VALUE ZERO.
010100 77  WS-DIM-IDX                         PIC 9(01)   VALUE ZERO.
010200 77  WS-STMT-IDX                        PIC 9(01)   VALUE ZERO.
010300 77  WS-CYC-IDX                         PIC 9(01)   VALUE ZERO.
010400 77  WS-DFT-CYCLE                       PIC 9(01)   VALUE ZERO.
010500 77  WS-OPEN-DATE                       PIC 9(08)   VALUE ZERO.
010600 77  WS-OPEN-MONTH                      PIC 9(06)   VALUE ZERO.
010700 77  WS-CUTOFF-MONTH                    PIC 9(06)   VALUE ZERO.
010800 77  WS-LAST-PAY-DATE                   PIC 9(08)   VALUE ZERO.
010900 77  WS-PREV-CYCLE                      PIC 9(08)   VALUE ZERO.
011000 77  WS-CAND-CYCLE                      PIC 9(08)   VALUE ZERO.
011100 77  WS-BUS-DAYNUM                      PIC 9(07)   VALUE ZERO.
011200 77  WS-OBS-DAYNUM                      PIC 9(07)   VALUE ZERO.
011300 77  WS-MONTH-NUM                       PIC 9(06)   VALUE ZERO.
011400 77  WS-MONTH-YEAR                      PIC 9(04)   VALUE ZERO.
011500 77  WS-MONTH-REM                       PIC 9(02)   VALUE ZERO.
011600 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
011700 77  WS-COHORT-COUNT                    PIC 9(09)   VALUE ZERO.
011800 77  WS-NO-OPEN-COUNT                   PIC 9(09)   VALUE ZERO.
011900 77  WS-UNOBSERVABLE-COUNT              PIC 9(09)   VALUE ZERO.
012000 77  WS-ALERT-COUNT                     PIC 9(05)   VALUE ZERO.
012100 77  WS-GRP-DROPPED                     PIC 9(09)   VALUE ZERO.
012200 77  WS-GRP-RATE                        PIC 9(03)V99 VALUE ZERO.
012300 77  WS-PORT-RATE                       PIC 9(03)V99 VALUE ZERO.
012400 77  WS-ALERT-RATE                      PIC 9(05)V99 VALUE ZERO.
012500 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
012600 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
012700                                        PIC X(08).
012800 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
012900     05  WS-BUS-YEAR                    PIC 9(04).
013000     05  WS-BUS-MONTH                   PIC 9(02).
013100     05  WS-BUS-DAY                     PIC 9(02).
013200 01  WS-STMT-TABLE.
013300     05  WS-STMT-DATE OCCURS 6 TIMES    PIC 9(08).
013400 01  WS-ACCT-CYCLES.
013500     05  WS-ACCT-CYCLE OCCURS 3 TIMES.
013600         10  WS-CYC-DATE                PIC 9(08).
013700         10  WS-CYC-OBS                 PIC 9(01).
013800         10  WS-CYC-DFT                 PIC 9(01).
013900 01  WS-DFT-TOTALS.
014000     05  WS-DFT-TOTAL OCCURS 3 TIMES    PIC 9(09).
014100 01  WS-PAYMENT-NAMES                   PIC X(09)
014200                                        VALUE 'FPDSPDTPD'.
014300 01  WS-PAYMENT-NAMES-R REDEFINES WS-PAYMENT-NAMES.
014400     05  WS-PAYMENT-NAME OCCURS 3 TIMES PIC X(03).
014500 01  WS-DIM-NAMES.
014600     05  FILLER                         PIC X(12)
014700                                        VALUE 'PORTFOLIO   '.
014800     05  FILLER                         PIC X(12)
014900                                        VALUE 'SALES CHANNL'.
015000     05  FILLER                         PIC X(12)
015100                                        VALUE 'CHANNEL CODE'.
015200     05  FILLER                         PIC X(12)
015300                                        VALUE 'CHANNEL PAN '.
015400     05  FILLER                         PIC X(12)
015500                                        VALUE 'PRF CODE    '.
015600 01  WS-DIM-NAMES-R REDEFINES WS-DIM-NAMES.
015700     05  WS-DIM-NAME OCCURS 5 TIMES     PIC X(12).
015800 01  WS-DIM-TITLES.
015900     05  FILLER                         PIC X(30)
016000             VALUE 'PORTFOLIO BY OPENING MONTH    '.
016100     05  FILLER                         PIC X(30)
016200             VALUE 'BY SALES-CHANNEL              '.
016300     05  FILLER                         PIC X(30)
016400             VALUE 'BY SALES-CHANNEL-CODE         '.
016500     05  FILLER                         PIC X(30)
016600             VALUE 'BY SALES-CHANNEL-PAN          '.
016700     05  FILLER                         PIC X(30)
016800             VALUE 'BY PRF-CODE                   '.
016900 01  WS-DIM-TITLES-R REDEFINES WS-DIM-TITLES.
017000     05  WS-DIM-TITLE OCCURS 5 TIMES    PIC X(30).
017100 01  WS-SEARCH-KEY.
017200     05  WS-KEY-DIM                     PIC 9(01).
017300     05  WS-KEY-VALUE                   PIC X(04).
017400     05  WS-KEY-MONTH                   PIC 9(06).
017500*----------------------------------------------------------------*
017600*   ONE ENTRY PER DIMENSION / VALUE / OPENING MONTH, KEPT IN KEY *
017700*   ORDER. DIMENSION 0 IS THE WHOLE PORTFOLIO FOR THE MONTH.     *
017800*----------------------------------------------------------------*
017900 01  WS-GRP-TABLE.
018000     05  WS-GRP OCCURS 4000 TIMES.
018100         10  WS-GRP-KEY.
018200             15  WS-GRP-DIM             PIC 9(01).
018300             15  WS-GRP-VALUE           PIC X(04).
018400             15  WS-GRP-MONTH           PIC 9(06).
018500         10  WS-GRP-ACCOUNTS            PIC 9(07).
018600         10  WS-GRP-PAYMENT OCCURS 3 TIMES.
018700             15  WS-GRP-OBS             PIC 9(07).
018800             15  WS-GRP-DFT             PIC 9(07).
018900         10  WS-GRP-FLAG                PIC X(11).
019000 01  WS-HEADING-LINE.
019100     05  FILLER                         PIC X(40)
019200             VALUE 'CLI084F - FIRST-PAYMENT DEFAULT BY SALES'.
019300     05  FILLER                         PIC X(25)
019400             VALUE ' CHANNEL   BUSINESS DATE:'.
019500     05  FILLER                         PIC X(01)   VALUE SPACE.
019600     05  WS-HDG-DATE                    PIC 9(08).
019700     05  FILLER                         PIC X(58)   VALUE SPACES.
019800 01  WS-PARM-LINE-1.
019900     05  FILLER                         PIC X(24)
020000             VALUE 'OPENING MONTHS FROM    :'.
020100     05  FILLER                         PIC X(01)   VALUE SPACE.
020200     05  WS-PRM-CUTOFF                  PIC 9(06).
020300     05  FILLER                         PIC X(04)   VALUE SPACES.
020400     05  FILLER                         PIC X(22)
020500             VALUE 'DEFAULT AT DAYS PAST :'.
020600     05  WS-PRM-DLQ                     PIC ZZ9.
020700     05  FILLER                         PIC X(04)   VALUE SPACES.
020800     05  FILLER                         PIC X(22)
020900             VALUE 'DUE DAYS AFTER STMT  :'.
021000     05  WS-PRM-DUE                     PIC ZZ9.
021100     05  FILLER                         PIC X(43)   VALUE SPACES.
021200 01  WS-PARM-LINE-2.
021300     05  FILLER                         PIC X(24)
021400             VALUE 'ALERT OVER PORTFOLIO X :'.
021500     05  FILLER                         PIC X(01)   VALUE SPACE.
021600     05  WS-PRM-FACTOR                  PIC Z9.99.
021700     05  FILLER                         PIC X(05)   VALUE SPACES.
021800     05  FILLER                         PIC X(22)
021900             VALUE 'MINIMUM OBSERVED     :'.
022000     05  WS-PRM-MIN                     PIC ZZ,ZZ9.
022100     05  FILLER                         PIC X(69)   VALUE SPACES.
022200 01  WS-COLUMN-LINE.
022300     05  FILLER                         PIC X(40)
022400             VALUE 'DIMENSION     VALUE OPENED    ACCTS  FPD'.
022500     05  FILLER                         PIC X(40)
022600             VALUE ' OBS    FPD  FPD %  SPD OBS    SPD  SPD '.
022700     05  FILLER                         PIC X(30)
022800             VALUE '%  TPD OBS    TPD  TPD %  FLAG'.
022900     05  FILLER                         PIC X(22)   VALUE SPACES.
023000 01  WS-SECTION-LINE.
023100     05  FILLER                         PIC X(03)   VALUE '** '.
023200     05  WS-SEC-TITLE                   PIC X(40).
023300     05  FILLER                         PIC X(89)   VALUE SPACES.
023400 01  WS-DETAIL-LINE.
023500     05  WS-DTL-DIM                     PIC X(12).
023600     05  FILLER                         PIC X(02).
023700     05  WS-DTL-VALUE                   PIC X(04).
023800     05  FILLER                         PIC X(02).
023900     05  WS-DTL-MONTH                   PIC 9(06).
024000     05  FILLER                         PIC X(02).
024100     05  WS-DTL-ACCOUNTS                PIC ZZZ,ZZ9.
024200     05  WS-DTL-PAYMENT OCCURS 3 TIMES.
024300         10  FILLER                     PIC X(02).
024400         10  WS-DTL-OBS                 PIC ZZZ,ZZ9.
024500         10  FILLER                     PIC X(01).
024600         10  WS-DTL-DFT                 PIC ZZ,ZZ9.
024700         10  FILLER                     PIC X(01).
024800         10  WS-DTL-RATE                PIC ZZ9.99.
024900     05  FILLER                         PIC X(02).
025000     05  WS-DTL-FLAG                    PIC X(11).
025100     05  FILLER                         PIC X(15).
025200 01  WS-NONE-LINE.
025300     05  FILLER                         PIC X(40)
025400             VALUE '   NONE                                 '.
025500     05  FILLER                         PIC X(92)   VALUE SPACES.
025600 01  WS-TOTAL-LINE.
025700     05  WS-TOT-CAPTION                 PIC X(24).
025800     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
025900     05  FILLER                         PIC X(97)   VALUE SPACES.
026000******************************************************************
026100*                 LINKAGE SECTION                               *
026200******************************************************************
026300 LINKAGE SECTION.
026400 01  LS-PARM.
026500     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
026600     03  LS-PARM-BUSDATE                PIC X(06).
026700******************************************************************
026800*                 PROCEDURE DIVISION                            *
026900******************************************************************
027000 PROCEDURE DIVISION USING LS-PARM.
027100 0000-MAINLINE.
027200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
027300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
027400     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
027500             UNTIL WS-CURR-EOF.
027600     PERFORM 7000-SET-ALERT      THRU 7000-EXIT
027700             VARYING WS-CUR-IDX FROM 1 BY 1
027800             UNTIL WS-CUR-IDX > WS-GRP-COUNT.
027900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
028000     GOBACK.
028100 0000-EXIT.
028200     EXIT.
028300******************************************************************
028400*   1000 - BUSINESS DATE, PARAMETERS, OPENING-MONTH WINDOW AND   *
028500*           FILES                                                *
028600******************************************************************
028700 1000-INITIALIZE.
028800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
028900     IF LS-PARM-LENGTH >= 6
029000         AND LS-PARM-BUSDATE NUMERIC
029100         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
029200         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
029300     END-IF.
029400     INITIALIZE WS-DFT-TOTALS.
029500     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
029600     IF WS-OPEN-MONTHS = ZERO
029700         MOVE 1 TO WS-OPEN-MONTHS
029800     END-IF.
029900     COMPUTE WS-BUS-DAYNUM =
030000         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
030100*    FIRST OPENING MONTH FOLLOWED: THE BUSINESS MONTH LESS
030200*    FPDMONS - 1 MONTHS, WORKED IN MONTHS SINCE YEAR ZERO.
030300     COMPUTE WS-MONTH-NUM = WS-BUS-YEAR * 12 + WS-BUS-MONTH - 1
030400                          - (WS-OPEN-MONTHS - 1).
030500     DIVIDE WS-MONTH-NUM BY 12 GIVING WS-MONTH-YEAR
030600            REMAINDER WS-MONTH-REM.
030700     COMPUTE WS-CUTOFF-MONTH =
030800         WS-MONTH-YEAR * 100 + WS-MONTH-REM + 1.
030900     OPEN INPUT  CLIDATA-FILE.
031000     OPEN OUTPUT REPORT-FILE.
031100     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
031200     MOVE WS-CUTOFF-MONTH  TO WS-PRM-CUTOFF.
031300     MOVE WS-DLQ-DAYS      TO WS-PRM-DLQ.
031400     MOVE WS-DUE-DAYS      TO WS-PRM-DUE.
031500     MOVE WS-ALERT-FACTOR  TO WS-PRM-FACTOR.
031600     MOVE WS-MIN-OBSERVED  TO WS-PRM-MIN.
031700     WRITE REPORT-LINE FROM WS-HEADING-LINE.
031800     WRITE REPORT-LINE FROM WS-PARM-LINE-1.
031900     WRITE REPORT-LINE FROM WS-PARM-LINE-2.
032000     ADD 3 TO WS-RUNSTAT-WRITTEN.
032100     PERFORM 2100-READ-CURR THRU 2100-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400 1500-LOAD-RUN-PARMS.
032500     OPEN INPUT RUNPARM-FILE.
032600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
032700             UNTIL WS-PARM-EOF.
032800     CLOSE RUNPARM-FILE.
032900 1500-EXIT.
033000     EXIT.
033100 1510-READ-ONE-PARM.
033200     READ RUNPARM-FILE
033300         AT END SET WS-PARM-EOF TO TRUE
033400                GO TO 1510-EXIT
033500     END-READ.
033600     IF RUNPARM-PROGRAM-ID NOT = 'CLI084F '
033700         GO TO 1510-EXIT
033800     END-IF.
033900     EVALUATE RUNPARM-KEY
034000         WHEN 'FPDMONS '
034100             MOVE RUNPARM-VALUE-NUM TO WS-OPEN-MONTHS
034200             DISPLAY 'CLI084F - OPENING MONTHS SET TO '
034300                     WS-OPEN-MONTHS ' BY RUN PARAMETER'
034400         WHEN 'DLQDAYS '
034500             MOVE RUNPARM-VALUE-NUM TO WS-DLQ-DAYS
034600             DISPLAY 'CLI084F - DEFAULT LINE SET TO '
034700                     WS-DLQ-DAYS ' DAYS BY RUN PARAMETER'
034800         WHEN 'DUEDAYS '
034900             MOVE RUNPARM-VALUE-NUM TO WS-DUE-DAYS
035000             DISPLAY 'CLI084F - DUE DAYS SET TO '
035100                     WS-DUE-DAYS ' BY RUN PARAMETER'
035200         WHEN 'FPDFACT '
035300             COMPUTE WS-ALERT-FACTOR = RUNPARM-VALUE-NUM / 100
035400             DISPLAY 'CLI084F - ALERT FACTOR SET TO '
035500                     WS-ALERT-FACTOR ' BY RUN PARAMETER'
035600         WHEN 'FPDCYCLE'
035700             MOVE RUNPARM-VALUE-NUM TO WS-FIRST-CYCLE-DAYS
035800             DISPLAY 'CLI084F - FIRST CYCLE WITHIN '
035900                     WS-FIRST-CYCLE-DAYS ' DAYS BY RUN PARAMETER'
036000         WHEN 'FPDMIN  '
036100             MOVE RUNPARM-VALUE-NUM TO WS-MIN-OBSERVED
036200             DISPLAY 'CLI084F - MINIMUM OBSERVED SET TO '
036300                     WS-MIN-OBSERVED ' BY RUN PARAMETER'
036400     END-EVALUATE.
036500 1510-EXIT.
036600     EXIT.
036700******************************************************************
036800*   2000 - ONE ACCOUNT: IN THE OPENING WINDOW, ITS FIRST THREE   *
036900*           CYCLES, ITS DEFAULT, THEN POSTED TO EVERY GROUP      *
037000******************************************************************
037100 2000-PROCESS-ACCOUNT.
037200     ADD 1 TO WS-ACCOUNT-COUNT.
037300     MOVE ZERO TO WS-OPEN-DATE.
037400     IF CLIDATA-CREDIT-GRANT-DATE NUMERIC
037500         AND CLIDATA-CREDIT-GRANT-DATE > ZERO
037600         MOVE CLIDATA-CREDIT-GRANT-DATE TO WS-OPEN-DATE
037700     ELSE IF CLIDATA-DATE-OPENED NUMERIC
037800         MOVE CLIDATA-DATE-OPENED TO WS-OPEN-DATE
037900     END-IF.
038000     IF WS-OPEN-DATE = ZERO
038100         ADD 1 TO WS-NO-OPEN-COUNT
038200         GO TO 2000-READ-NEXT
038300     END-IF.
038400     MOVE WS-OPEN-DATE(1:6) TO WS-OPEN-MONTH.
038500     IF WS-OPEN-MONTH < WS-CUTOFF-MONTH
038600         OR WS-OPEN-DATE > WS-BUSINESS-DATE
038700         GO TO 2000-READ-NEXT
038800     END-IF.
038900     ADD 1 TO WS-COHORT-COUNT.
039000     PERFORM 2200-FIND-CYCLES   THRU 2200-EXIT.
039100     IF WS-CYC-DATE(1) > ZERO
039200         COMPUTE WS-OPEN-DAYNUM =
039300             FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE)
039400         COMPUTE WS-FIRST-DAYNUM =
039500             FUNCTION INTEGER-OF-DATE(WS-CYC-DATE(1))
039600         IF WS-FIRST-DAYNUM - WS-OPEN-DAYNUM > WS-FIRST-CYCLE-DAYS
039700             ADD 1 TO WS-UNOBSERVABLE-COUNT
039800             GO TO 2000-READ-NEXT
039900         END-IF
040000     END-IF.
040100     PERFORM 2300-CLASSIFY      THRU 2300-EXIT.
040200     MOVE ZERO               TO WS-KEY-DIM.
040300     MOVE SPACES             TO WS-KEY-VALUE.
040400     PERFORM 2500-POST-ONE-GROUP THRU 2500-EXIT.
040500     MOVE 1                  TO WS-KEY-DIM.
040600     MOVE CLIDATA-SALES-CHANNEL TO WS-KEY-VALUE.
040700     PERFORM 2500-POST-ONE-GROUP THRU 2500-EXIT.
040800     MOVE 2                  TO WS-KEY-DIM.
040900     MOVE CLIDATA-SALES-CHANNEL-CODE TO WS-KEY-VALUE.
041000     PERFORM 2500-POST-ONE-GROUP THRU 2500-EXIT.
041100     MOVE 3                  TO WS-KEY-DIM.
041200     MOVE CLIDATA-SALES-CHANNEL-PAN TO WS-KEY-VALUE.
041300     PERFORM 2500-POST-ONE-GROUP THRU 2500-EXIT.
041400     MOVE 4                  TO WS-KEY-DIM.
041500     MOVE CLIDATA-PRF-CODE   TO WS-KEY-VALUE.
041600     PERFORM 2500-POST-ONE-GROUP THRU 2500-EXIT.
041700 2000-READ-NEXT.
041800     PERFORM 2100-READ-CURR THRU 2100-EXIT.
041900 2000-EXIT.
042000     EXIT.
042100 2100-READ-CURR.
042200     READ CLIDATA-FILE
042300         AT END SET WS-CURR-EOF TO TRUE
042400         NOT AT END
042500             ADD 1 TO WS-RUNSTAT-READ
042600             IF NOT CLIDATA-RECTYPE-DETAIL
042700                 GO TO 2100-READ-CURR
042800             END-IF
042900     END-READ.
043000 2100-EXIT.
043100     EXIT.
043200******************************************************************
043300*   2200 - THE THREE EARLIEST STATEMENT DATES ON OR AFTER THE    *
043400*           OPEN DATE AND NOT AFTER THE BUSINESS DATE            *
043500******************************************************************
043600 2200-FIND-CYCLES.
043700     MOVE CLIDATA-FH-STATEMENT-DATE-1 TO WS-STMT-DATE(1).
043800     MOVE CLIDATA-FH-STATEMENT-DATE-2 TO WS-STMT-DATE(2).
043900     MOVE CLIDATA-FH-STATEMENT-DATE-3 TO WS-STMT-DATE(3).
044000     MOVE CLIDATA-FH-STATEMENT-DATE-4 TO WS-STMT-DATE(4).
044100     MOVE CLIDATA-FH-STATEMENT-DATE-5 TO WS-STMT-DATE(5).
044200     MOVE CLIDATA-FH-STATEMENT-DATE-6 TO WS-STMT-DATE(6).
044300     INITIALIZE WS-ACCT-CYCLES.
044400     MOVE ZERO TO WS-PREV-CYCLE.
044500     PERFORM 2210-NEXT-CYCLE THRU 2210-EXIT
044600             VARYING WS-CYC-IDX FROM 1 BY 1
044700             UNTIL WS-CYC-IDX > 3.
044800 2200-EXIT.
044900     EXIT.
045000 2210-NEXT-CYCLE.
045100     MOVE 99999999 TO WS-CAND-CYCLE.
045200     PERFORM 2220-TEST-ONE-STMT THRU 2220-EXIT
045300             VARYING WS-STMT-IDX FROM 1 BY 1
045400             UNTIL WS-STMT-IDX > 6.
045500     IF WS-CAND-CYCLE = 99999999
045600         GO TO 2210-EXIT
045700     END-IF.
045800     MOVE WS-CAND-CYCLE TO WS-CYC-DATE(WS-CYC-IDX).
045900     MOVE WS-CAND-CYCLE TO WS-PREV-CYCLE.
046000 2210-EXIT.
046100     EXIT.
046200 2220-TEST-ONE-STMT.
046300     IF WS-STMT-DATE(WS-STMT-IDX) NOT NUMERIC
046400         GO TO 2220-EXIT
046500     END-IF.
046600     IF WS-STMT-DATE(WS-STMT-IDX) >= WS-OPEN-DATE
046700         AND WS-STMT-DATE(WS-STMT-IDX) > WS-PREV-CYCLE
046800         AND WS-STMT-DATE(WS-STMT-IDX) <= WS-BUSINESS-DATE
046900         AND WS-STMT-DATE(WS-STMT-IDX) < WS-CAND-CYCLE
047000         MOVE WS-STMT-DATE(WS-STMT-IDX) TO WS-CAND-CYCLE
047100     END-IF.
047200 2220-EXIT.
047300     EXIT.
047400******************************************************************
047500*   2300 - WHICH PAYMENTS ARE OBSERVED, AND WHICH ONE (IF ANY)   *
047600*           THE ACCOUNT DEFAULTED ON                             *
047700******************************************************************
047800 2300-CLASSIFY.
047900     PERFORM 2310-OBSERVE-ONE-CYCLE THRU 2310-EXIT
048000             VARYING WS-CYC-IDX FROM 1 BY 1
048100             UNTIL WS-CYC-IDX > 3.
048200     IF CLIDATA-PAYMENT-DELINQ-DAYS NOT NUMERIC
048300         OR CLIDATA-PAYMENT-DELINQ-DAYS < WS-DLQ-DAYS
048400         GO TO 2300-EXIT
048500     END-IF.
048600     MOVE ZERO TO WS-LAST-PAY-DATE.
048700     IF CLIDATA-LAST-PAYMENT-DATE NUMERIC
048800         MOVE CLIDATA-LAST-PAYMENT-DATE TO WS-LAST-PAY-DATE
048900     END-IF.
049000     EVALUATE TRUE
049100         WHEN WS-CYC-DATE(1) > ZERO
049200              AND WS-LAST-PAY-DATE < WS-CYC-DATE(1)
049300             MOVE 1 TO WS-DFT-CYCLE
049400         WHEN WS-CYC-DATE(2) > ZERO
049500              AND WS-LAST-PAY-DATE < WS-CYC-DATE(2)
049600             MOVE 2 TO WS-DFT-CYCLE
049700         WHEN WS-CYC-DATE(3) > ZERO
049800              AND WS-LAST-PAY-DATE < WS-CYC-DATE(3)
049900             MOVE 3 TO WS-DFT-CYCLE
050000         WHEN OTHER
050100             GO TO 2300-EXIT
050200     END-EVALUATE.
050300*    A DEFAULT IS ONLY COUNTED ONCE THE PAYMENT IS OBSERVED, SO
050400*    THE RATE'S NUMERATOR STAYS INSIDE ITS DENOMINATOR.
050500     IF WS-CYC-OBS(WS-DFT-CYCLE) = 1
050600         MOVE 1 TO WS-CYC-DFT(WS-DFT-CYCLE)
050700         ADD 1 TO WS-DFT-TOTAL(WS-DFT-CYCLE)
050800     END-IF.
050900 2300-EXIT.
051000     EXIT.
051100 2310-OBSERVE-ONE-CYCLE.
051200     IF WS-CYC-DATE(WS-CYC-IDX) = ZERO
051300         GO TO 2310-EXIT
051400     END-IF.
051500     COMPUTE WS-OBS-DAYNUM =
051600         FUNCTION INTEGER-OF-DATE(WS-CYC-DATE(WS-CYC-IDX))
051700         + WS-DUE-DAYS + WS-DLQ-DAYS.
051800     IF WS-OBS-DAYNUM <= WS-BUS-DAYNUM
051900         MOVE 1 TO WS-CYC-OBS(WS-CYC-IDX)
052000     END-IF.
052100 2310-EXIT.
052200     EXIT.
052300******************************************************************
052400*   2500 - ADD THE ACCOUNT TO ITS GROUP FOR THE OPENING MONTH,   *
052500*           INSERTING THE GROUP IN KEY ORDER IF IT IS NEW        *
052600******************************************************************
052700 2500-POST-ONE-GROUP.
052800     MOVE WS-OPEN-MONTH TO WS-KEY-MONTH.
052900     PERFORM 4000-FIND-GROUP THRU 4000-EXIT.
053000     IF NOT WS-GRP-FOUND
053100         IF WS-GRP-COUNT >= WS-GRP-MAX
053200             ADD 1 TO WS-GRP-DROPPED
053300             GO TO 2500-EXIT
053400         END-IF
053500         PERFORM 4200-SHIFT-ONE-GROUP THRU 4200-EXIT
053600                 VARYING WS-SHIFT-IDX FROM WS-GRP-COUNT BY -1
053700                 UNTIL WS-SHIFT-IDX < WS-GRP-IDX
053800         ADD 1 TO WS-GRP-COUNT
053900         INITIALIZE WS-GRP(WS-GRP-IDX)
054000         MOVE WS-SEARCH-KEY TO WS-GRP-KEY(WS-GRP-IDX)
054100     END-IF.
054200     ADD 1 TO WS-GRP-ACCOUNTS(WS-GRP-IDX).
054300     PERFORM 2510-POST-ONE-PAYMENT THRU 2510-EXIT
054400             VARYING WS-CYC-IDX FROM 1 BY 1
054500             UNTIL WS-CYC-IDX > 3.
054600 2500-EXIT.
054700     EXIT.
054800 2510-POST-ONE-PAYMENT.
054900     ADD WS-CYC-OBS(WS-CYC-IDX)
055000         TO WS-GRP-OBS(WS-GRP-IDX, WS-CYC-IDX).
055100     ADD WS-CYC-DFT(WS-CYC-IDX)
055200         TO WS-GRP-DFT(WS-GRP-IDX, WS-CYC-IDX).
055300 2510-EXIT.
055400     EXIT.
055500******************************************************************
055600*   4000 - FIND THE SEARCH KEY. NOT FOUND LEAVES WS-GRP-IDX AT   *
055700*           THE ENTRY IT BELONGS BEFORE                          *
055800******************************************************************
055900 4000-FIND-GROUP.
056000     MOVE 'N' TO WS-GRP-FOUND-SW.
056100     PERFORM 4100-TEST-ONE-GROUP THRU 4100-EXIT
056200             VARYING WS-GRP-IDX FROM 1 BY 1
056300             UNTIL WS-GRP-IDX > WS-GRP-COUNT
056400                OR WS-GRP-FOUND
056500                OR WS-GRP-KEY(WS-GRP-IDX) > WS-SEARCH-KEY.
056600     IF WS-GRP-FOUND
056700         SUBTRACT 1 FROM WS-GRP-IDX
056800     END-IF.
056900 4000-EXIT.
057000     EXIT.
057100 4100-TEST-ONE-GROUP.
057200     IF WS-GRP-KEY(WS-GRP-IDX) = WS-SEARCH-KEY
057300         SET WS-GRP-FOUND TO TRUE
057400     END-IF.
057500 4100-EXIT.
057600     EXIT.
057700 4200-SHIFT-ONE-GROUP.
057800     IF WS-SHIFT-IDX > ZERO
057900         MOVE WS-GRP(WS-SHIFT-IDX) TO WS-GRP(WS-SHIFT-IDX + 1)
058000     END-IF.
058100 4200-EXIT.
058200     EXIT.
058300******************************************************************
058400*   7000 - HOLD EACH CHANNEL GROUP AGAINST THE PORTFOLIO FOR ITS *
058500*           OPENING MONTH                                        *
058600******************************************************************
058700 7000-SET-ALERT.
058800     IF WS-GRP-DIM(WS-CUR-IDX) = ZERO
058900         GO TO 7000-EXIT
059000     END-IF.
059100     MOVE ZERO       TO WS-KEY-DIM.
059200     MOVE SPACES     TO WS-KEY-VALUE.
059300     MOVE WS-GRP-MONTH(WS-CUR-IDX) TO WS-KEY-MONTH.
059400     PERFORM 4000-FIND-GROUP THRU 4000-EXIT.
059500     IF NOT WS-GRP-FOUND
059600         GO TO 7000-EXIT
059700     END-IF.
059800     MOVE WS-GRP-IDX TO WS-PORT-IDX.
059900     PERFORM 7100-TEST-ONE-RATE THRU 7100-EXIT
060000             VARYING WS-CYC-IDX FROM 1 BY 1
060100             UNTIL WS-CYC-IDX > 3.
060200     IF WS-GRP-FLAG(WS-CUR-IDX) NOT = SPACES
060300         ADD 1 TO WS-ALERT-COUNT
060400     END-IF.
060500 7000-EXIT.
060600     EXIT.
060700 7100-TEST-ONE-RATE.
060800     IF WS-GRP-OBS(WS-CUR-IDX, WS-CYC-IDX) < WS-MIN-OBSERVED
060900         OR WS-GRP-OBS(WS-CUR-IDX, WS-CYC-IDX) = ZERO
061000         OR WS-GRP-DFT(WS-CUR-IDX, WS-CYC-IDX) = ZERO
061100         GO TO 7100-EXIT
061200     END-IF.
061300     COMPUTE WS-GRP-RATE ROUNDED =
061400         WS-GRP-DFT(WS-CUR-IDX, WS-CYC-IDX) * 100
061500         / WS-GRP-OBS(WS-CUR-IDX, WS-CYC-IDX).
061600     COMPUTE WS-PORT-RATE ROUNDED =
061700         WS-GRP-DFT(WS-PORT-IDX, WS-CYC-IDX) * 100
061800         / WS-GRP-OBS(WS-PORT-IDX, WS-CYC-IDX).
061900     COMPUTE WS-ALERT-RATE ROUNDED =
062000         WS-PORT-RATE * WS-ALERT-FACTOR.
062100     IF WS-GRP-RATE > WS-ALERT-RATE
062200         MOVE WS-PAYMENT-NAME(WS-CYC-IDX)
062300           TO WS-GRP-FLAG(WS-CUR-IDX)((WS-CYC-IDX - 1) * 4 + 1:3)
062400     END-IF.
062500 7100-EXIT.
062600     EXIT.
062700******************************************************************
062800*   8000 - ONE REPORT LINE PER GROUP, A SECTION PER DIMENSION    *
062900******************************************************************
063000 8000-PRINT-GROUP.
063100     IF WS-GRP-IDX = 1
063200         OR WS-GRP-DIM(WS-GRP-IDX) NOT = WS-PRINT-DIM
063300         MOVE WS-GRP-DIM(WS-GRP-IDX) TO WS-PRINT-DIM
063400         COMPUTE WS-DIM-IDX = WS-PRINT-DIM + 1
063500         MOVE SPACES TO REPORT-LINE
063600         WRITE REPORT-LINE
063700         MOVE WS-DIM-TITLE(WS-DIM-IDX) TO WS-SEC-TITLE
063800         WRITE REPORT-LINE FROM WS-SECTION-LINE
063900         WRITE REPORT-LINE FROM WS-COLUMN-LINE
064000         ADD 3 TO WS-RUNSTAT-WRITTEN
064100     END-IF.
064200     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
064300 8000-EXIT.
064400     EXIT.
064500 8100-PRINT-ALERT.
064600     IF WS-GRP-FLAG(WS-GRP-IDX) = SPACES
064700         GO TO 8100-EXIT
064800     END-IF.
064900     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
065000 8100-EXIT.
065100     EXIT.
065200 8200-WRITE-DETAIL.
065300     MOVE SPACES TO WS-DETAIL-LINE.
065400     COMPUTE WS-DIM-IDX = WS-GRP-DIM(WS-GRP-IDX) + 1.
065500     MOVE WS-DIM-NAME(WS-DIM-IDX)      TO WS-DTL-DIM.
065600     MOVE WS-GRP-VALUE(WS-GRP-IDX)     TO WS-DTL-VALUE.
065700     MOVE WS-GRP-MONTH(WS-GRP-IDX)     TO WS-DTL-MONTH.
065800     MOVE WS-GRP-ACCOUNTS(WS-GRP-IDX)  TO WS-DTL-ACCOUNTS.
065900     MOVE WS-GRP-FLAG(WS-GRP-IDX)      TO WS-DTL-FLAG.
066000     PERFORM 8210-FORMAT-ONE-RATE THRU 8210-EXIT
066100             VARYING WS-CYC-IDX FROM 1 BY 1
066200             UNTIL WS-CYC-IDX > 3.
066300     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
066400     ADD 1 TO WS-RUNSTAT-WRITTEN.
066500 8200-EXIT.
066600     EXIT.
066700 8210-FORMAT-ONE-RATE.
066800     MOVE WS-GRP-OBS(WS-GRP-IDX, WS-CYC-IDX)
066900       TO WS-DTL-OBS(WS-CYC-IDX).
067000     MOVE WS-GRP-DFT(WS-GRP-IDX, WS-CYC-IDX)
067100       TO WS-DTL-DFT(WS-CYC-IDX).
067200     MOVE ZERO TO WS-GRP-RATE.
067300     IF WS-GRP-OBS(WS-GRP-IDX, WS-CYC-IDX) > ZERO
067400         COMPUTE WS-GRP-RATE ROUNDED =
067500             WS-GRP-DFT(WS-GRP-IDX, WS-CYC-IDX) * 100
067600             / WS-GRP-OBS(WS-GRP-IDX, WS-CYC-IDX)
067700     END-IF.
067800     MOVE WS-GRP-RATE TO WS-DTL-RATE(WS-CYC-IDX).
067900 8210-EXIT.
068000     EXIT.
068100******************************************************************
068200*                 9000 - REPORT, TOTALS AND TERMINATION          *
068300******************************************************************
068400 9000-TERMINATE.
068500     PERFORM 8000-PRINT-GROUP THRU 8000-EXIT
068600             VARYING WS-GRP-IDX FROM 1 BY 1
068700             UNTIL WS-GRP-IDX > WS-GRP-COUNT.
068800     MOVE SPACES TO REPORT-LINE.
068900     WRITE REPORT-LINE.
069000     MOVE 'GROUPS IN ALERT' TO WS-SEC-TITLE.
069100     WRITE REPORT-LINE FROM WS-SECTION-LINE.
069200     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
069300     ADD 3 TO WS-RUNSTAT-WRITTEN.
069400     PERFORM 8100-PRINT-ALERT THRU 8100-EXIT
069500             VARYING WS-GRP-IDX FROM 1 BY 1
069600             UNTIL WS-GRP-IDX > WS-GRP-COUNT.
069700     IF WS-ALERT-COUNT = ZERO
069800         WRITE REPORT-LINE FROM WS-NONE-LINE
069900         ADD 1 TO WS-RUNSTAT-WRITTEN
070000     END-IF.
070100     MOVE SPACES TO REPORT-LINE.
070200     WRITE REPORT-LINE.
070300     MOVE 'ACCOUNTS READ         :' TO WS-TOT-CAPTION.
070400     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
070500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
070600     MOVE 'NO OPEN DATE          :' TO WS-TOT-CAPTION.
070700     MOVE WS-NO-OPEN-COUNT          TO WS-TOT-COUNT.
070800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
070900     MOVE 'OPENED IN THE WINDOW  :' TO WS-TOT-CAPTION.
071000     MOVE WS-COHORT-COUNT           TO WS-TOT-COUNT.
071100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
071200     MOVE 'FIRST CYCLE NOT KEPT  :' TO WS-TOT-CAPTION.
071300     MOVE WS-UNOBSERVABLE-COUNT     TO WS-TOT-COUNT.
071400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
071500     MOVE 'FIRST-PAYMENT DEFAULTS:' TO WS-TOT-CAPTION.
071600     MOVE WS-DFT-TOTAL(1)           TO WS-TOT-COUNT.
071700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
071800     MOVE 'SECOND-PAYMENT DFLTS  :' TO WS-TOT-CAPTION.
071900     MOVE WS-DFT-TOTAL(2)           TO WS-TOT-COUNT.
072000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
072100     MOVE 'THIRD-PAYMENT DEFAULTS:' TO WS-TOT-CAPTION.
072200     MOVE WS-DFT-TOTAL(3)           TO WS-TOT-COUNT.
072300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
072400     MOVE 'GROUPS IN ALERT       :' TO WS-TOT-CAPTION.
072500     MOVE WS-ALERT-COUNT            TO WS-TOT-COUNT.
072600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
072700     MOVE 'POSTINGS NOT TABLED   :' TO WS-TOT-CAPTION.
072800     MOVE WS-GRP-DROPPED            TO WS-TOT-COUNT.
072900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
073000     ADD 10 TO WS-RUNSTAT-WRITTEN.
073100     IF WS-ALERT-COUNT NOT = ZERO
073200         DISPLAY 'CLI084F - CHANNEL GROUPS OVER THE ALERT '
073300                 'FACTOR : ' WS-ALERT-COUNT
073400         MOVE 4 TO RETURN-CODE
073500     END-IF.
073600     IF WS-GRP-DROPPED NOT = ZERO
073700         DISPLAY 'CLI084F - GROUP TABLE FULL, POSTINGS NOT '
073800                 'TABLED : ' WS-GRP-DROPPED
073900         MOVE 8 TO RETURN-CODE
074000     END-IF.
074100     CLOSE CLIDATA-FILE.
074200     CLOSE REPORT-FILE.
074300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
074400 9000-EXIT.
074500     EXIT.
074600******************************************************************
074700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
074800******************************************************************
074900 9900-WRITE-RUN-STATS.
075000     OPEN OUTPUT RUNLOG-FILE.
075100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
075200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
075300     MOVE SPACES                 TO RUNSTAT-ENTRY.
075400     MOVE 'CLI084F'              TO RUNSTAT-PROGRAM-ID.
075500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
075600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
075700     MOVE WS-RUNSTAT-START-RAW(1:6)
075800         TO RUNSTAT-START-TIME.
075900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
076000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
076100     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
076200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
076300     WRITE RUNSTAT-ENTRY.
076400     CLOSE RUNLOG-FILE.
076500 9900-EXIT.
076600     EXIT.
076700******************************************************************
076800*                      END OF PROGRAM                            *
076900******************************************************************
