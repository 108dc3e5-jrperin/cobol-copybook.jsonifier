002204*     2026-09-01  DCG  RECORD THE PROGRAM START TIME ON          *
002205*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002206*                      TIMING REPORT.                            *
002216*     2026-10-15  DCG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002226*                      THE RUN-CONTROL DATASET MAKES THE         *
002236*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002246*                      STAMPS THE REPORT AS A REPLAY AND         *
002256*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002300******************************************************************
002400 PROGRAM-ID.    CLI035Q.
002500 ENVIRONMENT DIVISION.
003900         ORGANIZATION IS LINE SEQUENTIAL.
003901     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003902         ORGANIZATION IS LINE SEQUENTIAL.
003912     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
003922         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SUSPDAY-FILE.
006400     03  FILLER                         PIC X(35).
006401 FD  RUNLOG-FILE.
006402     COPY "RUNSTAT.cpy".
006412 FD  RUNPARM-FILE.
006422     COPY "RUNPARM.cpy".
006500 WORKING-STORAGE SECTION.
006501 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006502 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007900 77  WS-OPEN-COUNT                      PIC 9(07)   VALUE ZERO.
008000 77  WS-CLOSED-TODAY-COUNT              PIC 9(07)   VALUE ZERO.
008100 77  WS-NEW-TODAY-COUNT                 PIC 9(07)   VALUE ZERO.
008110 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008120     88  WS-PARM-EOF                                VALUE 'Y'.
008130 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008140     88  WS-REPLAY-RUN                              VALUE 'Y'.
008150 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008200 01  WS-ACCEPT-TABLE.
008300     05  WS-ACPT-ENTRY OCCURS 200 TIMES.
008400         10  WS-ACPT-FILE-ID            PIC X(08).
009800     05  FILLER                         PIC X(02)   VALUE SPACES.
009900     05  WS-DTL-STATUS                  PIC X(06).
010000     05  FILLER                         PIC X(60)   VALUE SPACES.
010010 01  WS-REPLAY-LINE.
010020     05  FILLER                         PIC X(31)
010030         VALUE '*** REPLAY RUN - BUSINESS DATE '.
010040     05  WS-RPL-DATE                    PIC 9(08).
010050     05  FILLER                         PIC X(30)
010060         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
010070     05  FILLER                         PIC X(31)   VALUE SPACES.
010100 01  WS-TOTAL-LINE-1.
010200     05  FILLER                         PIC X(24)
010300                       VALUE 'OPEN ITEMS            :'.
013100*   1000 - LOAD THE DAY'S ACCEPTANCE LOG AND OPEN THE FILES      *
013200******************************************************************
013300 1000-INITIALIZE.
013310     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
013400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013410     IF WS-REPLAY-RUN
013420         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
013430     END-IF.
013500     COMPUTE WS-TODAY-INT-DATE =
013600             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
013700     OPEN INPUT CLIACPT-FILE.
014200     OPEN INPUT  PRIOR-MASTER-FILE.
014300     OPEN OUTPUT NEW-MASTER-FILE.
014400     OPEN OUTPUT REPORT-FILE.
014410     IF WS-REPLAY-RUN
014420         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
014430         WRITE REPORT-LINE FROM WS-REPLAY-LINE
014440     END-IF.
014500     OPEN OUTPUT RETRANS-FILE.
014510     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
014520     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
016100     END-READ.
016200 1100-EXIT.
016300     EXIT.
016302******************************************************************
016304*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
016306******************************************************************
016308 1500-LOAD-RUN-PARMS.
016310     OPEN INPUT RUNPARM-FILE.
016312     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
016314             UNTIL WS-PARM-EOF.
016316     CLOSE RUNPARM-FILE.
016318 1500-EXIT.
016320     EXIT.
016322 1510-READ-ONE-PARM.
016324     READ RUNPARM-FILE
016326         AT END SET WS-PARM-EOF TO TRUE
016328         NOT AT END
016330             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
016332                 AND RUNPARM-KEY = 'BUSDATE '
016334                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
016336                 SET WS-REPLAY-RUN TO TRUE
016338                 DISPLAY 'CLI035Q - REPLAY RUN FOR BUSINESS DATE '
016340                         WS-REPLAY-DATE
016342             END-IF
016344     END-READ.
016346 1510-EXIT.
016348     EXIT.
016400******************************************************************
016500*   2000 - CARRY, CLOSE AND AGE EACH PRIOR MASTER ENTRY          *
016600******************************************************************
028000     CLOSE NEW-MASTER-FILE.
028100     CLOSE REPORT-FILE.
028200     CLOSE RETRANS-FILE.
028210     IF NOT WS-REPLAY-RUN
028220         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
028230     END-IF.
028300 9000-EXIT.
028400     EXIT.
028401******************************************************************
