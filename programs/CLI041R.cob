002591*     2026-09-01  RSG  RECORD THE PROGRAM START TIME ON          *
002592*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002593*                      TIMING REPORT.                            *
002594*     2026-10-15  RSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002595*                      THE RUN-CONTROL DATASET MAKES THE         *
002596*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002597*                      STAMPS THE REPORT AS A REPLAY AND         *
002598*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002600******************************************************************
002700 PROGRAM-ID.    CLI041R.
002800 ENVIRONMENT DIVISION.
003820         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
004000         ORGANIZATION IS LINE SEQUENTIAL.
004001     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004002         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CURR-FILE.
005220     COPY "CLIROLL.cpy".
005300 FD  RUNLOG-FILE.
005400     COPY "RUNSTAT.cpy".
005401 FD  RUNPARM-FILE.
005402     COPY "RUNPARM.cpy".
005500 WORKING-STORAGE SECTION.
005600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007030 77  WS-PAN-IDX                         PIC 9(02)   VALUE ZERO.
007040 77  WS-ENV-ROLL-COUNT                  PIC 9(09)   VALUE ZERO.
007050 77  WS-ENV-ROLL-TOTAL                  PIC 9(18)   VALUE ZERO.
007051 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
007052     88  WS-PARM-EOF                                VALUE 'Y'.
007053 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
007054     88  WS-REPLAY-RUN                              VALUE 'Y'.
007055 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
007060 01  WS-CURRENT-DATE-TIME.
007070     05  WS-CURRENT-DATE                PIC 9(08).
007080     05  WS-CURRENT-TIME                PIC 9(06).
008900     05  FILLER                         PIC X(44)
009000         VALUE 'CLI041R - DELINQUENCY ROLL-RATE MATRIX      '.
009100     05  FILLER                         PIC X(56)   VALUE SPACES.
009101 01  WS-REPLAY-LINE.
009102     05  FILLER                         PIC X(31)
009103         VALUE '*** REPLAY RUN - BUSINESS DATE '.
009104     05  WS-RPL-DATE                    PIC 9(08).
009105     05  FILLER                         PIC X(30)
009106         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
009107     05  FILLER                         PIC X(31)   VALUE SPACES.
009200 01  WS-COLUMN-LINE.
009300     05  FILLER                         PIC X(10)
009400                       VALUE 'FROM\TO   '.
013700 1000-INITIALIZE.
013800     MOVE ZEROES TO WS-MIGRATION-MATRIX.
013810     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013811     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
013812     IF WS-REPLAY-RUN
013813         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
013814     END-IF.
013900     OPEN INPUT  CURR-FILE.
014000     OPEN INPUT  PRIOR-FILE.
014100     OPEN OUTPUT SNAP-FILE.
014400     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
014500 1000-EXIT.
014600     EXIT.
014601******************************************************************
014602*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
014603******************************************************************
014604 1500-LOAD-RUN-PARMS.
014605     OPEN INPUT RUNPARM-FILE.
014606     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
014607             UNTIL WS-PARM-EOF.
014608     CLOSE RUNPARM-FILE.
014609 1500-EXIT.
014610     EXIT.
014611 1510-READ-ONE-PARM.
014612     READ RUNPARM-FILE
014613         AT END SET WS-PARM-EOF TO TRUE
014614         NOT AT END
014615             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
014616                 AND RUNPARM-KEY = 'BUSDATE '
014617                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
014618                 SET WS-REPLAY-RUN TO TRUE
014619                 DISPLAY 'CLI041R - REPLAY RUN FOR BUSINESS DATE '
014620                         WS-REPLAY-DATE
014621             END-IF
014622     END-READ.
014623 1510-EXIT.
014624     EXIT.
014700******************************************************************
014800*   2000 - MATCH TONIGHT'S DETAILS AGAINST YESTERDAY'S SNAPSHOT  *
014900******************************************************************
022900******************************************************************
023000 3000-PRINT-MATRIX.
023100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
023101     IF WS-REPLAY-RUN
023102         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
023103         WRITE REPORT-LINE FROM WS-REPLAY-LINE
023104     END-IF.
023200     MOVE WS-BUCKET-NAME(1) TO WS-COL-NAME-1.
023300     MOVE WS-BUCKET-NAME(2) TO WS-COL-NAME-2.
023400     MOVE WS-BUCKET-NAME(3) TO WS-COL-NAME-3.
026300     CLOSE SNAP-FILE.
026400     CLOSE REPORT-FILE.
026410     CLOSE ROLL-FILE.
026500     IF NOT WS-REPLAY-RUN
026501         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
026502     END-IF.
026600 9000-EXIT.
026700     EXIT.
026800******************************************************************
