002840*                      STILL CARRIES THE OLD OPERATOR, SO THE    *
002850*                      SMALL-OPERATOR POINTS WENT TO THE         *
002860*                      SELLER INSTEAD OF THE BUYER.              *
002865*     2026-10-15  WDS  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002870*                      THE RUN-CONTROL DATASET MAKES THE         *
002875*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002880*                      STAMPS THE REPORT AS A REPLAY AND         *
002885*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002900******************************************************************
003000 PROGRAM-ID.    MAF015S.
003100 ENVIRONMENT DIVISION.
008200     88  WS-RSK-EOF                                 VALUE 'Y'.
008300 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008400     88  WS-PARM-EOF                                VALUE 'Y'.
008410 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008420     88  WS-REPLAY-RUN                              VALUE 'Y'.
008430 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008500 77  WS-SMALL-OPERATOR-LINE             PIC 9(05)   VALUE 00005.
008600 77  WS-RISK-LINE                       PIC 9(03)   VALUE 060.
008700 77  WS-OLD-WELL-YEARS                  PIC 9(03)   VALUE 030.
013300     05  FILLER                         PIC X(02)   VALUE SPACES.
013400     05  WS-DTL-OPERATOR                PIC X(32).
013500     05  FILLER                         PIC X(44)   VALUE SPACES.
013510 01  WS-REPLAY-LINE.
013520     05  FILLER                         PIC X(31)
013530         VALUE '*** REPLAY RUN - BUSINESS DATE '.
013540     05  WS-RPL-DATE                    PIC 9(08).
013550     05  FILLER                         PIC X(30)
013560         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
013570     05  FILLER                         PIC X(31)   VALUE SPACES.
013600 01  WS-TOTAL-LINE-1.
013700     05  FILLER                         PIC X(24)
013800                       VALUE 'WELLS SCORED          :'.
016300 1000-INITIALIZE.
016400     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
016500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016510     IF WS-REPLAY-RUN
016520         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
016530     END-IF.
016600     MOVE WS-CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
016700     COMPUTE WS-TODAY-INT =
016800         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
018100     OPEN INPUT  MASTER-FILE.
018200     OPEN OUTPUT NEW-RISK-FILE.
018300     OPEN OUTPUT REPORT-FILE.
018310     IF WS-REPLAY-RUN
018320         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
018330         WRITE REPORT-LINE FROM WS-REPLAY-LINE
018340     END-IF.
018400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
018500 1000-EXIT.
018600     EXIT.
028200                             TO WS-OLD-WELL-YEARS
028300                 END-EVALUATE
028400             END-IF
028410             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
028420                 AND RUNPARM-KEY = 'BUSDATE '
028430                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
028440                 SET WS-REPLAY-RUN TO TRUE
028450                 DISPLAY 'MAF015S - REPLAY RUN FOR BUSINESS DATE '
028460                         WS-REPLAY-DATE
028470             END-IF
028500     END-READ.
028600 1510-EXIT.
028700     EXIT.
041100     CLOSE MASTER-FILE.
041200     CLOSE NEW-RISK-FILE.
041300     CLOSE REPORT-FILE.
041310     IF NOT WS-REPLAY-RUN
041320         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
041330     END-IF.
041500 9000-EXIT.
041600     EXIT.
041700******************************************************************
