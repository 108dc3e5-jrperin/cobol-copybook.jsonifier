002400*----------------------------------------------------------------*
002500* MODIFICATION HISTORY.                                          *
002600*     2026-09-01  CSG  ORIGINAL VERSION.                        *
002610*     2026-10-15  CSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002620*                      THE RUN-CONTROL DATASET MAKES THE         *
002630*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002640*                      STAMPS THE REPORT AS A REPLAY AND         *
002650*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002700******************************************************************
002800 PROGRAM-ID.    CLI051M.
002900 ENVIRONMENT DIVISION.
007800     88  WS-CARD-EOF                                VALUE 'Y'.
007900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008000     88  WS-PARM-EOF                                VALUE 'Y'.
008010 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008020     88  WS-REPLAY-RUN                              VALUE 'Y'.
008030 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008100 77  WS-REVIEW-DEADLINE-DAYS            PIC 9(03)   VALUE 030.
008200 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
008300 77  WS-FIRST-INT-DATE                  PIC 9(09)   VALUE ZERO.
010600         10  WS-CRD-KEY                 PIC X(62).
010700         10  WS-CRD-DECISION            PIC X(01).
010800         10  WS-CRD-DATE                PIC 9(08).
010810 01  WS-REPLAY-LINE.
010820     05  FILLER                         PIC X(31)
010830         VALUE '*** REPLAY RUN - BUSINESS DATE '.
010840     05  WS-RPL-DATE                    PIC 9(08).
010850     05  FILLER                         PIC X(30)
010860         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
010870     05  FILLER                         PIC X(63)   VALUE SPACES.
010900 01  WS-OVERDUE-LINE.
011000     05  FILLER                         PIC X(10)
011100                       VALUE 'OVERDUE : '.
015900     COMPUTE WS-TODAY-INT-DATE =
016000             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
016100     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
016110     IF WS-REPLAY-RUN
016120         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
016130         COMPUTE WS-TODAY-INT-DATE =
016140                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
016150     END-IF.
016200     PERFORM 1600-LOAD-CARDS     THRU 1600-EXIT.
016300     OPEN INPUT  CLIWMAT-FILE.
016400     OPEN INPUT  PRIOR-MASTER-FILE.
016500     OPEN OUTPUT NEW-MASTER-FILE.
016600     OPEN OUTPUT ALERT-FILE.
016700     OPEN OUTPUT REPORT-FILE.
016710     IF WS-REPLAY-RUN
016720         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
016730         WRITE REPORT-LINE FROM WS-REPLAY-LINE
016740     END-IF.
016800     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
016900     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
017000 1000-EXIT.
019100                         WS-REVIEW-DEADLINE-DAYS
019200                         ' DAYS BY RUN PARAMETER'
019300             END-IF
019310             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
019320                 AND RUNPARM-KEY = 'BUSDATE '
019330                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
019340                 SET WS-REPLAY-RUN TO TRUE
019350                 DISPLAY 'CLI051M - REPLAY RUN FOR BUSINESS DATE '
019360                         WS-REPLAY-DATE
019370             END-IF
019400     END-READ.
019500 1510-EXIT.
019600     EXIT.
043100     CLOSE NEW-MASTER-FILE.
043200     CLOSE ALERT-FILE.
043300     CLOSE REPORT-FILE.
043310     IF NOT WS-REPLAY-RUN
043320         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
043330     END-IF.
043500 9000-EXIT.
043600     EXIT.
043700******************************************************************
