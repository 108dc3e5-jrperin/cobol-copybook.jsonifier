002380*     2026-09-01  DCG  RECORD THE PROGRAM START TIME ON          *
002381*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002382*                      TIMING REPORT.                            *
002384*     2026-10-15  DCG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002386*                      THE RUN-CONTROL DATASET MAKES THE         *
002388*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002390*                      STAMPS THE REPORT AS A REPLAY AND         *
002392*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002400******************************************************************
002500 PROGRAM-ID.    CLI046T.
002600 ENVIRONMENT DIVISION.
009300     05  WS-CURRENT-DATE                PIC 9(08).
009310     05  WS-CURRENT-TIME                PIC 9(06).
009400     05  FILLER                         PIC X(08).
009402 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
009404     88  WS-REPLAY-RUN                              VALUE 'Y'.
009406 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
009410 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
009420     88  WS-CLI-EOF                                 VALUE 'Y'.
009430 77  WS-STK-EOF-SW                      PIC X(01)   VALUE 'N'.
011200                       VALUE 'NO RESPONSE           :'.
011300     05  WS-TOT-NO-RESPONSE             PIC ZZZ,ZZ9.
011400     05  FILLER                         PIC X(49)   VALUE SPACES.
011401 01  WS-REPLAY-LINE.
011402     05  FILLER                         PIC X(31)
011403         VALUE '*** REPLAY RUN - BUSINESS DATE '.
011404     05  WS-RPL-DATE                    PIC 9(08).
011405     05  FILLER                         PIC X(30)
011406         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
011407     05  FILLER                         PIC X(11)   VALUE SPACES.
011410 01  WS-TOTAL-LINE-5.
011420     05  FILLER                         PIC X(24)
011430                       VALUE 'PAPER REINSTATED      :'.
014200     OPEN OUTPUT SUP-OUT-FILE.
014300     OPEN OUTPUT REPORT-FILE.
014310     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
014311     IF WS-REPLAY-RUN
014312         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
014313     END-IF.
014314     IF WS-REPLAY-RUN
014315         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
014316         WRITE REPORT-LINE FROM WS-REPLAY-LINE
014317     END-IF.
014320     OPEN INPUT STK-IN-FILE.
014330     PERFORM 1300-LOAD-ONE-STRIKE THRU 1300-EXIT
014340             UNTIL WS-STK-EOF.
014639                         'TO ' WS-STRIKE-LIMIT
014640                         ' BY RUN PARAMETER'
014641             END-IF
014646             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
014651                 AND RUNPARM-KEY = 'BUSDATE '
014656                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
014661                 SET WS-REPLAY-RUN TO TRUE
014666                 DISPLAY 'CLI046T - REPLAY RUN FOR BUSINESS DATE '
014671                         WS-REPLAY-DATE
014676             END-IF
014681     END-READ.
014686 1510-EXIT.
014691     EXIT.
014700 1100-LOAD-ONE-SUPPRESSION.
014800     READ SUP-IN-FILE
014900         AT END SET WS-SUP-EOF TO TRUE
027910     CLOSE CLIDATA-FILE.
027920     CLOSE MAIL-FILE.
027930     CLOSE STK-OUT-FILE.
027940     IF NOT WS-REPLAY-RUN
027950         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
027960     END-IF.
028100 9000-EXIT.
028200     EXIT.
028300******************************************************************
