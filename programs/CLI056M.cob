002400*----------------------------------------------------------------*
002500* MODIFICATION HISTORY.                                          *
002600*     2026-09-01  RSG  ORIGINAL VERSION.                        *
002601*     2026-10-15  RSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002602*                      THE RUN-CONTROL DATASET MAKES THE         *
002603*                      REPLAYED BUSINESS DATE THE FLAG DATE,     *
002604*                      STAMPS THE REPORT AS A REPLAY AND         *
002605*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002700******************************************************************
002800 PROGRAM-ID.    CLI056M.
002900 ENVIRONMENT DIVISION.
007700 77  WS-CROSSED-3-COUNT                 PIC 9(07)   VALUE ZERO.
007800 77  WS-CROSSED-6-COUNT                 PIC 9(07)   VALUE ZERO.
007900 77  WS-ENDED-COUNT                     PIC 9(07)   VALUE ZERO.
007901 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
007902     88  WS-REPLAY-RUN                              VALUE 'Y'.
007903 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008000 01  WS-CURRENT-DATE-TIME.
008100     05  WS-CURRENT-DATE                PIC 9(08).
008200     05  FILLER                         PIC X(14).
010800                       VALUE 'STREAKS ENDED         :'.
010900     05  WS-TOT-ENDED                   PIC ZZZ,ZZ9.
011000     05  FILLER                         PIC X(69)   VALUE SPACES.
011001 01  WS-REPLAY-LINE.
011002     05  FILLER                         PIC X(31)
011003         VALUE '*** REPLAY RUN - BUSINESS DATE '.
011004     05  WS-RPL-DATE                    PIC 9(08).
011005     05  FILLER                         PIC X(30)
011006         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
011007     05  FILLER                         PIC X(31)   VALUE SPACES.
011100******************************************************************
011200*                 PROCEDURE DIVISION                            *
011300******************************************************************
012300 1000-INITIALIZE.
012400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012500     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
012501     IF WS-REPLAY-RUN
012502         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
012503     END-IF.
012600     OPEN INPUT  CLIDATA-FILE.
012700     OPEN INPUT  PRIOR-MASTER-FILE.
012800     OPEN OUTPUT NEW-MASTER-FILE.
012900     OPEN OUTPUT REPORT-FILE.
012901     IF WS-REPLAY-RUN
012902         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
012903         WRITE REPORT-LINE FROM WS-REPLAY-LINE
012904     END-IF.
013000     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
013100     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
013200 1000-EXIT.
015200                         WS-MIN-TOLERANCE-PCT
015300                         ' PCT BY RUN PARAMETER'
015400             END-IF
015401             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
015402                 AND RUNPARM-KEY = 'BUSDATE '
015403                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
015404                 SET WS-REPLAY-RUN TO TRUE
015405                 DISPLAY 'CLI056M - REPLAY RUN FOR BUSINESS DATE '
015406                         WS-REPLAY-DATE
015407             END-IF
015500     END-READ.
015600 1510-EXIT.
015700     EXIT.
030700     CLOSE PRIOR-MASTER-FILE.
030800     CLOSE NEW-MASTER-FILE.
030900     CLOSE REPORT-FILE.
031000     IF NOT WS-REPLAY-RUN
031001         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
031002     END-IF.
031100 9000-EXIT.
031200     EXIT.
031300******************************************************************
