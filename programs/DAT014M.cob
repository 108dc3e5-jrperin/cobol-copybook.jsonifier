002400*----------------------------------------------------------------*
002500* MODIFICATION HISTORY.                                          *
002600*     2026-09-01  SSG  ORIGINAL VERSION.                        *
002610*     2026-10-15  SSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002620*                      THE RUN-CONTROL DATASET STAMPS THE        *
002630*                      REPORT AS A REPLAY AND SUPPRESSES THE     *
002640*                      RUN-LOG ENTRY.                            *
002700******************************************************************
002800 PROGRAM-ID.    DAT014M.
002900 ENVIRONMENT DIVISION.
006900     88  WS-PRIOR-EOF                               VALUE 'Y'.
007000 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
007100     88  WS-PARM-EOF                                VALUE 'Y'.
007110 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
007120     88  WS-REPLAY-RUN                              VALUE 'Y'.
007130 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
007200 77  WS-BAND-PCT                        PIC 9(03)   VALUE 050.
007300 77  WS-CYC-IDX                         PIC 9(02)   VALUE ZERO.
007400 77  WS-PRIOR-CYCLES                    PIC 9(02)   VALUE ZERO.
009900     05  FILLER                         PIC X(02)   VALUE SPACES.
010000     05  WS-DTL-FLAG                    PIC X(10).
010100     05  FILLER                         PIC X(09)   VALUE SPACES.
010110 01  WS-REPLAY-LINE.
010120     05  FILLER                         PIC X(31)
010130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
010140     05  WS-RPL-DATE                    PIC 9(08).
010150     05  FILLER                         PIC X(30)
010160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
010170     05  FILLER                         PIC X(31)   VALUE SPACES.
010200 01  WS-TOTAL-LINE-1.
010300     05  FILLER                         PIC X(24)
010400                       VALUE 'SPEND SPIKES          :'.
012800     OPEN INPUT  PRIOR-MASTER-FILE.
012900     OPEN OUTPUT NEW-MASTER-FILE.
013000     OPEN OUTPUT REPORT-FILE.
013010     IF WS-REPLAY-RUN
013020         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
013030         WRITE REPORT-LINE FROM WS-REPLAY-LINE
013040     END-IF.
013100     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
013200     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
013300 1000-EXIT.
015200                 DISPLAY 'DAT014M - TREND BAND SET TO '
015300                         WS-BAND-PCT ' PCT BY RUN PARAMETER'
015400             END-IF
015410             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
015420                 AND RUNPARM-KEY = 'BUSDATE '
015430                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
015440                 SET WS-REPLAY-RUN TO TRUE
015450                 DISPLAY 'DAT014M - REPLAY RUN FOR BUSINESS DATE '
015460                         WS-REPLAY-DATE
015470             END-IF
015500     END-READ.
015600 1510-EXIT.
015700     EXIT.
033800     CLOSE PRIOR-MASTER-FILE.
033900     CLOSE NEW-MASTER-FILE.
034000     CLOSE REPORT-FILE.
034010     IF NOT WS-REPLAY-RUN
034020         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
034030     END-IF.
034200 9000-EXIT.
034300     EXIT.
034400******************************************************************
