002300*----------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                          *
002500*     2026-09-01  CDG  ORIGINAL VERSION.                        *
002510*     2026-10-15  CDG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002520*                      THE RUN-CONTROL DATASET MAKES THE         *
002530*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002540*                      STAMPS THE REPORT AS A REPLAY AND         *
002550*                      SUPPRESSES THE RUN-LOG ENTRY.             *
002600******************************************************************
002700 PROGRAM-ID.    DAT010A.
002800 ENVIRONMENT DIVISION.
007400     88  WS-TRD-EOF                                 VALUE 'Y'.
007500 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
007600     88  WS-PARM-EOF                                VALUE 'Y'.
007610 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
007620     88  WS-REPLAY-RUN                              VALUE 'Y'.
007630 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
007700 77  WS-JUMP-THRESHOLD-PCT              PIC 9(03)   VALUE 050.
007800 77  WS-MCH-COUNT                       PIC 9(04)   VALUE ZERO.
007900 77  WS-MCH-MAX                         PIC 9(04)   VALUE 5000.
011800                       VALUE '/1000 '.
011900     05  WS-DTL-FLAG                    PIC X(16).
012000     05  FILLER                         PIC X(40)   VALUE SPACES.
012010 01  WS-REPLAY-LINE.
012020     05  FILLER                         PIC X(31)
012030         VALUE '*** REPLAY RUN - BUSINESS DATE '.
012040     05  WS-RPL-DATE                    PIC 9(08).
012050     05  FILLER                         PIC X(30)
012060         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
012070     05  FILLER                         PIC X(63)   VALUE SPACES.
012100 01  WS-TOTAL-LINE-1.
012200     05  FILLER                         PIC X(24)
012300                       VALUE 'MERCHANTS AGGREGATED  :'.
014800 1000-INITIALIZE.
014900     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
015000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015010     IF WS-REPLAY-RUN
015020         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
015030     END-IF.
015100     OPEN INPUT  DATTXNX-FILE.
015200     OPEN INPUT  DATDMST-FILE.
015300     OPEN INPUT  PRIOR-TREND-FILE.
015500     OPEN OUTPUT REPORT-FILE.
015600     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
015700     WRITE REPORT-LINE FROM WS-HEADING-LINE.
015710     IF WS-REPLAY-RUN
015720         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
015730         WRITE REPORT-LINE FROM WS-REPLAY-LINE
015740     END-IF.
015800     PERFORM 2100-READ-TXN   THRU 2100-EXIT.
015900     PERFORM 3100-READ-DSP   THRU 3100-EXIT.
016000     PERFORM 4100-READ-TREND THRU 4100-EXIT.
018200                         WS-JUMP-THRESHOLD-PCT
018300                         ' PCT BY RUN PARAMETER'
018400             END-IF
018410             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
018420                 AND RUNPARM-KEY = 'BUSDATE '
018430                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
018440                 SET WS-REPLAY-RUN TO TRUE
018450                 DISPLAY 'DAT010A - REPLAY RUN FOR BUSINESS DATE '
018460                         WS-REPLAY-DATE
018470             END-IF
018500     END-READ.
018600 1510-EXIT.
018700     EXIT.
039100     CLOSE PRIOR-TREND-FILE.
039200     CLOSE NEW-TREND-FILE.
039300     CLOSE REPORT-FILE.
039310     IF NOT WS-REPLAY-RUN
039320         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
039330     END-IF.
039500 9000-EXIT.
039600     EXIT.
039700******************************************************************
