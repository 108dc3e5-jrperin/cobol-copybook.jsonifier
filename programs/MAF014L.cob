002680*                      WHEN THE FEED MONTH MINUS PRODMNTH        *
002690*                      CROSSES JANUARY - UNSIGNED, FEBRUARY      *
002691*                      RUNS FALSELY FLAGGED NOV-JAN PRODUCERS.   *
002693*     2026-10-15  WDS  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002695*                      THE RUN-CONTROL DATASET STAMPS THE        *
002697*                      REPORT AS A REPLAY AND SUPPRESSES THE     *
002699*                      RUN-LOG ENTRY.                            *
002700******************************************************************
002800 PROGRAM-ID.    MAF014L.
002900 ENVIRONMENT DIVISION.
007400     88  WS-HIS-EOF                                 VALUE 'Y'.
007500 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
007600     88  WS-PARM-EOF                                VALUE 'Y'.
007610 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
007620     88  WS-REPLAY-RUN                              VALUE 'Y'.
007630 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
007700 77  WS-STALE-MONTHS                    PIC 9(03)   VALUE 003.
007800 77  WS-LEASE-COUNT                     PIC 9(05)   VALUE ZERO.
007900 77  WS-LEASE-MAX                       PIC 9(05)   VALUE 10000.
012600                       VALUE ' SINCE '.
012700     05  WS-STL-MONTH                   PIC 9(06).
012800     05  FILLER                         PIC X(68)   VALUE SPACES.
012810 01  WS-REPLAY-LINE.
012820     05  FILLER                         PIC X(31)
012830         VALUE '*** REPLAY RUN - BUSINESS DATE '.
012840     05  WS-RPL-DATE                    PIC 9(08).
012850     05  FILLER                         PIC X(30)
012860         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
012870     05  FILLER                         PIC X(31)   VALUE SPACES.
012900 01  WS-TOTAL-LINE-1.
013000     05  FILLER                         PIC X(24)
013100                       VALUE 'FEED RECORDS LOADED   :'.
017800     OPEN INPUT  RRCPROD-FILE.
017900     OPEN OUTPUT NEW-HIST-FILE.
018000     OPEN OUTPUT REPORT-FILE.
018010     IF WS-REPLAY-RUN
018020         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
018030         WRITE REPORT-LINE FROM WS-REPLAY-LINE
018040     END-IF.
018100     PERFORM 2100-READ-FEED THRU 2100-EXIT.
018200 1000-EXIT.
018300     EXIT.
026600                 DISPLAY 'MAF014L - STALE-MONTHS LINE SET TO '
026700                         WS-STALE-MONTHS ' BY RUN PARAMETER'
026800             END-IF
026810             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
026820                 AND RUNPARM-KEY = 'BUSDATE '
026830                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
026840                 SET WS-REPLAY-RUN TO TRUE
026850                 DISPLAY 'MAF014L - REPLAY RUN FOR BUSINESS DATE '
026860                         WS-REPLAY-DATE
026870             END-IF
026900     END-READ.
027000 1510-EXIT.
027100     EXIT.
040700     CLOSE RRCPROD-FILE.
040800     CLOSE NEW-HIST-FILE.
040900     CLOSE REPORT-FILE.
040910     IF NOT WS-REPLAY-RUN
040920         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
040930     END-IF.
041100 9000-EXIT.
041200     EXIT.
041300******************************************************************
