002730*                      (SEE ADR028C), NOT 'Y', SO THE OLD TEST   *
002740*                      NEVER FIRED; A DOWNGRADED FLAG IS NOW     *
002750*                      SET TO 'R'.                               *
002760*     2026-10-15  DCG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002770*                      THE RUN-CONTROL DATASET STAMPS THE        *
002780*                      REPORT AS A REPLAY AND SUPPRESSES THE     *
002790*                      RUN-LOG ENTRY.                            *
002800******************************************************************
002900 PROGRAM-ID.    CLI050T.
003000 ENVIRONMENT DIVISION.
008500     88  WS-SUP-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008710 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008720     88  WS-REPLAY-RUN                              VALUE 'Y'.
008730 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008800 77  WS-STAT-COUNT                      PIC 9(05)   VALUE ZERO.
008900 77  WS-TABLE-MAX                       PIC 9(05)   VALUE 20000.
009000 77  WS-STAT-IDX                        PIC 9(05)   VALUE ZERO.
011800 01  WS-CURRENT-DATE-TIME.
011900     05  WS-CURRENT-DATE                PIC 9(08).
012000     05  FILLER                         PIC X(14).
012010 01  WS-REPLAY-LINE.
012020     05  FILLER                         PIC X(31)
012030         VALUE '*** REPLAY RUN - BUSINESS DATE '.
012040     05  WS-RPL-DATE                    PIC 9(08).
012050     05  FILLER                         PIC X(30)
012060         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
012070     05  FILLER                         PIC X(11)   VALUE SPACES.
012100 01  WS-TOTAL-LINE-1.
012200     05  FILLER                         PIC X(24)
012300                       VALUE 'DELIVERED             :'.
019200     OPEN I-O    VQOEMKY-FILE.
019300     OPEN OUTPUT SUP-OUT-FILE.
019400     OPEN OUTPUT REPORT-FILE.
019410     IF WS-REPLAY-RUN
019420         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
019430         WRITE REPORT-LINE FROM WS-REPLAY-LINE
019440     END-IF.
019500     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
019600 1000-EXIT.
019700     EXIT.
026000                 DISPLAY 'CLI050T - STRIKE THRESHOLD SET TO '
026100                         WS-STRIKE-LIMIT ' BY RUN PARAMETER'
026200             END-IF
026210             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
026220                 AND RUNPARM-KEY = 'BUSDATE '
026230                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
026240                 SET WS-REPLAY-RUN TO TRUE
026250                 DISPLAY 'CLI050T - REPLAY RUN FOR BUSINESS DATE '
026260                         WS-REPLAY-DATE
026270             END-IF
026300     END-READ.
026400 1510-EXIT.
026500     EXIT.
043800     CLOSE VQOEMKY-FILE.
043900     CLOSE SUP-OUT-FILE.
044000     CLOSE REPORT-FILE.
044010     IF NOT WS-REPLAY-RUN
044020         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
044030     END-IF.
044200 9000-EXIT.
044300     EXIT.
044400******************************************************************
