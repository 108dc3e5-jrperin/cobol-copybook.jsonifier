002304*     2026-09-01  DCG  RECORD THE PROGRAM START TIME ON          *
002305*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002306*                      TIMING REPORT.                            *
002307*     2026-10-15  DCG  CLEAR THE NEW MAKER/CHECKER OPERATOR      *
002308*                      IDS ON THE AUDIT ENTRY; THEY ARE ONLY     *
002309*                      SET FOR MAKER-CHECKER CORRECTIONS.        *
002400******************************************************************
002500 PROGRAM-ID.    CLI038K.
002600 ENVIRONMENT DIVISION.
016400     MOVE CLIDATA-ACCOUNT-NUMBER TO CLIAUDT-ACCOUNT-NUMBER.
016500     MOVE WS-CURRENT-DATE        TO CLIAUDT-RUN-DATE.
016600     MOVE WS-CURRENT-TIME        TO CLIAUDT-RUN-TIME.
016610     MOVE SPACES                 TO CLIAUDT-MAKER-ID.
016620     MOVE SPACES                 TO CLIAUDT-CHECKER-ID.
016700     WRITE CLIAUDT-ENTRY.
016701     ADD 1 TO WS-RUNSTAT-WRITTEN.
016800     ADD 1 TO WS-AUDIT-COUNT.
