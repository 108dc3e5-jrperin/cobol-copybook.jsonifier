002401*     2026-09-01  WDS  RECORD THE PROGRAM START TIME ON          *
002402*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002403*                      TIMING REPORT.                            *
002404*     2026-10-15  WDS  EVERY TRANSFER IS ALSO WRITTEN TO THE     *
002405*                      CUMULATIVE MAFXFER LOG FOR THE WELL       *
002406*                      TITLE-SEARCH INQUIRY.                     *
002500******************************************************************
002600 PROGRAM-ID.    MAF011T.
002700 ENVIRONMENT DIVISION.
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT REPORT-FILE    ASSIGN TO MAF011RP
003500         ORGANIZATION IS LINE SEQUENTIAL.
003510     SELECT XFERLOG-FILE   ASSIGN TO MAFXFER
003520         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
004300 01  PRIOR-WELL-RECORD                  PIC X(240).
004400 FD  REPORT-FILE.
004500 01  REPORT-LINE                        PIC X(132).
004510 FD  XFERLOG-FILE.
004520     COPY "MAFXFER.cpy".
004600 FD  RUNLOG-FILE.
004700     COPY "RUNSTAT.cpy".
004800 WORKING-STORAGE SECTION.
005500 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
005600     88  WS-PRIOR-EOF                               VALUE 'Y'.
005700 77  WS-TRANSFER-COUNT                  PIC 9(07)   VALUE ZERO.
005710 77  WS-TODAY                           PIC 9(08)   VALUE ZERO.
005800 01  WS-PRIOR-WELL.
005900     05  WS-PRIOR-KEY.
006000         10  WS-PRIOR-QUAD-NUM          PIC 9(07).
009900     OPEN INPUT  EXTRACT-FILE.
010000     OPEN INPUT  PRIOR-MASTER-FILE.
010100     OPEN OUTPUT REPORT-FILE.
010110     OPEN OUTPUT XFERLOG-FILE.
010120     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
010200     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
010300     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
010400 1000-EXIT.
015300         WRITE REPORT-LINE FROM WS-DETAIL-LINE
015400         ADD 1 TO WS-RUNSTAT-WRITTEN
015500         ADD 1 TO WS-TRANSFER-COUNT
015510         MOVE SPACES             TO MAFXFER-ENTRY
015520         MOVE MAF016-QUAD-NUM    TO MAFXFER-QUAD-NUM
015530         MOVE MAF016-API-NUM     TO MAFXFER-API-NUM
015540         MOVE WS-PRIOR-OPERATOR  TO MAFXFER-OLD-OPERATOR
015550         MOVE MAF016-OPERATOR    TO MAFXFER-NEW-OPERATOR
015560         MOVE WS-TODAY           TO MAFXFER-RUN-DATE
015570         WRITE MAFXFER-ENTRY
015580         ADD 1 TO WS-RUNSTAT-WRITTEN
015600     END-IF.
015700 2300-EXIT.
015800     EXIT.
016500     CLOSE EXTRACT-FILE.
016600     CLOSE PRIOR-MASTER-FILE.
016700     CLOSE REPORT-FILE.
016710     CLOSE XFERLOG-FILE.
016800     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
016900 9000-EXIT.
017000     EXIT.
