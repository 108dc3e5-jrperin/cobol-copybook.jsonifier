002164*     2026-09-01  ASG  RECORD THE PROGRAM START TIME ON          *
002165*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002166*                      TIMING REPORT.                            *
002167*     2026-10-15  ASG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002168*                      THE RUN-CONTROL DATASET MAKES THE         *
002169*                      REPLAYED BUSINESS DATE THE CHANGE DATE    *
002170*                      AND SUPPRESSES THE RUN-LOG ENTRY.         *
002200******************************************************************
002300 PROGRAM-ID.    ADR005H.
002400 ENVIRONMENT DIVISION.
003400         ORGANIZATION IS LINE SEQUENTIAL.
003401     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003402         ORGANIZATION IS LINE SEQUENTIAL.
003403     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
003404         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CURR-FILE.
004400     COPY "DATAHIST.cpy".
004401 FD  RUNLOG-FILE.
004402     COPY "RUNSTAT.cpy".
004403 FD  RUNPARM-FILE.
004404     COPY "RUNPARM.cpy".
004500 WORKING-STORAGE SECTION.
004501 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
004502 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
004800 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
004900     88  WS-PRIOR-EOF                                VALUE 'Y'.
005000 77  WS-CHANGE-DATE                     PIC 9(08)   VALUE ZERO.
005001 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
005002     88  WS-PARM-EOF                                VALUE 'Y'.
005003 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
005004     88  WS-REPLAY-RUN                              VALUE 'Y'.
005005 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
005100******************************************************************
005200*                 PROCEDURE DIVISION                            *
005300******************************************************************
006200     EXIT.
006300 1000-INITIALIZE.
006400     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
006401     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
006402     IF WS-REPLAY-RUN
006403         MOVE WS-REPLAY-DATE TO WS-CHANGE-DATE
006404     END-IF.
006500     OPEN INPUT  CURR-FILE.
006600     OPEN INPUT  PRIOR-FILE.
006700     OPEN OUTPUT SNAP-FILE.
007000     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
007100 1000-EXIT.
007200     EXIT.
007201******************************************************************
007202*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
007203******************************************************************
007204 1500-LOAD-RUN-PARMS.
007205     OPEN INPUT RUNPARM-FILE.
007206     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
007207             UNTIL WS-PARM-EOF.
007208     CLOSE RUNPARM-FILE.
007209 1500-EXIT.
007210     EXIT.
007211 1510-READ-ONE-PARM.
007212     READ RUNPARM-FILE
007213         AT END SET WS-PARM-EOF TO TRUE
007214         NOT AT END
007215             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
007216                 AND RUNPARM-KEY = 'BUSDATE '
007217                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
007218                 SET WS-REPLAY-RUN TO TRUE
007219                 DISPLAY 'ADR005H - REPLAY RUN FOR BUSINESS DATE '
007220                         WS-REPLAY-DATE
007221             END-IF
007222     END-READ.
007223 1510-EXIT.
007224     EXIT.
007300******************************************************************
007400*   2000 - MATCH TODAY'S FEED AGAINST YESTERDAY'S SNAPSHOT       *
007500******************************************************************
015100     CLOSE PRIOR-FILE.
015200     CLOSE SNAP-FILE.
015300     CLOSE DATAHIST-FILE.
015301     IF NOT WS-REPLAY-RUN
015302         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
015303     END-IF.
015400 9000-EXIT.
015500     EXIT.
015501******************************************************************
