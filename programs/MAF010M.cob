002301*     2026-09-01  WDS  RECORD THE PROGRAM START TIME ON          *
002302*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002303*                      TIMING REPORT.                            *
002304*     2026-10-15  WDS  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002305*                      THE RUN-CONTROL DATASET STAMPS THE DELTA  *
002306*                      REPORT AS A REPLAY AND SUPPRESSES THE     *
002307*                      RUN-LOG ENTRY.                            *
002400******************************************************************
002500 PROGRAM-ID.    MAF010M.
002600 ENVIRONMENT DIVISION.
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
003800         ORGANIZATION IS LINE SEQUENTIAL.
003801     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
003802         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  EXTRACT-FILE.
004800 01  REPORT-LINE                        PIC X(132).
004900 FD  RUNLOG-FILE.
005000     COPY "RUNSTAT.cpy".
005001 FD  RUNPARM-FILE.
005002     COPY "RUNPARM.cpy".
005100 WORKING-STORAGE SECTION.
005200 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005300 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006100 77  WS-CHANGED-COUNT                   PIC 9(07)   VALUE ZERO.
006200 77  WS-CARRIED-COUNT                   PIC 9(07)   VALUE ZERO.
006300 77  WS-NEWLY-PLUGGED-COUNT             PIC 9(07)   VALUE ZERO.
006301 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
006302     88  WS-PARM-EOF                                VALUE 'Y'.
006303 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
006304     88  WS-REPLAY-RUN                              VALUE 'Y'.
006305 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
006400 01  WS-PRIOR-WELL.
006500     05  WS-PRIOR-KEY.
006600         10  WS-PRIOR-QUAD-NUM          PIC 9(07).
010600                       VALUE 'WELLS CARRIED FORWARD :'.
010700     05  WS-TOT-CARRIED                 PIC ZZZ,ZZ9.
010800     05  FILLER                         PIC X(101)  VALUE SPACES.
010801 01  WS-REPLAY-LINE.
010802     05  FILLER                         PIC X(31)
010803         VALUE '*** REPLAY RUN - BUSINESS DATE '.
010804     05  WS-RPL-DATE                    PIC 9(08).
010805     05  FILLER                         PIC X(30)
010806         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
010807     05  FILLER                         PIC X(63)   VALUE SPACES.
010900******************************************************************
011000*                 PROCEDURE DIVISION                            *
011100******************************************************************
011900 0000-EXIT.
012000     EXIT.
012100 1000-INITIALIZE.
012101     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
012200     OPEN INPUT  EXTRACT-FILE.
012300     OPEN INPUT  PRIOR-MASTER-FILE.
012400     OPEN OUTPUT NEW-MASTER-FILE.
012500     OPEN OUTPUT REPORT-FILE.
012501     IF WS-REPLAY-RUN
012502         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
012503         WRITE REPORT-LINE FROM WS-REPLAY-LINE
012504     END-IF.
012600     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
012700     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
012800 1000-EXIT.
012900     EXIT.
012901******************************************************************
012902*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
012903******************************************************************
012904 1500-LOAD-RUN-PARMS.
012905     OPEN INPUT RUNPARM-FILE.
012906     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
012907             UNTIL WS-PARM-EOF.
012908     CLOSE RUNPARM-FILE.
012909 1500-EXIT.
012910     EXIT.
012911 1510-READ-ONE-PARM.
012912     READ RUNPARM-FILE
012913         AT END SET WS-PARM-EOF TO TRUE
012914         NOT AT END
012915             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
012916                 AND RUNPARM-KEY = 'BUSDATE '
012917                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
012918                 SET WS-REPLAY-RUN TO TRUE
012919                 DISPLAY 'MAF010M - REPLAY RUN FOR BUSINESS DATE '
012920                         WS-REPLAY-DATE
012921             END-IF
012922     END-READ.
012923 1510-EXIT.
012924     EXIT.
013000******************************************************************
013100*   2000 - MATCH TONIGHT'S EXTRACT AGAINST THE PRIOR MASTER      *
013200******************************************************************
023700     CLOSE PRIOR-MASTER-FILE.
023800     CLOSE NEW-MASTER-FILE.
023900     CLOSE REPORT-FILE.
024000     IF NOT WS-REPLAY-RUN
024001         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
024002     END-IF.
024100 9000-EXIT.
024200     EXIT.
024300******************************************************************
