002400*----------------------------------------------------------------*
002500* MODIFICATION HISTORY.                                          *
002600*     2026-09-01  CSG  ORIGINAL VERSION.                        *
002601*     2026-10-15  CSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002602*                      THE RUN-CONTROL DATASET MAKES THE         *
002603*                      REPLAYED BUSINESS DATE THE RUN DATE ON    *
002604*                      THE HITS AND SUPPRESSES THE RUN-LOG       *
002605*                      ENTRY.                                    *
002700******************************************************************
002800 PROGRAM-ID.    CLI052R.
002900 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
004600         ORGANIZATION IS LINE SEQUENTIAL.
004601     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004602         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  WATCHLST-FILE.
006600     COPY "CLIWMAT.cpy".
006700 FD  RUNLOG-FILE.
006800     COPY "RUNSTAT.cpy".
006801 FD  RUNPARM-FILE.
006802     COPY "RUNPARM.cpy".
006900 WORKING-STORAGE SECTION.
007000 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007100 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
010100 77  WS-CLI-NAME-LEN                    PIC 9(02)   VALUE ZERO.
010200 77  WS-MATCH-COUNT                     PIC 9(07)   VALUE ZERO.
010300 77  WS-SCREENED-COUNT                  PIC 9(09)   VALUE ZERO.
010301 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010302     88  WS-PARM-EOF                                VALUE 'Y'.
010303 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
010304     88  WS-REPLAY-RUN                              VALUE 'Y'.
010305 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
010400 01  WS-COLLAPSE-IN-NAME                PIC X(40)   VALUE SPACES.
010500 01  WS-COLLAPSE-OUT-NAME               PIC X(40)   VALUE SPACES.
010600 01  WS-COLLAPSE-OUT-LEN                PIC 9(02)   VALUE ZERO.
014200******************************************************************
014300 1000-INITIALIZE.
014400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014401     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
014402     IF WS-REPLAY-RUN
014403         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
014404     END-IF.
014500     OPEN INPUT PRIOR-WL-FILE.
014600     PERFORM 1100-LOAD-ONE-PRIOR THRU 1100-EXIT
014700             UNTIL WS-PRI-EOF.
016900     END-IF.
017000 1000-EXIT.
017100     EXIT.
017101******************************************************************
017102*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
017103******************************************************************
017104 1500-LOAD-RUN-PARMS.
017105     OPEN INPUT RUNPARM-FILE.
017106     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
017107             UNTIL WS-PARM-EOF.
017108     CLOSE RUNPARM-FILE.
017109 1500-EXIT.
017110     EXIT.
017111 1510-READ-ONE-PARM.
017112     READ RUNPARM-FILE
017113         AT END SET WS-PARM-EOF TO TRUE
017114         NOT AT END
017115             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
017116                 AND RUNPARM-KEY = 'BUSDATE '
017117                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
017118                 SET WS-REPLAY-RUN TO TRUE
017119                 DISPLAY 'CLI052R - REPLAY RUN FOR BUSINESS DATE '
017120                         WS-REPLAY-DATE
017121             END-IF
017122     END-READ.
017123 1510-EXIT.
017124     EXIT.
017200 1100-LOAD-ONE-PRIOR.
017300     READ PRIOR-WL-FILE
017400         AT END SET WS-PRI-EOF TO TRUE
035500             WS-MATCH-COUNT.
035600     CLOSE CLIMST-FILE.
035700     CLOSE CLIWMAT-FILE.
035800     IF NOT WS-REPLAY-RUN
035801         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
035802     END-IF.
035900 9000-EXIT.
036000     EXIT.
036100******************************************************************
