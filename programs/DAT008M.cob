000311*     2026-09-01  CDG  RECORD THE PROGRAM START TIME ON          *
000312*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
000313*                      TIMING REPORT.                            *
000314*     2026-10-15  CDG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
000315*                      THE RUN-CONTROL DATASET MAKES THE         *
000316*                      REPLAYED BUSINESS DATE THE AGING DATE,    *
000317*                      STAMPS THE REPORT AS A REPLAY AND         *
000318*                      SUPPRESSES THE RUN-LOG ENTRY.             *
000320******************************************************************
000330 PROGRAM-ID.    DAT008M.
000340 ENVIRONMENT DIVISION.
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
000462         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DATDISP-FILE.
000580 01  REPORT-LINE                        PIC X(132).
000590 FD  RUNLOG-FILE.
000600     COPY "RUNSTAT.cpy".
000601 FD  RUNPARM-FILE.
000602     COPY "RUNPARM.cpy".
000610 WORKING-STORAGE SECTION.
000620 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
000630 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
000740 77  WS-REPRESENTED-COUNT               PIC 9(07)   VALUE ZERO.
000750 77  WS-CARRIED-COUNT                   PIC 9(07)   VALUE ZERO.
000760 77  WS-OVER-WINDOW-COUNT               PIC 9(07)   VALUE ZERO.
000761 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
000762     88  WS-PARM-EOF                                VALUE 'Y'.
000763 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
000764     88  WS-REPLAY-RUN                              VALUE 'Y'.
000765 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
000770 01  WS-CURR-DISP-KEY.
000780     05  WS-CURR-ORG                    PIC 999.
000790     05  WS-CURR-ACCT                   PIC X(19).
001170                       VALUE 'PAST 90-DAY WINDOW    :'.
001180     05  WS-TOT-OVER-WINDOW             PIC ZZZ,ZZ9.
001190     05  FILLER                         PIC X(101)  VALUE SPACES.
001191 01  WS-REPLAY-LINE.
001192     05  FILLER                         PIC X(31)
001193         VALUE '*** REPLAY RUN - BUSINESS DATE '.
001194     05  WS-RPL-DATE                    PIC 9(08).
001195     05  FILLER                         PIC X(30)
001196         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
001197     05  FILLER                         PIC X(63)   VALUE SPACES.
001200     COPY "DATATPT.cpy".
001210******************************************************************
001220*                 PROCEDURE DIVISION                            *
001320     EXIT.
001330 1000-INITIALIZE.
001340     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
001341     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
001342     IF WS-REPLAY-RUN
001343         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
001344     END-IF.
001350     COMPUTE WS-TODAY-INT-DATE =
001360             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
001370     OPEN INPUT  DATDISP-FILE.
001380     OPEN INPUT  PRIOR-MASTER-FILE.
001390     OPEN OUTPUT NEW-MASTER-FILE.
001400     OPEN OUTPUT REPORT-FILE.
001401     IF WS-REPLAY-RUN
001402         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
001403         WRITE REPORT-LINE FROM WS-REPLAY-LINE
001404     END-IF.
001410     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
001420     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
001430 1000-EXIT.
002830     CLOSE PRIOR-MASTER-FILE.
002840     CLOSE NEW-MASTER-FILE.
002850     CLOSE REPORT-FILE.
002860     IF NOT WS-REPLAY-RUN
002861         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
002862     END-IF.
002870 9000-EXIT.
002880     EXIT.
002890******************************************************************
003060 9900-EXIT.
003070     EXIT.
003080******************************************************************
003090*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
003100******************************************************************
003110 1500-LOAD-RUN-PARMS.
003120     OPEN INPUT RUNPARM-FILE.
003130     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
003140             UNTIL WS-PARM-EOF.
003150     CLOSE RUNPARM-FILE.
003160 1500-EXIT.
003170     EXIT.
003180 1510-READ-ONE-PARM.
003190     READ RUNPARM-FILE
003200         AT END SET WS-PARM-EOF TO TRUE
003210         NOT AT END
003220             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
003230                 AND RUNPARM-KEY = 'BUSDATE '
003240                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
003250                 SET WS-REPLAY-RUN TO TRUE
003260                 DISPLAY 'DAT008M - REPLAY RUN FOR BUSINESS DATE '
003270                         WS-REPLAY-DATE
003280             END-IF
003290     END-READ.
003300 1510-EXIT.
003310     EXIT.
003320******************************************************************
003330*                      END OF PROGRAM                            *
003340******************************************************************
