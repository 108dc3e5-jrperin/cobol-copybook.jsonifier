000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW047R                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     WINDOW CONTROL RESET FOR A ROLLBACK. COPIES THE WINDOW     *
001400*     STEP-COMPLETION CONTROL DATASET (NITECTL, LAYOUT NBWCTL)   *
001500*     TO NITEOUT LESS EVERY RECORD FOR THE BUSINESS DATE BEING   *
001600*     ROLLED BACK, SO THE GATE STEPS (NBW020G) LET THE WHOLE     *
001700*     WINDOW RUN AGAIN FROM THE TOP AGAINST THE RESTORED         *
001800*     MASTERS. COMPLETIONS FOR OTHER DATES ARE KEPT. THE         *
001900*     ROLLBACK JOB COPIES NITEOUT BACK OVER THE CONTROL DATASET. *
002000*     EACH COMPLETION REMOVED IS LISTED. PARM IS THE BUSINESS    *
002100*     DATE (YYMMDD) AND IS REQUIRED - THE SYSTEM DATE IS NEVER   *
002200*     ASSUMED. RC 4 MEANS NOTHING WAS RECORDED FOR THE DATE.     *
002300*----------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                          *
002500*     2026-10-15  DCG  ORIGINAL VERSION.                        *
002600******************************************************************
002700 PROGRAM-ID.    NBW047R.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL NITECTL-FILE ASSIGN TO NITECTL
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT NITEOUT-FILE  ASSIGN TO NITEOUT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT REPORT-FILE   ASSIGN TO NBW047RP
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  NITECTL-FILE.
004000     COPY "NBWCTL.cpy".
004100 FD  NITEOUT-FILE.
004200 01  NITEOUT-RECORD                     PIC X(50).
004300 FD  REPORT-FILE.
004400 01  REPORT-LINE                        PIC X(100).
004500 WORKING-STORAGE SECTION.
004600 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
004700     88  WS-EOF                                     VALUE 'Y'.
004800 77  WS-KEPT-COUNT                      PIC 9(07)   VALUE ZERO.
004900 77  WS-REMOVED-COUNT                   PIC 9(07)   VALUE ZERO.
005000 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
005100 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
005200                                        PIC X(08).
005300 01  WS-HEADING-LINE.
005400     05  FILLER                         PIC X(44)
005500         VALUE 'NBW047R - WINDOW CONTROL RESET FOR BUSINESS '.
005600     05  FILLER                         PIC X(06)
005700         VALUE 'DATE: '.
005800     05  WS-HDG-DATE                    PIC 9(08).
005900     05  FILLER                         PIC X(42)   VALUE SPACES.
006000 01  WS-DETAIL-LINE.
006100     05  FILLER                         PIC X(26)
006200         VALUE 'COMPLETION REMOVED      : '.
006300     05  WS-DTL-STEP                    PIC X(08).
006400     05  FILLER                         PIC X(16)
006500         VALUE '   RECORDED AT: '.
006600     05  WS-DTL-TIME                    PIC 9(06).
006700     05  FILLER                         PIC X(44)   VALUE SPACES.
006800 01  WS-TOTAL-LINE.
006900     05  WS-TOT-CAPTION                 PIC X(26).
007000     05  WS-TOT-COUNT                   PIC Z,ZZZ,ZZ9.
007100     05  FILLER                         PIC X(65)   VALUE SPACES.
007200 LINKAGE SECTION.
007300 01  LS-PARM.
007400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
007500     03  LS-PARM-BUSDATE                PIC X(06).
007600******************************************************************
007700*                 PROCEDURE DIVISION                            *
007800******************************************************************
007900 PROCEDURE DIVISION USING LS-PARM.
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
008200     IF WS-BUSINESS-DATE NOT = ZERO
008300         PERFORM 2000-COPY-CONTROL   THRU 2000-EXIT
008400                 UNTIL WS-EOF
008500         PERFORM 9000-TERMINATE      THRU 9000-EXIT
008600     END-IF.
008700     GOBACK.
008800 0000-EXIT.
008900     EXIT.
009000 1000-INITIALIZE.
009100     IF LS-PARM-LENGTH >= 6
009200         AND LS-PARM-BUSDATE IS NUMERIC
009300         MOVE '20'            TO WS-BUSINESS-DATE-X(1:2)
009400         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-X(3:6)
009500     ELSE
009600         DISPLAY 'NBW047R - BUSINESS DATE (YYMMDD) REQUIRED ON '
009700                 'THE PARM - CONTROL DATASET NOT TOUCHED'
009800         MOVE 16 TO RETURN-CODE
009900         GO TO 1000-EXIT
010000     END-IF.
010100     OPEN INPUT  NITECTL-FILE.
010200     OPEN OUTPUT NITEOUT-FILE.
010300     OPEN OUTPUT REPORT-FILE.
010400     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
010500     WRITE REPORT-LINE FROM WS-HEADING-LINE.
010600 1000-EXIT.
010700     EXIT.
010800******************************************************************
010900*   2000 - KEEP EVERY COMPLETION EXCEPT THE ROLLED-BACK DATE'S   *
011000******************************************************************
011100 2000-COPY-CONTROL.
011200     READ NITECTL-FILE
011300         AT END
011400             SET WS-EOF TO TRUE
011500             GO TO 2000-EXIT
011600     END-READ.
011700     IF NBWCTL-BUSINESS-DATE = WS-BUSINESS-DATE
011800         ADD 1 TO WS-REMOVED-COUNT
011900         MOVE NBWCTL-STEP-NAME      TO WS-DTL-STEP
012000         MOVE NBWCTL-COMPLETED-TIME TO WS-DTL-TIME
012100         WRITE REPORT-LINE FROM WS-DETAIL-LINE
012200     ELSE
012300         ADD 1 TO WS-KEPT-COUNT
012400         WRITE NITEOUT-RECORD FROM NBWCTL-RECORD
012500     END-IF.
012600 2000-EXIT.
012700     EXIT.
012800******************************************************************
012900*                 9000 - TOTALS AND TERMINATION                  *
013000******************************************************************
013100 9000-TERMINATE.
013200     MOVE 'COMPLETIONS REMOVED     : ' TO WS-TOT-CAPTION.
013300     MOVE WS-REMOVED-COUNT   TO WS-TOT-COUNT.
013400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
013500     MOVE 'COMPLETIONS KEPT        : ' TO WS-TOT-CAPTION.
013600     MOVE WS-KEPT-COUNT      TO WS-TOT-COUNT.
013700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
013800     MOVE SPACES TO REPORT-LINE.
013900     WRITE REPORT-LINE.
014000     IF WS-REMOVED-COUNT = ZERO
014100         DISPLAY 'NBW047R - NO STEP COMPLETIONS RECORDED FOR '
014200                 WS-BUSINESS-DATE
014300         MOVE 4 TO RETURN-CODE
014400     ELSE
014500         DISPLAY 'NBW047R - ' WS-REMOVED-COUNT
014600                 ' STEP COMPLETIONS CLEARED FOR '
014700                 WS-BUSINESS-DATE
014800     END-IF.
014900     CLOSE NITECTL-FILE.
015000     CLOSE NITEOUT-FILE.
015100     CLOSE REPORT-FILE.
015200 9000-EXIT.
015300     EXIT.
015400******************************************************************
015500*                      END OF PROGRAM                            *
015600******************************************************************
