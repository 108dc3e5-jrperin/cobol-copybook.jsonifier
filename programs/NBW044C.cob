000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW044C                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     REPLAY COMPARISON. A REPLAY RERUNS A PAST BUSINESS DATE    *
001400*     FROM THAT DATE'S INPUTS AND PRE-WINDOW MASTERS INTO A      *
001500*     SEPARATE REPLAY DATASET PREFIX. THIS STEP DIFFS ONE        *
001600*     REPLAY OUTPUT (REPLAY) AGAINST THE ORIGINAL PRODUCED FOR   *
001700*     THAT DATE (ORIGIN), RECORD BY RECORD IN FILE ORDER, AND    *
001800*     APPENDS THE RESULT TO THE REPLAY COMPARISON REPORT, SO     *
001900*     AUDIT CAN SEE WHETHER A CODE OR PARAMETER CHANGE ALTERED   *
002000*     THE RESULT. THE REPLAY STAMP LINE ON A REPLAY REPORT IS    *
002100*     NOT COMPARED, AND ON A CONTROL-ENVELOPE HEADER THE         *
002200*     GENERATION TIME IS IGNORED (IT CAN ONLY DIFFER). THE       *
002300*     FIRST DIFFERENCES ARE LISTED (RUNPARM NBW044C MAXLIST,     *
002400*     DEFAULT 20) AND ALL OF THEM ARE COUNTED. PARM IS THE       *
002500*     8-BYTE DATASET LABEL AND THE REPLAYED DATE (YYMMDD). RC 4  *
002600*     MEANS THE OUTPUTS DIFFER. THE COMPARISON IS NOT A WINDOW   *
002700*     STEP AND WRITES NOTHING TO THE RUN LOG.                    *
002800*----------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                          *
003000*     2026-10-15  DCG  ORIGINAL VERSION.                        *
003100******************************************************************
003200 PROGRAM-ID.    NBW044C.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL ORIGIN-FILE ASSIGN TO ORIGIN
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL REPLAY-FILE ASSIGN TO REPLAY
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT REPORT-FILE   ASSIGN TO NBW044RP
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ORIGIN-FILE.
004700 01  ORIGIN-RECORD                      PIC X(2500).
004800 FD  REPLAY-FILE.
004900 01  REPLAY-RECORD                      PIC X(2500).
005000 FD  RUNPARM-FILE.
005100     COPY "RUNPARM.cpy".
005200 FD  REPORT-FILE.
005300 01  REPORT-LINE                        PIC X(132).
005400 WORKING-STORAGE SECTION.
005500 77  WS-ORIG-EOF-SW                     PIC X(01)   VALUE 'N'.
005600     88  WS-ORIG-EOF                                VALUE 'Y'.
005700 77  WS-RPLY-EOF-SW                     PIC X(01)   VALUE 'N'.
005800     88  WS-RPLY-EOF                                VALUE 'Y'.
005900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
006000     88  WS-PARM-EOF                                VALUE 'Y'.
006100 77  WS-COL-FOUND-SW                    PIC X(01)   VALUE 'N'.
006200     88  WS-COL-FOUND                               VALUE 'Y'.
006300 77  WS-MAX-LIST                        PIC 9(04)   VALUE 20.
006400 77  WS-LISTED-COUNT                    PIC 9(04)   VALUE ZERO.
006500 77  WS-ORIG-COUNT                      PIC 9(09)   VALUE ZERO.
006600 77  WS-RPLY-COUNT                      PIC 9(09)   VALUE ZERO.
006700 77  WS-STAMP-COUNT                     PIC 9(09)   VALUE ZERO.
006800 77  WS-SAME-COUNT                      PIC 9(09)   VALUE ZERO.
006900 77  WS-DIFF-COUNT                      PIC 9(09)   VALUE ZERO.
007000 77  WS-ORIG-ONLY-COUNT                 PIC 9(09)   VALUE ZERO.
007100 77  WS-RPLY-ONLY-COUNT                 PIC 9(09)   VALUE ZERO.
007200 77  WS-COL                             PIC 9(04)   VALUE ZERO.
007300 77  WS-LABEL                           PIC X(08)   VALUE SPACES.
007400 77  WS-BUS-DATE                        PIC 9(08)   VALUE ZERO.
007500 01  WS-ORIG-REC                        PIC X(2500).
007600 01  WS-RPLY-REC                        PIC X(2500).
007700 01  WS-HEADING-LINE.
007800     05  FILLER                         PIC X(39)
007900         VALUE 'NBW044C - REPLAY COMPARISON   DATASET: '.
008000     05  WS-HDG-LABEL                   PIC X(08).
008100     05  FILLER                         PIC X(18)
008200         VALUE '   BUSINESS DATE: '.
008300     05  WS-HDG-DATE                    PIC 9(08).
008400     05  FILLER                         PIC X(59)   VALUE SPACES.
008500 01  WS-DIFF-LINE.
008600     05  FILLER                         PIC X(04)   VALUE 'REC '.
008700     05  WS-DIF-RECNO                   PIC 9(09).
008800     05  FILLER                         PIC X(05)   VALUE ' COL '.
008900     05  WS-DIF-COL                     PIC 9(04).
009000     05  FILLER                         PIC X(01)   VALUE SPACE.
009100     05  WS-DIF-SIDE                    PIC X(11).
009200     05  WS-DIF-DATA                    PIC X(98).
009300 01  WS-TOTAL-LINE.
009400     05  WS-TOT-CAPTION                 PIC X(32).
009500     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
009600     05  FILLER                         PIC X(89)   VALUE SPACES.
009700 01  WS-RESULT-LINE.
009800     05  FILLER                         PIC X(32)
009900         VALUE 'RESULT                        : '.
010000     05  WS-RES-TEXT                    PIC X(44).
010100     05  FILLER                         PIC X(56)   VALUE SPACES.
010200 LINKAGE SECTION.
010300 01  LS-PARM.
010400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
010500     03  LS-PARM-LABEL                  PIC X(08).
010600     03  LS-PARM-COMMA                  PIC X(01).
010700     03  LS-PARM-BUSDATE                PIC X(06).
010800******************************************************************
010900*                 PROCEDURE DIVISION                            *
011000******************************************************************
011100 PROCEDURE DIVISION USING LS-PARM.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011400     PERFORM 2000-COMPARE-ONE    THRU 2000-EXIT
011500             UNTIL WS-ORIG-EOF AND WS-RPLY-EOF.
011600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011700     GOBACK.
011800 0000-EXIT.
011900     EXIT.
012000******************************************************************
012100*   1000 - TAKE THE LABEL AND DATE, PRINT THE SECTION HEADING    *
012200******************************************************************
012300 1000-INITIALIZE.
012400     IF LS-PARM-LENGTH >= 8
012500         MOVE LS-PARM-LABEL TO WS-LABEL
012600     END-IF.
012700     IF LS-PARM-LENGTH >= 15
012800         AND LS-PARM-BUSDATE IS NUMERIC
012900         MOVE '20'            TO WS-BUS-DATE(1:2)
013000         MOVE LS-PARM-BUSDATE TO WS-BUS-DATE(3:6)
013100     END-IF.
013200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
013300     OPEN INPUT  ORIGIN-FILE.
013400     OPEN INPUT  REPLAY-FILE.
013500     OPEN OUTPUT REPORT-FILE.
013600     MOVE WS-LABEL    TO WS-HDG-LABEL.
013700     MOVE WS-BUS-DATE TO WS-HDG-DATE.
013800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
013900     PERFORM 2100-READ-ORIGIN THRU 2100-EXIT.
014000     PERFORM 2200-READ-REPLAY THRU 2200-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300******************************************************************
014400*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
014500******************************************************************
014600 1500-LOAD-RUN-PARMS.
014700     OPEN INPUT RUNPARM-FILE.
014800     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
014900             UNTIL WS-PARM-EOF.
015000     CLOSE RUNPARM-FILE.
015100 1500-EXIT.
015200     EXIT.
015300 1510-READ-ONE-PARM.
015400     READ RUNPARM-FILE
015500         AT END SET WS-PARM-EOF TO TRUE
015600         NOT AT END
015700             IF RUNPARM-PROGRAM-ID = 'NBW044C '
015800                 AND RUNPARM-KEY = 'MAXLIST '
015900                 MOVE RUNPARM-VALUE-NUM TO WS-MAX-LIST
016000                 DISPLAY 'NBW044C - DIFFERENCES LISTED SET TO '
016100                         WS-MAX-LIST ' BY RUN PARAMETER'
016200             END-IF
016300     END-READ.
016400 1510-EXIT.
016500     EXIT.
016600******************************************************************
016700*   2000 - COMPARE THE NEXT ORIGINAL AND REPLAY RECORDS          *
016800******************************************************************
016900 2000-COMPARE-ONE.
017000     IF WS-RPLY-EOF
017100         ADD 1 TO WS-ORIG-ONLY-COUNT
017200         MOVE WS-ORIG-COUNT       TO WS-DIF-RECNO
017300         MOVE ZERO                TO WS-DIF-COL
017400         MOVE 'ORIG ONLY: '       TO WS-DIF-SIDE
017500         MOVE WS-ORIG-REC(1:98)   TO WS-DIF-DATA
017600         PERFORM 2500-LIST-LINE THRU 2500-EXIT
017700         PERFORM 2100-READ-ORIGIN THRU 2100-EXIT
017800         GO TO 2000-EXIT
017900     END-IF.
018000     IF WS-ORIG-EOF
018100         ADD 1 TO WS-RPLY-ONLY-COUNT
018200         MOVE WS-RPLY-COUNT       TO WS-DIF-RECNO
018300         MOVE ZERO                TO WS-DIF-COL
018400         MOVE 'RPLY ONLY: '       TO WS-DIF-SIDE
018500         MOVE WS-RPLY-REC(1:98)   TO WS-DIF-DATA
018600         PERFORM 2500-LIST-LINE THRU 2500-EXIT
018700         PERFORM 2200-READ-REPLAY THRU 2200-EXIT
018800         GO TO 2000-EXIT
018900     END-IF.
019000     IF WS-ORIG-REC(1:3) = 'HDR'
019100         AND WS-RPLY-REC(1:3) = 'HDR'
019200         MOVE ZEROES TO WS-ORIG-REC(20:6)
019300         MOVE ZEROES TO WS-RPLY-REC(20:6)
019400     END-IF.
019500     IF WS-ORIG-REC = WS-RPLY-REC
019600         ADD 1 TO WS-SAME-COUNT
019700     ELSE
019800         ADD 1 TO WS-DIFF-COUNT
019900         PERFORM 2300-FIND-COLUMN THRU 2300-EXIT
020000         MOVE WS-ORIG-COUNT       TO WS-DIF-RECNO
020100         MOVE WS-COL              TO WS-DIF-COL
020200         MOVE 'ORIGINAL : '       TO WS-DIF-SIDE
020300         MOVE WS-ORIG-REC(WS-COL:) TO WS-DIF-DATA
020400         PERFORM 2500-LIST-LINE THRU 2500-EXIT
020500         MOVE WS-RPLY-COUNT       TO WS-DIF-RECNO
020600         MOVE 'REPLAY   : '       TO WS-DIF-SIDE
020700         MOVE WS-RPLY-REC(WS-COL:) TO WS-DIF-DATA
020800         PERFORM 2500-LIST-LINE THRU 2500-EXIT
020900         ADD 1 TO WS-LISTED-COUNT
021000     END-IF.
021100     PERFORM 2100-READ-ORIGIN THRU 2100-EXIT.
021200     PERFORM 2200-READ-REPLAY THRU 2200-EXIT.
021300 2000-EXIT.
021400     EXIT.
021500 2100-READ-ORIGIN.
021600     READ ORIGIN-FILE
021700         AT END SET WS-ORIG-EOF TO TRUE
021800         NOT AT END
021900             ADD 1 TO WS-ORIG-COUNT
022000             MOVE ORIGIN-RECORD TO WS-ORIG-REC
022100     END-READ.
022200 2100-EXIT.
022300     EXIT.
022400******************************************************************
022500*   2200 - NEXT REPLAY RECORD, PASSING OVER THE REPLAY STAMP     *
022600******************************************************************
022700 2200-READ-REPLAY.
022800     READ REPLAY-FILE
022900         AT END
023000             SET WS-RPLY-EOF TO TRUE
023100             GO TO 2200-EXIT
023200     END-READ.
023300     IF REPLAY-RECORD(1:30) = '*** REPLAY RUN - BUSINESS DATE'
023400         ADD 1 TO WS-STAMP-COUNT
023500         GO TO 2200-READ-REPLAY
023600     END-IF.
023700     ADD 1 TO WS-RPLY-COUNT.
023800     MOVE REPLAY-RECORD TO WS-RPLY-REC.
023900 2200-EXIT.
024000     EXIT.
024100******************************************************************
024200*   2300 - FIRST COLUMN WHERE THE TWO RECORDS PART COMPANY       *
024300******************************************************************
024400 2300-FIND-COLUMN.
024500     MOVE 'N' TO WS-COL-FOUND-SW.
024600     PERFORM 2310-TEST-ONE-COLUMN THRU 2310-EXIT
024700             VARYING WS-COL FROM 1 BY 1
024800             UNTIL WS-COL-FOUND OR WS-COL > 2500.
024900     SUBTRACT 1 FROM WS-COL.
025000 2300-EXIT.
025100     EXIT.
025200 2310-TEST-ONE-COLUMN.
025300     IF WS-ORIG-REC(WS-COL:1) NOT = WS-RPLY-REC(WS-COL:1)
025400         SET WS-COL-FOUND TO TRUE
025500     END-IF.
025600 2310-EXIT.
025700     EXIT.
025800 2500-LIST-LINE.
025900     IF WS-LISTED-COUNT < WS-MAX-LIST
026000         WRITE REPORT-LINE FROM WS-DIFF-LINE
026100         IF WS-DIF-COL = ZERO
026200             ADD 1 TO WS-LISTED-COUNT
026300         END-IF
026400     END-IF.
026500 2500-EXIT.
026600     EXIT.
026700******************************************************************
026800*                 9000 - TOTALS AND TERMINATION                  *
026900******************************************************************
027000 9000-TERMINATE.
027100     MOVE 'ORIGINAL RECORDS              : ' TO WS-TOT-CAPTION.
027200     MOVE WS-ORIG-COUNT      TO WS-TOT-COUNT.
027300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
027400     MOVE 'REPLAY RECORDS                : ' TO WS-TOT-CAPTION.
027500     MOVE WS-RPLY-COUNT      TO WS-TOT-COUNT.
027600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
027700     MOVE 'REPLAY STAMP LINES PASSED OVER: ' TO WS-TOT-CAPTION.
027800     MOVE WS-STAMP-COUNT     TO WS-TOT-COUNT.
027900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
028000     MOVE 'RECORDS IDENTICAL             : ' TO WS-TOT-CAPTION.
028100     MOVE WS-SAME-COUNT      TO WS-TOT-COUNT.
028200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
028300     MOVE 'RECORDS DIFFERING             : ' TO WS-TOT-CAPTION.
028400     MOVE WS-DIFF-COUNT      TO WS-TOT-COUNT.
028500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
028600     MOVE 'ONLY IN THE ORIGINAL          : ' TO WS-TOT-CAPTION.
028700     MOVE WS-ORIG-ONLY-COUNT TO WS-TOT-COUNT.
028800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
028900     MOVE 'ONLY IN THE REPLAY            : ' TO WS-TOT-CAPTION.
029000     MOVE WS-RPLY-ONLY-COUNT TO WS-TOT-COUNT.
029100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
029200     IF WS-DIFF-COUNT = ZERO
029300         AND WS-ORIG-ONLY-COUNT = ZERO
029400         AND WS-RPLY-ONLY-COUNT = ZERO
029500         MOVE 'IDENTICAL - REPLAY REPRODUCES THE ORIGINAL'
029600             TO WS-RES-TEXT
029700     ELSE
029800         MOVE 'DIFFERENT - SEE THE RECORDS LISTED ABOVE'
029900             TO WS-RES-TEXT
030000         MOVE 4 TO RETURN-CODE
030100     END-IF.
030200     WRITE REPORT-LINE FROM WS-RESULT-LINE.
030300     MOVE SPACES TO REPORT-LINE.
030400     WRITE REPORT-LINE.
030500     DISPLAY 'NBW044C - ' WS-LABEL ' ' WS-RES-TEXT.
030600     CLOSE ORIGIN-FILE.
030700     CLOSE REPLAY-FILE.
030800     CLOSE REPORT-FILE.
030900 9000-EXIT.
031000     EXIT.
031100******************************************************************
031200*                      END OF PROGRAM                            *
031300******************************************************************
