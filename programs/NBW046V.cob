000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW046V                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     PRE-WINDOW BACKUP AND ROLLBACK VERIFICATION. READS THE     *
001400*     IDCAMS LISTING (IDCPRINT) OF THE STATEMENTS NBW045B BUILT  *
001500*     AND PAIRS EACH REPRO'S RECORD COUNT AND CONDITION CODE     *
001600*     WITH THE DATASET LIST THE STATEMENTS WERE BUILT FROM       *
001700*     (PWBLIST) - ONE REPRO PER DATASET, IN LIST ORDER.          *
001800*     BACKUP MODE WRITES THE NIGHT'S MANIFEST (EACH DATASET      *
001900*     COPIED AND ITS RECORD COUNT) AND ENDS RC=16 IF ANY DATASET *
002000*     WAS NOT COPIED, SO THE WINDOW DOES NOT START WITHOUT A     *
002100*     COMPLETE BACKUP TO ROLL BACK TO. RESTORE MODE READS THE    *
002200*     MANIFEST AS ITS LIST, PRINTS WHAT WAS RESTORED AND ENDS    *
002300*     RC=16 IF ANY DATASET WAS NOT RESTORED OR ITS RESTORED      *
002400*     COUNT DIFFERS FROM THE COUNT TAKEN AT BACKUP. PARM IS THE  *
002500*     MODE (BACKUP OR RESTORE) AND THE BUSINESS DATE             *
002600*     (YYMMDD).                                                  *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-10-15  DCG  ORIGINAL VERSION.                        *
002910*     2026-10-15  DCG  A REPRO ENDED BY IDC3003I TAKES THAT      *
002920*                      CONDITION CODE AND FAILS THE ENTRY,       *
002930*                      AND THE NEXT COMMAND ECHO STOPS THE       *
002940*                      WAIT, SO A LATER FUNCTION'S IDC0001I      *
002950*                      IS NEVER CREDITED TO A FAILED COPY.       *
003000******************************************************************
003100 PROGRAM-ID.    NBW046V.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LIST-FILE     ASSIGN TO PWBLIST
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL PRINT-FILE ASSIGN TO IDCPRINT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT MANIFEST-FILE ASSIGN TO MANIFEST
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT REPORT-FILE   ASSIGN TO NBW046RP
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  LIST-FILE.
004800     COPY "NBWPWB.cpy".
004900 FD  PRINT-FILE.
005000 01  PRINT-RECORD                       PIC X(137).
005100 FD  MANIFEST-FILE.
005200 01  MANIFEST-RECORD                    PIC X(80).
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE                        PIC X(132).
005500 FD  RUNLOG-FILE.
005600     COPY "RUNSTAT.cpy".
005700 WORKING-STORAGE SECTION.
005800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006300 77  WS-LIST-EOF-SW                     PIC X(01)   VALUE 'N'.
006400     88  WS-LIST-EOF                                VALUE 'Y'.
006500 77  WS-PRINT-EOF-SW                    PIC X(01)   VALUE 'N'.
006600     88  WS-PRINT-EOF                               VALUE 'Y'.
006700 77  WS-PARM-OK-SW                      PIC X(01)   VALUE 'N'.
006800     88  WS-PARM-OK                                 VALUE 'Y'.
006900 77  WS-AWAIT-CC-SW                     PIC X(01)   VALUE 'N'.
007000     88  WS-AWAIT-CC                                VALUE 'Y'.
007100 77  WS-NUMBER-OK-SW                    PIC X(01)   VALUE 'N'.
007200     88  WS-NUMBER-OK                               VALUE 'Y'.
007300 77  WS-MODE                            PIC X(07)   VALUE SPACES.
007400     88  WS-BACKUP-MODE                 VALUE 'BACKUP '.
007500     88  WS-RESTORE-MODE                VALUE 'RESTORE'.
007600 77  WS-BUS-DATE-6                      PIC X(06)   VALUE SPACES.
007700 77  WS-MAX-REPRO                       PIC 9(03)   VALUE 500.
007800 77  WS-REPRO-COUNT                     PIC 9(05)   VALUE ZERO.
007900 77  WS-SUB                             PIC 9(05)   VALUE ZERO.
008000 77  WS-TALLY                           PIC 9(03)   VALUE ZERO.
008100 77  WS-NUM-LEN                         PIC 9(03)   VALUE ZERO.
008200 77  WS-PRT-VALUE                       PIC 9(09)   VALUE ZERO.
008300 77  WS-ENTRY-COUNT                     PIC 9(05)   VALUE ZERO.
008400 77  WS-GOOD-COUNT                      PIC 9(05)   VALUE ZERO.
008500 77  WS-FAIL-COUNT                      PIC 9(05)   VALUE ZERO.
008600 77  WS-RECORD-TOTAL                    PIC 9(11)   VALUE ZERO.
008700 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
008800 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
008900                                        PIC X(08).
009000 01  WS-PRT-LEFT                        PIC X(137).
009100 01  WS-PRT-NUMBER                      PIC X(20).
009200*    ONE ENTRY PER REPRO IN THE LISTING, IN THE ORDER RUN.
009300 01  WS-REPRO-TABLE.
009400     05  WS-RPR-ENTRY OCCURS 500 TIMES.
009500         10  WS-RPR-COUNT-SW            PIC X(01).
009600             88  WS-RPR-COUNTED                     VALUE 'Y'.
009700         10  WS-RPR-COUNT               PIC 9(09).
009800         10  WS-RPR-CC                  PIC 9(04).
009900 01  WS-HEADING-LINE.
010000     05  FILLER                         PIC X(31)
010100         VALUE 'NBW046V - PRE-WINDOW COPY CHECK'.
010200     05  FILLER                         PIC X(08)
010300         VALUE '  MODE: '.
010400     05  WS-HDG-MODE                    PIC X(07).
010500     05  FILLER                         PIC X(18)
010600         VALUE '   BUSINESS DATE: '.
010700     05  WS-HDG-DATE                    PIC 9(08).
010800     05  FILLER                         PIC X(60)   VALUE SPACES.
010900 01  WS-COLUMN-LINE.
011000     05  FILLER                         PIC X(46)
011100         VALUE 'DATASET'.
011200     05  FILLER                         PIC X(06)
011300         VALUE 'ORG'.
011400     05  FILLER                         PIC X(13)
011500         VALUE '  AT BACKUP'.
011600     05  FILLER                         PIC X(13)
011700         VALUE '     COPIED'.
011800     05  FILLER                         PIC X(06)
011900         VALUE '    CC'.
012000     05  FILLER                         PIC X(02)   VALUE SPACES.
012100     05  FILLER                         PIC X(20)
012200         VALUE 'STATUS'.
012300     05  FILLER                         PIC X(26)   VALUE SPACES.
012400 01  WS-DETAIL-LINE.
012500     05  WS-DTL-DSN                     PIC X(44).
012600     05  FILLER                         PIC X(02)   VALUE SPACES.
012700     05  WS-DTL-ORG                     PIC X(04).
012800     05  FILLER                         PIC X(02)   VALUE SPACES.
012900     05  WS-DTL-EXPECT-X                PIC X(11).
013000     05  WS-DTL-EXPECT REDEFINES WS-DTL-EXPECT-X
013100                                        PIC ZZZ,ZZZ,ZZ9.
013200     05  FILLER                         PIC X(02)   VALUE SPACES.
013300     05  WS-DTL-COPIED-X                PIC X(11).
013400     05  WS-DTL-COPIED REDEFINES WS-DTL-COPIED-X
013500                                        PIC ZZZ,ZZZ,ZZ9.
013600     05  FILLER                         PIC X(02)   VALUE SPACES.
013700     05  WS-DTL-CC-X                    PIC X(04).
013800     05  WS-DTL-CC REDEFINES WS-DTL-CC-X
013900                                        PIC ZZZ9.
014000     05  FILLER                         PIC X(02)   VALUE SPACES.
014100     05  WS-DTL-STATUS                  PIC X(20).
014200     05  FILLER                         PIC X(26)   VALUE SPACES.
014300 01  WS-TOTAL-LINE.
014400     05  WS-TOT-CAPTION                 PIC X(32).
014500     05  WS-TOT-COUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.
014600     05  FILLER                         PIC X(86)   VALUE SPACES.
014700 01  WS-RESULT-LINE.
014800     05  FILLER                         PIC X(32)
014900         VALUE 'RESULT                        : '.
015000     05  WS-RES-TEXT                    PIC X(48).
015100     05  FILLER                         PIC X(52)   VALUE SPACES.
015200 LINKAGE SECTION.
015300 01  LS-PARM.
015400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
015500     03  LS-PARM-TEXT                   PIC X(14).
015600******************************************************************
015700*                 PROCEDURE DIVISION                            *
015800******************************************************************
015900 PROCEDURE DIVISION USING LS-PARM.
016000 0000-MAINLINE.
016100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
016200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016300     IF WS-PARM-OK
016400         PERFORM 2000-SCAN-LISTING   THRU 2000-EXIT
016500                 UNTIL WS-PRINT-EOF
016600         PERFORM 3000-CHECK-ENTRY    THRU 3000-EXIT
016700                 UNTIL WS-LIST-EOF
016800         PERFORM 9000-TERMINATE      THRU 9000-EXIT
016900     END-IF.
017000     GOBACK.
017100 0000-EXIT.
017200     EXIT.
017300******************************************************************
017400*   1000 - TAKE THE MODE AND DATE, OPEN THE FILES                *
017500******************************************************************
017600 1000-INITIALIZE.
017700     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH NOT > 14
017800         UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY ','
017900             INTO WS-MODE WS-BUS-DATE-6
018000         END-UNSTRING
018100     END-IF.
018200     IF WS-BUS-DATE-6 IS NUMERIC
018300         MOVE '20'          TO WS-BUSINESS-DATE-X(1:2)
018400         MOVE WS-BUS-DATE-6 TO WS-BUSINESS-DATE-X(3:6)
018500     ELSE
018600         MOVE SPACES        TO WS-MODE
018700     END-IF.
018800     IF NOT WS-BACKUP-MODE AND NOT WS-RESTORE-MODE
018900         DISPLAY 'NBW046V - PARM MUST BE BACKUP,YYMMDD OR '
019000                 'RESTORE,YYMMDD - NOTHING VERIFIED'
019100         MOVE 16 TO RETURN-CODE
019200         GO TO 1000-EXIT
019300     END-IF.
019400     SET WS-PARM-OK TO TRUE.
019500     OPEN INPUT  LIST-FILE.
019600     OPEN INPUT  PRINT-FILE.
019700     OPEN OUTPUT REPORT-FILE.
019800     IF WS-BACKUP-MODE
019900         OPEN OUTPUT MANIFEST-FILE
020000     END-IF.
020100     MOVE WS-MODE          TO WS-HDG-MODE.
020200     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
020300     WRITE REPORT-LINE FROM WS-HEADING-LINE.
020400     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
020500     PERFORM 3900-READ-LIST THRU 3900-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800******************************************************************
020900*   2000 - TAKE EACH REPRO'S RECORD COUNT AND CONDITION CODE     *
021000*          FROM THE IDCAMS LISTING. THE FIRST FUNCTION-COMPLETED *
021100*          (IDC0001I) OR FUNCTION-TERMINATED (IDC3003I)          *
021110*          MESSAGE AFTER A REPRO, BEFORE THE NEXT COMMAND,       *
021120*          BELONGS TO THAT REPRO.                                *
021200******************************************************************
021300 2000-SCAN-LISTING.
021400     READ PRINT-FILE
021500         AT END
021600             SET WS-PRINT-EOF TO TRUE
021700             GO TO 2000-EXIT
021800     END-READ.
021900     MOVE ZERO TO WS-TALLY.
022000     INSPECT PRINT-RECORD TALLYING WS-TALLY
022100             FOR ALL 'REPRO INDATASET('.
022200     IF WS-TALLY > ZERO
022300         ADD 1 TO WS-REPRO-COUNT
022400         IF WS-REPRO-COUNT NOT > WS-MAX-REPRO
022500             MOVE 'N'  TO WS-RPR-COUNT-SW(WS-REPRO-COUNT)
022600             MOVE ZERO TO WS-RPR-COUNT(WS-REPRO-COUNT)
022700             MOVE 9999 TO WS-RPR-CC(WS-REPRO-COUNT)
022800         END-IF
022900         SET WS-AWAIT-CC TO TRUE
023000         GO TO 2000-EXIT
023100     END-IF.
023200     IF WS-REPRO-COUNT = ZERO
023300         OR WS-REPRO-COUNT > WS-MAX-REPRO
023400         GO TO 2000-EXIT
023500     END-IF.
023510     IF WS-AWAIT-CC
023520         PERFORM 2200-TEST-COMMAND THRU 2200-EXIT
023530         IF WS-TALLY > ZERO
023540             MOVE 'N' TO WS-AWAIT-CC-SW
023550             GO TO 2000-EXIT
023560         END-IF
023570     END-IF.
023600     MOVE ZERO TO WS-TALLY.
023700     INSPECT PRINT-RECORD TALLYING WS-TALLY FOR ALL 'IDC0005I'.
023800     IF WS-TALLY > ZERO
023900         MOVE SPACES TO WS-PRT-NUMBER
024000         UNSTRING PRINT-RECORD DELIMITED BY 'PROCESSED WAS '
024100             INTO WS-PRT-LEFT WS-PRT-NUMBER
024200         END-UNSTRING
024300         PERFORM 2100-TAKE-NUMBER THRU 2100-EXIT
024400         IF WS-NUMBER-OK
024500             MOVE 'Y'          TO WS-RPR-COUNT-SW(WS-REPRO-COUNT)
024600             MOVE WS-PRT-VALUE TO WS-RPR-COUNT(WS-REPRO-COUNT)
024700         END-IF
024800         GO TO 2000-EXIT
024900     END-IF.
025000     IF NOT WS-AWAIT-CC
025100         GO TO 2000-EXIT
025200     END-IF.
025300     MOVE ZERO TO WS-TALLY.
025400     INSPECT PRINT-RECORD TALLYING WS-TALLY FOR ALL 'IDC0001I'.
025500     IF WS-TALLY > ZERO
025600         MOVE SPACES TO WS-PRT-NUMBER
025700         UNSTRING PRINT-RECORD DELIMITED BY 'CODE WAS '
025800             INTO WS-PRT-LEFT WS-PRT-NUMBER
025900         END-UNSTRING
026000         PERFORM 2100-TAKE-NUMBER THRU 2100-EXIT
026100         IF WS-NUMBER-OK AND WS-PRT-VALUE < 9999
026200             MOVE WS-PRT-VALUE TO WS-RPR-CC(WS-REPRO-COUNT)
026300         END-IF
026400         MOVE 'N' TO WS-AWAIT-CC-SW
026410         GO TO 2000-EXIT
026500     END-IF.
026502     MOVE ZERO TO WS-TALLY.
026504     INSPECT PRINT-RECORD TALLYING WS-TALLY FOR ALL 'IDC3003I'.
026506     IF WS-TALLY > ZERO
026508         MOVE SPACES TO WS-PRT-NUMBER
026510         UNSTRING PRINT-RECORD DELIMITED BY 'CONDITION CODE IS '
026512             INTO WS-PRT-LEFT WS-PRT-NUMBER
026514         END-UNSTRING
026516         PERFORM 2100-TAKE-NUMBER THRU 2100-EXIT
026518         IF WS-NUMBER-OK AND WS-PRT-VALUE < 9999
026520             MOVE WS-PRT-VALUE TO WS-RPR-CC(WS-REPRO-COUNT)
026522         END-IF
026524         IF NOT WS-NUMBER-OK OR WS-PRT-VALUE NOT = ZERO
026526             MOVE 'N' TO WS-RPR-COUNT-SW(WS-REPRO-COUNT)
026528         END-IF
026530         MOVE 'N' TO WS-AWAIT-CC-SW
026532     END-IF.
026600 2000-EXIT.
026700     EXIT.
026800 2100-TAKE-NUMBER.
026900     MOVE 'N'  TO WS-NUMBER-OK-SW.
027000     MOVE ZERO TO WS-NUM-LEN.
027100     INSPECT WS-PRT-NUMBER TALLYING WS-NUM-LEN
027200             FOR CHARACTERS BEFORE INITIAL SPACE.
027300     IF WS-NUM-LEN = ZERO OR WS-NUM-LEN > 9
027400         GO TO 2100-EXIT
027500     END-IF.
027600     IF WS-PRT-NUMBER(1:WS-NUM-LEN) IS NOT NUMERIC
027700         GO TO 2100-EXIT
027800     END-IF.
027900     MOVE WS-PRT-NUMBER(1:WS-NUM-LEN) TO WS-PRT-VALUE.
028000     SET WS-NUMBER-OK TO TRUE.
028100 2100-EXIT.
028200     EXIT.
028205******************************************************************
028210*   2200 - IS THIS LINE THE ECHO OF ANOTHER IDCAMS COMMAND       *
028215*          (WS-TALLY > ZERO WHEN IT IS)                          *
028220******************************************************************
028225 2200-TEST-COMMAND.
028230     MOVE ZERO TO WS-TALLY.
028235     INSPECT PRINT-RECORD TALLYING WS-TALLY FOR ALL 'IDC'.
028240     IF WS-TALLY > ZERO
028245         MOVE ZERO TO WS-TALLY
028250         GO TO 2200-EXIT
028255     END-IF.
028260     INSPECT PRINT-RECORD TALLYING WS-TALLY
028265             FOR ALL 'ALLOCATE ' ALL 'DEFINE ' ALL 'DELETE '
028270                 ALL 'SET MAXCC'.
028275 2200-EXIT.
028280     EXIT.
028300******************************************************************
028400*   3000 - PAIR THE NEXT LISTED DATASET WITH ITS REPRO           *
028500******************************************************************
028600 3000-CHECK-ENTRY.
028700     ADD 1 TO WS-ENTRY-COUNT.
028800     ADD 1 TO WS-SUB.
028900     MOVE NBWPWB-DSNAME TO WS-DTL-DSN.
029000     IF NBWPWB-KSDS
029100         MOVE 'KSDS' TO WS-DTL-ORG
029200     ELSE
029300         MOVE 'SEQ ' TO WS-DTL-ORG
029400     END-IF.
029500     MOVE SPACES TO WS-DTL-EXPECT-X.
029600     MOVE SPACES TO WS-DTL-COPIED-X.
029700     MOVE SPACES TO WS-DTL-CC-X.
029800     IF WS-RESTORE-MODE
029900         MOVE NBWPWB-RECORD-COUNT TO WS-DTL-EXPECT
030000     END-IF.
030100     IF WS-SUB > WS-REPRO-COUNT OR WS-SUB > WS-MAX-REPRO
030200         MOVE 'NOT COPIED'  TO WS-DTL-STATUS
030300         ADD 1 TO WS-FAIL-COUNT
030400         GO TO 3000-WRITE
030500     END-IF.
030600     IF WS-RPR-CC(WS-SUB) NOT = 9999
030700         MOVE WS-RPR-CC(WS-SUB) TO WS-DTL-CC
030800     END-IF.
030900     IF NOT WS-RPR-COUNTED(WS-SUB) OR WS-RPR-CC(WS-SUB) > 4
031000         MOVE 'COPY FAILED' TO WS-DTL-STATUS
031100         ADD 1 TO WS-FAIL-COUNT
031200         GO TO 3000-WRITE
031300     END-IF.
031400     MOVE WS-RPR-COUNT(WS-SUB) TO WS-DTL-COPIED.
031500     ADD WS-RPR-COUNT(WS-SUB) TO WS-RECORD-TOTAL.
031600     IF WS-RESTORE-MODE
031700         IF WS-RPR-COUNT(WS-SUB) NOT = NBWPWB-RECORD-COUNT
031800             MOVE 'COUNT MISMATCH' TO WS-DTL-STATUS
031900             ADD 1 TO WS-FAIL-COUNT
032000         ELSE
032100             MOVE 'RESTORED'       TO WS-DTL-STATUS
032200             ADD 1 TO WS-GOOD-COUNT
032300         END-IF
032400     ELSE
032500         MOVE 'BACKED UP'          TO WS-DTL-STATUS
032600         ADD 1 TO WS-GOOD-COUNT
032700         MOVE WS-RPR-COUNT(WS-SUB) TO NBWPWB-RECORD-COUNT
032800         WRITE MANIFEST-RECORD FROM NBWPWB-RECORD
032900         ADD 1 TO WS-RUNSTAT-WRITTEN
033000     END-IF.
033100 3000-WRITE.
033200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
033300     PERFORM 3900-READ-LIST THRU 3900-EXIT.
033400 3000-EXIT.
033500     EXIT.
033600 3900-READ-LIST.
033700     READ LIST-FILE
033800         AT END SET WS-LIST-EOF TO TRUE
033900         NOT AT END ADD 1 TO WS-RUNSTAT-READ
034000     END-READ.
034100 3900-EXIT.
034200     EXIT.
034300******************************************************************
034400*                 9000 - TOTALS AND TERMINATION                  *
034500******************************************************************
034600 9000-TERMINATE.
034700     IF WS-REPRO-COUNT NOT = WS-ENTRY-COUNT
034800         DISPLAY 'NBW046V - ' WS-REPRO-COUNT ' COPIES IN THE '
034900                 'LISTING FOR ' WS-ENTRY-COUNT ' DATASETS LISTED'
035000         IF WS-FAIL-COUNT = ZERO
035100             ADD 1 TO WS-FAIL-COUNT
035200         END-IF
035300     END-IF.
035400     MOVE 'DATASETS LISTED               : ' TO WS-TOT-CAPTION.
035500     MOVE WS-ENTRY-COUNT     TO WS-TOT-COUNT.
035600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
035700     MOVE 'COPIES FOUND IN THE LISTING   : ' TO WS-TOT-CAPTION.
035800     MOVE WS-REPRO-COUNT     TO WS-TOT-COUNT.
035900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
036000     IF WS-BACKUP-MODE
036100         MOVE 'DATASETS BACKED UP            : '
036200             TO WS-TOT-CAPTION
036300     ELSE
036400         MOVE 'DATASETS RESTORED AND MATCHED : '
036500             TO WS-TOT-CAPTION
036600     END-IF.
036700     MOVE WS-GOOD-COUNT      TO WS-TOT-COUNT.
036800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
036900     MOVE 'DATASETS FAILED               : ' TO WS-TOT-CAPTION.
037000     MOVE WS-FAIL-COUNT      TO WS-TOT-COUNT.
037100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
037200     MOVE 'RECORDS COPIED                : ' TO WS-TOT-CAPTION.
037300     MOVE WS-RECORD-TOTAL    TO WS-TOT-COUNT.
037400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
037500     IF WS-FAIL-COUNT > ZERO OR WS-ENTRY-COUNT = ZERO
037600         MOVE 16 TO RETURN-CODE
037700         IF WS-BACKUP-MODE
037800             MOVE 'INCOMPLETE - THE WINDOW MUST NOT START'
037900                 TO WS-RES-TEXT
038000         ELSE
038100             MOVE 'INCOMPLETE - DO NOT RERUN THE WINDOW'
038200                 TO WS-RES-TEXT
038300         END-IF
038400     ELSE
038500         IF WS-BACKUP-MODE
038600             MOVE 'COMPLETE - MANIFEST WRITTEN'
038700                 TO WS-RES-TEXT
038800         ELSE
038900             MOVE 'COMPLETE - RERUN THE WINDOW FROM THE TOP'
039000                 TO WS-RES-TEXT
039100         END-IF
039200     END-IF.
039300     WRITE REPORT-LINE FROM WS-RESULT-LINE.
039400     MOVE SPACES TO REPORT-LINE.
039500     WRITE REPORT-LINE.
039600     DISPLAY 'NBW046V - ' WS-MODE ' ' WS-RES-TEXT.
039700     CLOSE LIST-FILE.
039800     CLOSE PRINT-FILE.
039900     CLOSE REPORT-FILE.
040000     IF WS-BACKUP-MODE
040100         CLOSE MANIFEST-FILE
040200     END-IF.
040300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
040400 9000-EXIT.
040500     EXIT.
040600******************************************************************
040700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
040800******************************************************************
040900 9900-WRITE-RUN-STATS.
041000     OPEN OUTPUT RUNLOG-FILE.
041100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
041200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
041300     MOVE SPACES                 TO RUNSTAT-ENTRY.
041400     MOVE 'NBW046V'              TO RUNSTAT-PROGRAM-ID.
041500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
041600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
041700     MOVE WS-RUNSTAT-START-RAW(1:6)
041800         TO RUNSTAT-START-TIME.
041900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
042000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
042100     MOVE WS-FAIL-COUNT          TO RUNSTAT-RECORDS-REJECTED.
042200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
042300     WRITE RUNSTAT-ENTRY.
042400     CLOSE RUNLOG-FILE.
042500 9900-EXIT.
042600     EXIT.
042700******************************************************************
042800*                      END OF PROGRAM                            *
042900******************************************************************
