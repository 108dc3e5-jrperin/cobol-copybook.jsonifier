000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW045B                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     PRE-WINDOW BACKUP AND ROLLBACK CARD BUILDER. READS THE     *
001400*     LIST OF RUN-OVER-RUN MASTERS (PWBLIST, LAYOUT NBWPWB) AND  *
001500*     WRITES THE IDCAMS STATEMENTS THE NEXT STEP EXECUTES.       *
001600*     BACKUP MODE (NITEBAT, BEFORE ANY WINDOW STEP) COPIES EACH  *
001700*     LISTED DATASET TO PRODBAT.PWB.DYYMMDD.<NAME LESS PRODBAT.> *
001800*     - A KSDS IS UNLOADED TO A FLAT COPY - AFTER DELETING ANY   *
001900*     COPY AND MANIFEST ALREADY TAKEN FOR THE DATE. RESTORE MODE *
002000*     (ROLLBACK JOB) READS THAT NIGHT'S MANIFEST INSTEAD OF THE  *
002100*     LIST, DELETES THE .NEW SUCCESSORS THE WINDOW WROTE AND     *
002200*     EACH KEYED CLUSTER, RE-DEFINES THE CLUSTERS AND COPIES     *
002300*     EVERY BACKUP BACK OVER ITS MASTER. EACH DATASET GETS       *
002400*     EXACTLY ONE REPRO, IN LIST ORDER, SO NBW046V CAN PAIR THE  *
002500*     IDCAMS RECORD COUNTS WITH THE LIST. AN ENTRY THAT CANNOT   *
002600*     BE COPIED SAFELY (NOT A PRODBAT NAME, BACKUP NAME OVER 44  *
002700*     BYTES, KSDS ATTRIBUTES MISSING) IS REJECTED ON THE REPORT  *
002800*     AND NO COPY STATEMENTS ARE WRITTEN: RC=16, BECAUSE A       *
002900*     PARTIAL BACKUP CANNOT BE ROLLED BACK TO. PARM IS THE MODE  *
003000*     (BACKUP OR RESTORE) AND THE BUSINESS DATE (YYMMDD).        *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  DCG  ORIGINAL VERSION.                        *
003400******************************************************************
003500 PROGRAM-ID.    NBW045B.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LIST-FILE     ASSIGN TO PWBLIST
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT CARD-FILE     ASSIGN TO IDCCARDS
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPORT-FILE   ASSIGN TO NBW045RP
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LIST-FILE.
005000     COPY "NBWPWB.cpy".
005100 FD  CARD-FILE.
005200 01  CARD-RECORD                        PIC X(80).
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE                        PIC X(100).
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
006500 77  WS-PARM-OK-SW                      PIC X(01)   VALUE 'N'.
006600     88  WS-PARM-OK                                 VALUE 'Y'.
006700 77  WS-ENTRY-OK-SW                     PIC X(01)   VALUE 'N'.
006800     88  WS-ENTRY-OK                                VALUE 'Y'.
006900 77  WS-MODE                            PIC X(07)   VALUE SPACES.
007000     88  WS-BACKUP-MODE                 VALUE 'BACKUP '.
007100     88  WS-RESTORE-MODE                VALUE 'RESTORE'.
007200 77  WS-BUS-DATE-6                      PIC X(06)   VALUE SPACES.
007300 77  WS-ENTRY-COUNT                     PIC 9(05)   VALUE ZERO.
007400 77  WS-REJECT-COUNT                    PIC 9(05)   VALUE ZERO.
007500 77  WS-KSDS-COUNT                      PIC 9(05)   VALUE ZERO.
007600 77  WS-NEW-COUNT                       PIC 9(05)   VALUE ZERO.
007700 77  WS-DSN-LENGTH                      PIC 9(03)   VALUE ZERO.
007800 77  WS-PTR                             PIC 9(03)   VALUE 1.
007900 77  WS-LEAD-ZEROES                     PIC 9(02)   VALUE ZERO.
008000 77  WS-SEC-CYLS                        PIC 9(05)   VALUE ZERO.
008100 77  WS-REJECT-REASON                   PIC X(36)   VALUE SPACES.
008200 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
008300 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
008400                                        PIC X(08).
008500 01  WS-BACKUP-DSN                      PIC X(44)   VALUE SPACES.
008600 01  WS-CARD                            PIC X(80)   VALUE SPACES.
008700*    NUMBERS GO ON THE CARDS WITHOUT LEADING ZEROES.
008800 01  WS-NUM-IN                          PIC 9(05)   VALUE ZERO.
008900 01  WS-NUM-IN-X REDEFINES WS-NUM-IN    PIC X(05).
009000 01  WS-NUM-TEXT                        PIC X(05)   VALUE SPACES.
009100 01  WS-NUM-A                           PIC X(05)   VALUE SPACES.
009200 01  WS-NUM-B                           PIC X(05)   VALUE SPACES.
009300 01  WS-NUM-C                           PIC X(05)   VALUE SPACES.
009400 01  WS-HEADING-LINE.
009500     05  FILLER                         PIC X(31)
009600         VALUE 'NBW045B - PRE-WINDOW COPY   '.
009700     05  FILLER                         PIC X(06)
009800   VALUE 'MODE: '.
009900     05  WS-HDG-MODE                    PIC X(07).
010000     05  FILLER                         PIC X(18)
010100         VALUE '   BUSINESS DATE: '.
010200     05  WS-HDG-DATE                    PIC 9(08).
010300     05  FILLER                         PIC X(30)   VALUE SPACES.
010400 01  WS-DETAIL-LINE.
010500     05  WS-DTL-DSN                     PIC X(44).
010600     05  FILLER                         PIC X(02)   VALUE SPACES.
010700     05  WS-DTL-ORG                     PIC X(04).
010800     05  FILLER                         PIC X(02)   VALUE SPACES.
010900     05  WS-DTL-ACTION                  PIC X(48).
011000 01  WS-TOTAL-LINE.
011100     05  WS-TOT-CAPTION                 PIC X(32).
011200     05  WS-TOT-COUNT                   PIC ZZ,ZZ9.
011300     05  FILLER                         PIC X(62)   VALUE SPACES.
011400 LINKAGE SECTION.
011500 01  LS-PARM.
011600     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
011700     03  LS-PARM-TEXT                   PIC X(14).
011800******************************************************************
011900*                 PROCEDURE DIVISION                            *
012000******************************************************************
012100 PROCEDURE DIVISION USING LS-PARM.
012200 0000-MAINLINE.
012300     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
012400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
012500     IF WS-PARM-OK
012600         PERFORM 2000-CHECK-ENTRY    THRU 2000-EXIT
012700                 UNTIL WS-LIST-EOF
012800         PERFORM 3000-COPY-CARDS     THRU 3000-EXIT
012900         PERFORM 9000-TERMINATE      THRU 9000-EXIT
013000     END-IF.
013100     GOBACK.
013200 0000-EXIT.
013300     EXIT.
013400******************************************************************
013500*   1000 - TAKE THE MODE AND DATE, OPEN THE LIST AND THE CARDS   *
013600******************************************************************
013700 1000-INITIALIZE.
013800     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH NOT > 14
013900         UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY ','
014000             INTO WS-MODE WS-BUS-DATE-6
014100         END-UNSTRING
014200     END-IF.
014300     IF WS-BUS-DATE-6 IS NUMERIC
014400         MOVE '20'          TO WS-BUSINESS-DATE-X(1:2)
014500         MOVE WS-BUS-DATE-6 TO WS-BUSINESS-DATE-X(3:6)
014600     ELSE
014700         MOVE SPACES        TO WS-MODE
014800     END-IF.
014900     IF NOT WS-BACKUP-MODE AND NOT WS-RESTORE-MODE
015000         DISPLAY 'NBW045B - PARM MUST BE BACKUP,YYMMDD OR '
015100                 'RESTORE,YYMMDD - NOTHING COPIED'
015200         MOVE 16 TO RETURN-CODE
015300         GO TO 1000-EXIT
015400     END-IF.
015500     SET WS-PARM-OK TO TRUE.
015600     OPEN INPUT  LIST-FILE.
015700     OPEN OUTPUT CARD-FILE.
015800     OPEN OUTPUT REPORT-FILE.
015900     MOVE WS-MODE          TO WS-HDG-MODE.
016000     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
016100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
016200     IF WS-BACKUP-MODE
016300         STRING '  DELETE PRODBAT.PWB.D' WS-BUS-DATE-6
016400                '.MANIFEST'
016500                DELIMITED BY SIZE INTO WS-CARD
016600         PERFORM 3900-WRITE-CARD THRU 3900-EXIT
016700     END-IF.
016800     PERFORM 2900-READ-LIST THRU 2900-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100******************************************************************
017200*   2000 - FIRST PASS: CHECK EACH ENTRY, CLEAR ITS TARGETS       *
017300******************************************************************
017400 2000-CHECK-ENTRY.
017500     ADD 1 TO WS-ENTRY-COUNT.
017600     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
017700     MOVE NBWPWB-DSNAME TO WS-DTL-DSN.
017800     IF NBWPWB-KSDS
017900         MOVE 'KSDS' TO WS-DTL-ORG
018000     ELSE
018100         MOVE 'SEQ ' TO WS-DTL-ORG
018200     END-IF.
018300     MOVE SPACES TO WS-DTL-ACTION.
018400     IF NOT WS-ENTRY-OK
018500         ADD 1 TO WS-REJECT-COUNT
018600         STRING 'REJECTED - ' WS-REJECT-REASON
018700                DELIMITED BY SIZE INTO WS-DTL-ACTION
018800         WRITE REPORT-LINE FROM WS-DETAIL-LINE
018900         PERFORM 2900-READ-LIST THRU 2900-EXIT
019000         GO TO 2000-EXIT
019100     END-IF.
019200     IF NBWPWB-KSDS
019300         ADD 1 TO WS-KSDS-COUNT
019400     END-IF.
019500     IF WS-BACKUP-MODE
019600         STRING 'TO   ' WS-BACKUP-DSN
019700                DELIMITED BY SIZE INTO WS-DTL-ACTION
019800         STRING '  DELETE ' WS-BACKUP-DSN
019900                DELIMITED BY SIZE INTO WS-CARD
020000         PERFORM 3900-WRITE-CARD THRU 3900-EXIT
020100     ELSE
020200         STRING 'FROM ' WS-BACKUP-DSN
020300                DELIMITED BY SIZE INTO WS-DTL-ACTION
020400         IF NBWPWB-HAS-NEW
020500             ADD 1 TO WS-NEW-COUNT
020600             STRING '  DELETE ' NBWPWB-DSNAME(1:WS-DSN-LENGTH)
020700                    '.NEW'
020800                    DELIMITED BY SIZE INTO WS-CARD
020900             PERFORM 3900-WRITE-CARD THRU 3900-EXIT
021000         END-IF
021100         IF NBWPWB-KSDS
021200             STRING '  DELETE ' NBWPWB-DSNAME(1:WS-DSN-LENGTH)
021300                    ' CLUSTER PURGE'
021400                    DELIMITED BY SIZE INTO WS-CARD
021500             PERFORM 3900-WRITE-CARD THRU 3900-EXIT
021600         END-IF
021700     END-IF.
021800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
021900     PERFORM 2900-READ-LIST THRU 2900-EXIT.
022000 2000-EXIT.
022100     EXIT.
022200******************************************************************
022300*   2100 - EDIT ONE ENTRY AND BUILD ITS BACKUP DATASET NAME      *
022400******************************************************************
022500 2100-EDIT-ENTRY.
022600     MOVE 'N'    TO WS-ENTRY-OK-SW.
022700     MOVE SPACES TO WS-BACKUP-DSN.
022800     IF NBWPWB-DSNAME(1:8) NOT = 'PRODBAT.'
022900         OR NBWPWB-DSNAME(9:1) = SPACE
023000         MOVE 'NOT A PRODBAT DATASET' TO WS-REJECT-REASON
023100         GO TO 2100-EXIT
023200     END-IF.
023300     MOVE ZERO TO WS-DSN-LENGTH.
023400     INSPECT NBWPWB-DSNAME TALLYING WS-DSN-LENGTH
023500             FOR CHARACTERS BEFORE INITIAL SPACE.
023600     MOVE 1 TO WS-PTR.
023700     STRING 'PRODBAT.PWB.D' WS-BUS-DATE-6 '.'
023800            NBWPWB-DSNAME(9:WS-DSN-LENGTH - 8)
023900            DELIMITED BY SIZE INTO WS-BACKUP-DSN
024000            WITH POINTER WS-PTR
024100         ON OVERFLOW
024200            MOVE 'BACKUP NAME OVER 44 BYTES' TO WS-REJECT-REASON
024300            GO TO 2100-EXIT
024400     END-STRING.
024500     IF NOT NBWPWB-KSDS AND NOT NBWPWB-SEQUENTIAL
024600         MOVE 'DSORG NOT K OR S' TO WS-REJECT-REASON
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF NOT NBWPWB-HAS-NEW AND NOT NBWPWB-NO-NEW
025000         MOVE 'SWAP SWITCH NOT Y OR N' TO WS-REJECT-REASON
025100         GO TO 2100-EXIT
025200     END-IF.
025300     IF NBWPWB-HAS-NEW AND WS-DSN-LENGTH > 40
025400         MOVE '.NEW NAME OVER 44 BYTES' TO WS-REJECT-REASON
025500         GO TO 2100-EXIT
025600     END-IF.
025700     IF NBWPWB-KSDS
025800         IF NBWPWB-KEY-LENGTH  NOT NUMERIC
025900             OR NBWPWB-KEY-OFFSET  NOT NUMERIC
026000             OR NBWPWB-RECORD-SIZE NOT NUMERIC
026100             OR NBWPWB-SPACE-CYLS  NOT NUMERIC
026200             OR NBWPWB-KEY-LENGTH  = ZERO
026300             OR NBWPWB-RECORD-SIZE = ZERO
026400             OR NBWPWB-SPACE-CYLS  = ZERO
026500             MOVE 'KSDS ATTRIBUTES MISSING' TO WS-REJECT-REASON
026600             GO TO 2100-EXIT
026700         END-IF
026800         IF NBWPWB-KEY-OFFSET + NBWPWB-KEY-LENGTH
026900                 > NBWPWB-RECORD-SIZE
027000             MOVE 'KEY OUTSIDE THE RECORD' TO WS-REJECT-REASON
027100             GO TO 2100-EXIT
027200         END-IF
027300         IF WS-DSN-LENGTH > 38
027400             MOVE 'CLUSTER COMPONENT NAME OVER 44 BYTES'
027500                 TO WS-REJECT-REASON
027600             GO TO 2100-EXIT
027700         END-IF
027800     END-IF.
027900     SET WS-ENTRY-OK TO TRUE.
028000 2100-EXIT.
028100     EXIT.
028200 2900-READ-LIST.
028300     READ LIST-FILE
028400         AT END SET WS-LIST-EOF TO TRUE
028500         NOT AT END ADD 1 TO WS-RUNSTAT-READ
028600     END-READ.
028700 2900-EXIT.
028800     EXIT.
028900******************************************************************
029000*   3000 - SECOND PASS: ONE COPY PER ENTRY, IN LIST ORDER. THE   *
029100*          DELETES ABOVE MAY FIND NOTHING TO DELETE, SO THE      *
029200*          CONDITION CODE IS RESET BEFORE THE FIRST COPY.        *
029300******************************************************************
029400 3000-COPY-CARDS.
029500     IF WS-REJECT-COUNT > ZERO OR WS-ENTRY-COUNT = ZERO
029600         GO TO 3000-EXIT
029700     END-IF.
029800     MOVE '  SET MAXCC = 0' TO WS-CARD.
029900     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
030000     CLOSE LIST-FILE.
030100     OPEN INPUT LIST-FILE.
030200     MOVE 'N' TO WS-LIST-EOF-SW.
030300     READ LIST-FILE
030400         AT END SET WS-LIST-EOF TO TRUE
030500     END-READ.
030600     PERFORM 3100-COPY-ONE THRU 3100-EXIT
030700             UNTIL WS-LIST-EOF.
030800 3000-EXIT.
030900     EXIT.
031000 3100-COPY-ONE.
031100     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
031200     IF WS-BACKUP-MODE
031300         PERFORM 3200-BACKUP-CARDS  THRU 3200-EXIT
031400     ELSE
031500         PERFORM 3300-RESTORE-CARDS THRU 3300-EXIT
031600     END-IF.
031700     READ LIST-FILE
031800         AT END SET WS-LIST-EOF TO TRUE
031900     END-READ.
032000 3100-EXIT.
032100     EXIT.
032200******************************************************************
032300*   3200 - ALLOCATE THE BACKUP AND COPY THE MASTER INTO IT. A    *
032400*          SEQUENTIAL MASTER'S COPY IS MODELLED ON THE MASTER;   *
032500*          A KSDS IS UNLOADED TO FIXED RECORDS OF ITS SIZE.      *
032600******************************************************************
032700 3200-BACKUP-CARDS.
032800     STRING '  ALLOCATE DSNAME(''' WS-BACKUP-DSN(1:WS-PTR - 1)
032900            ''') -'
033000            DELIMITED BY SIZE INTO WS-CARD.
033100     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
033200     MOVE '           NEW CATALOG -' TO WS-CARD.
033300     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
033400     IF NBWPWB-KSDS
033500         PERFORM 3700-EDIT-SPACE THRU 3700-EXIT
033600         MOVE NBWPWB-RECORD-SIZE TO WS-NUM-IN
033700         PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT
033800         MOVE WS-NUM-TEXT TO WS-NUM-B
033900         STRING '           CYLINDERS SPACE(' DELIMITED BY SIZE
034000                WS-NUM-A DELIMITED BY SPACE
034100                ' '      DELIMITED BY SIZE
034200                WS-NUM-C DELIMITED BY SPACE
034300                ') RECFM(F B) LRECL(' DELIMITED BY SIZE
034400                WS-NUM-B DELIMITED BY SPACE
034500                ')'      DELIMITED BY SIZE
034600                INTO WS-CARD
034700     ELSE
034800         STRING '           LIKE('''
034900                NBWPWB-DSNAME(1:WS-DSN-LENGTH) ''')'
035000                DELIMITED BY SIZE INTO WS-CARD
035100     END-IF.
035200     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
035300     STRING '  REPRO INDATASET(' NBWPWB-DSNAME(1:WS-DSN-LENGTH)
035400            ') -'
035500            DELIMITED BY SIZE INTO WS-CARD.
035600     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
035700     STRING '        OUTDATASET(' WS-BACKUP-DSN(1:WS-PTR - 1)
035800            ')'
035900            DELIMITED BY SIZE INTO WS-CARD.
036000     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
036100 3200-EXIT.
036200     EXIT.
036300******************************************************************
036400*   3300 - RE-DEFINE A KEYED MASTER, THEN COPY THE BACKUP BACK   *
036500*          OVER THE MASTER                                       *
036600******************************************************************
036700 3300-RESTORE-CARDS.
036800     IF NBWPWB-KSDS
036900         PERFORM 3400-DEFINE-CARDS THRU 3400-EXIT
037000     END-IF.
037100     STRING '  REPRO INDATASET(' WS-BACKUP-DSN(1:WS-PTR - 1)
037200            ') -'
037300            DELIMITED BY SIZE INTO WS-CARD.
037400     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
037500     STRING '        OUTDATASET(' NBWPWB-DSNAME(1:WS-DSN-LENGTH)
037600            ')'
037700            DELIMITED BY SIZE INTO WS-CARD.
037800     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
037900 3300-EXIT.
038000     EXIT.
038100 3400-DEFINE-CARDS.
038200     STRING '  DEFINE CLUSTER (NAME('
038300            NBWPWB-DSNAME(1:WS-DSN-LENGTH) ') -'
038400            DELIMITED BY SIZE INTO WS-CARD.
038500     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
038600     MOVE '                  INDEXED -' TO WS-CARD.
038700     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
038800     MOVE NBWPWB-KEY-LENGTH TO WS-NUM-IN.
038900     PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT.
039000     MOVE WS-NUM-TEXT TO WS-NUM-A.
039100     MOVE NBWPWB-KEY-OFFSET TO WS-NUM-IN.
039200     PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT.
039300     MOVE WS-NUM-TEXT TO WS-NUM-B.
039400     STRING '                  KEYS(' DELIMITED BY SIZE
039500            WS-NUM-A DELIMITED BY SPACE
039600            ' '      DELIMITED BY SIZE
039700            WS-NUM-B DELIMITED BY SPACE
039800            ') -'    DELIMITED BY SIZE
039900            INTO WS-CARD.
040000     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
040100     MOVE NBWPWB-RECORD-SIZE TO WS-NUM-IN.
040200     PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT.
040300     STRING '                  RECORDSIZE(' DELIMITED BY SIZE
040400            WS-NUM-TEXT DELIMITED BY SPACE
040500            ' '         DELIMITED BY SIZE
040600            WS-NUM-TEXT DELIMITED BY SPACE
040700            ') -'       DELIMITED BY SIZE
040800            INTO WS-CARD.
040900     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
041000     PERFORM 3700-EDIT-SPACE THRU 3700-EXIT.
041100     STRING '                  CYLINDERS(' DELIMITED BY SIZE
041200            WS-NUM-A DELIMITED BY SPACE
041300            ' '      DELIMITED BY SIZE
041400            WS-NUM-C DELIMITED BY SPACE
041500            ')) -'   DELIMITED BY SIZE
041600            INTO WS-CARD.
041700     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
041800     STRING '         DATA    (NAME('
041900            NBWPWB-DSNAME(1:WS-DSN-LENGTH) '.DATA)) -'
042000            DELIMITED BY SIZE INTO WS-CARD.
042100     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
042200     STRING '         INDEX   (NAME('
042300            NBWPWB-DSNAME(1:WS-DSN-LENGTH) '.INDEX))'
042400            DELIMITED BY SIZE INTO WS-CARD.
042500     PERFORM 3900-WRITE-CARD THRU 3900-EXIT.
042600 3400-EXIT.
042700     EXIT.
042800******************************************************************
042900*   3700 - PRIMARY AND SECONDARY CYLINDERS; THE SECONDARY IS A   *
043000*          FIFTH OF THE PRIMARY                                  *
043100******************************************************************
043200 3700-EDIT-SPACE.
043300     MOVE NBWPWB-SPACE-CYLS TO WS-NUM-IN.
043400     PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT.
043500     MOVE WS-NUM-TEXT TO WS-NUM-A.
043600     DIVIDE NBWPWB-SPACE-CYLS BY 5 GIVING WS-SEC-CYLS.
043700     IF WS-SEC-CYLS = ZERO
043800         MOVE 1 TO WS-SEC-CYLS
043900     END-IF.
044000     MOVE WS-SEC-CYLS TO WS-NUM-IN.
044100     PERFORM 3800-EDIT-NUMBER THRU 3800-EXIT.
044200     MOVE WS-NUM-TEXT TO WS-NUM-C.
044300 3700-EXIT.
044400     EXIT.
044500 3800-EDIT-NUMBER.
044600     MOVE ZERO TO WS-LEAD-ZEROES.
044700     INSPECT WS-NUM-IN-X TALLYING WS-LEAD-ZEROES
044800             FOR LEADING '0'.
044900     IF WS-LEAD-ZEROES = 5
045000         MOVE 4 TO WS-LEAD-ZEROES
045100     END-IF.
045200     MOVE SPACES TO WS-NUM-TEXT.
045300     MOVE WS-NUM-IN-X(WS-LEAD-ZEROES + 1:) TO WS-NUM-TEXT.
045400 3800-EXIT.
045500     EXIT.
045600 3900-WRITE-CARD.
045700     WRITE CARD-RECORD FROM WS-CARD.
045800     ADD 1 TO WS-RUNSTAT-WRITTEN.
045900     MOVE SPACES TO WS-CARD.
046000 3900-EXIT.
046100     EXIT.
046200******************************************************************
046300*                 9000 - TOTALS AND TERMINATION                  *
046400******************************************************************
046500 9000-TERMINATE.
046600     MOVE 'DATASETS LISTED               : ' TO WS-TOT-CAPTION.
046700     MOVE WS-ENTRY-COUNT     TO WS-TOT-COUNT.
046800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
046900     MOVE 'KEYED CLUSTERS AMONG THEM     : ' TO WS-TOT-CAPTION.
047000     MOVE WS-KSDS-COUNT      TO WS-TOT-COUNT.
047100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047200     IF WS-RESTORE-MODE
047300         MOVE '.NEW SUCCESSORS DELETED       : ' TO WS-TOT-CAPTION
047400         MOVE WS-NEW-COUNT   TO WS-TOT-COUNT
047500         WRITE REPORT-LINE FROM WS-TOTAL-LINE
047600     END-IF.
047700     MOVE 'ENTRIES REJECTED              : ' TO WS-TOT-CAPTION.
047800     MOVE WS-REJECT-COUNT    TO WS-TOT-COUNT.
047900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048000     IF WS-REJECT-COUNT > ZERO OR WS-ENTRY-COUNT = ZERO
048100         DISPLAY 'NBW045B - ' WS-MODE ' LIST UNUSABLE, '
048200                 WS-REJECT-COUNT ' ENTRIES REJECTED OF '
048300                 WS-ENTRY-COUNT ' - NOTHING COPIED'
048400         MOVE 16 TO RETURN-CODE
048500     ELSE
048600         DISPLAY 'NBW045B - ' WS-MODE ' STATEMENTS WRITTEN FOR '
048700                 WS-ENTRY-COUNT ' DATASETS'
048800     END-IF.
048900     MOVE SPACES TO REPORT-LINE.
049000     WRITE REPORT-LINE.
049100     CLOSE LIST-FILE.
049200     CLOSE CARD-FILE.
049300     CLOSE REPORT-FILE.
049400     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
049500 9000-EXIT.
049600     EXIT.
049700******************************************************************
049800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
049900******************************************************************
050000 9900-WRITE-RUN-STATS.
050100     OPEN OUTPUT RUNLOG-FILE.
050200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
050300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
050400     MOVE SPACES                 TO RUNSTAT-ENTRY.
050500     MOVE 'NBW045B'              TO RUNSTAT-PROGRAM-ID.
050600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
050700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
050800     MOVE WS-RUNSTAT-START-RAW(1:6)
050900         TO RUNSTAT-START-TIME.
051000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
051100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
051200     MOVE WS-REJECT-COUNT        TO RUNSTAT-RECORDS-REJECTED.
051300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
051400     WRITE RUNSTAT-ENTRY.
051500     CLOSE RUNLOG-FILE.
051600 9900-EXIT.
051700     EXIT.
051800******************************************************************
051900*                      END OF PROGRAM                            *
052000******************************************************************
