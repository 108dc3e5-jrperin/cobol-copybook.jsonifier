000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI067B                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARD OPERATIONS SYSTEMS GROUP.                   *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     BLOCK-CODE VALIDATION, AGING AND RELEASE CANDIDATES.       *
001400*     EVERY BLOCK ON THE NIGHT'S CLIDATA FEED (BLOCK-CODE-1,     *
001500*     BLK-CODE-1 AND BLK-CODE-2) IS LOOKED UP ON THE BLOCK-CODE  *
001600*     REFERENCE FILE (BLKREF). A CODE WITH NO REFERENCE CARD,    *
001700*     OR A BLOCK WITH NO BLOCK DATE, GOES TO THE CLIBLKX         *
001800*     EXCEPTION QUEUE. KNOWN BLOCKS ARE AGED FROM THEIR BLOCK    *
001900*     DATE INTO THE AGING REPORT BY CODE AND OWNING TEAM. A      *
002000*     TEMPORARY BLOCK PAST ITS EXPECTED DURATION ON AN ACCOUNT   *
002100*     WITH NO PAYMENT DELINQUENCY IS WRITTEN TO THE RELEASE-     *
002200*     CANDIDATE LIST (CLIBLKR) FOR THE OWNING TEAM. UNKNOWN      *
002300*     CODES END RC=8; AN EMPTY REFERENCE FILE ENDS RC=16 WITHOUT *
002400*     QUEUEING THE WHOLE BOOK AS UNKNOWN.                        *
002500*----------------------------------------------------------------*
002600* MODIFICATION HISTORY.                                          *
002700*     2026-10-15  COS  ORIGINAL VERSION.                        *
002800******************************************************************
002900 PROGRAM-ID.    CLI067B.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT BLKREF-FILE   ASSIGN TO BLKREF
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT CLIBLKX-FILE  ASSIGN TO CLIBLKX
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT CLIBLKR-FILE  ASSIGN TO CLIBLKR
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT REPORT-FILE   ASSIGN TO CLI067RP
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLIDATA-FILE.
004800     COPY "book_tests_OK.cob"
004900         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005000 FD  BLKREF-FILE.
005100     COPY "BLKREF.cpy".
005200 FD  CLIBLKX-FILE.
005300     COPY "CLIBLKX.cpy".
005400 FD  CLIBLKR-FILE.
005500     COPY "CLIBLKR.cpy".
005600 FD  REPORT-FILE.
005700 01  REPORT-LINE                        PIC X(100).
005800 FD  RUNLOG-FILE.
005900     COPY "RUNSTAT.cpy".
006000 WORKING-STORAGE SECTION.
006100 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006200 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006300 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006400 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006500 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006600 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
006700     88  WS-EOF                                     VALUE 'Y'.
006800 77  WS-REF-EOF-SW                      PIC X(01)   VALUE 'N'.
006900     88  WS-REF-EOF                                 VALUE 'Y'.
007000 77  WS-REF-COUNT                       PIC 9(04)   VALUE ZERO.
007100 77  WS-REF-MAX                         PIC 9(04)   VALUE 0300.
007200 77  WS-REF-IDX                         PIC 9(04)   VALUE ZERO.
007300 77  WS-REF-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
007400 77  WS-REF-DROPPED-COUNT               PIC 9(05)   VALUE ZERO.
007500 77  WS-TEAM-COUNT                      PIC 9(03)   VALUE ZERO.
007600 77  WS-TEAM-MAX                        PIC 9(03)   VALUE 050.
007700 77  WS-TEAM-IDX                        PIC 9(03)   VALUE ZERO.
007800 77  WS-TEAM-FOUND-IDX                  PIC 9(03)   VALUE ZERO.
007900 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
008000 77  WS-AGE-DAYS                        PIC S9(09)  VALUE ZERO.
008100 77  WS-BUCKET                          PIC 9(01)   VALUE ZERO.
008200 77  WS-ACCOUNT-BLOCKED-SW              PIC X(01)   VALUE 'N'.
008300     88  WS-ACCOUNT-BLOCKED                         VALUE 'Y'.
008400 77  WS-CHK-FIELD-ID                    PIC X(03)   VALUE SPACES.
008500 77  WS-CHK-CODE                        PIC X(02)   VALUE SPACES.
008600 77  WS-CHK-BLOCK-DATE                  PIC 9(08)   VALUE ZERO.
008700 77  WS-EXC-REASON                      PIC X(04)   VALUE SPACES.
008800 77  WS-BLOCKED-ACCOUNT-COUNT           PIC 9(07)   VALUE ZERO.
008900 77  WS-BLOCKS-CHECKED-COUNT            PIC 9(07)   VALUE ZERO.
009000 77  WS-UNKNOWN-COUNT                   PIC 9(07)   VALUE ZERO.
009100 77  WS-NO-DATE-COUNT                   PIC 9(07)   VALUE ZERO.
009200 77  WS-RELEASE-COUNT                   PIC 9(07)   VALUE ZERO.
009300 01  WS-REFERENCE-TABLE.
009400     05  WS-REF-ENTRY OCCURS 300 TIMES.
009500         10  WS-REF-FIELD-ID            PIC X(03).
009600         10  WS-REF-CODE                PIC X(02).
009700         10  WS-REF-DESCRIPTION         PIC X(30).
009800         10  WS-REF-TEAM-IDX            PIC 9(03).
009900         10  WS-REF-CLASS               PIC X(01).
010000             88  WS-REF-TEMPORARY              VALUE 'T'.
010100         10  WS-REF-EXPECTED-DAYS       PIC 9(04).
010200         10  WS-REF-AGE-COUNT OCCURS 5 TIMES
010300                                        PIC 9(07).
010400         10  WS-REF-NO-DATE-COUNT       PIC 9(07).
010500         10  WS-REF-RELEASE-COUNT       PIC 9(07).
010600 01  WS-TEAM-TABLE.
010700     05  WS-TEAM-ENTRY OCCURS 50 TIMES.
010800         10  WS-TEAM-NAME               PIC X(08).
010900         10  WS-TEAM-BLOCK-COUNT        PIC 9(07).
011000         10  WS-TEAM-RELEASE-COUNT      PIC 9(07).
011100 01  WS-CURRENT-DATE-TIME.
011200     05  WS-CURRENT-DATE                PIC 9(08).
011300     05  WS-CURRENT-TIME                PIC 9(06).
011400     05  FILLER                         PIC X(08).
011500 01  WS-HEADING-LINE.
011600     05  FILLER                         PIC X(40)
011700             VALUE 'CLI067B - BLOCK-CODE AGING BY CODE/TEAM '.
011800     05  FILLER                         PIC X(10)
011900             VALUE 'RUN DATE: '.
012000     05  WS-HDG-RUN-DATE                PIC 9(08).
012100     05  FILLER                         PIC X(42)   VALUE SPACES.
012200 01  WS-COLUMN-LINE.
012300     05  FILLER                         PIC X(38)
012400             VALUE 'FLD CD  OWNER     DESCRIPTION         '.
012500     05  FILLER                         PIC X(32)
012600             VALUE '    0-30   31-90  91-180 181-365'.
012700     05  FILLER                         PIC X(24)
012800             VALUE '    >365 NO DATE RELEASE'.
012900     05  FILLER                         PIC X(06)   VALUE SPACES.
013000 01  WS-CODE-LINE.
013100     05  WS-CDL-FIELD-ID                PIC X(03).
013200     05  FILLER                         PIC X(01)   VALUE SPACES.
013300     05  WS-CDL-CODE                    PIC X(02).
013400     05  FILLER                         PIC X(02)   VALUE SPACES.
013500     05  WS-CDL-TEAM                    PIC X(08).
013600     05  FILLER                         PIC X(02)   VALUE SPACES.
013700     05  WS-CDL-DESCRIPTION             PIC X(20).
013800     05  WS-CDL-COUNT-GROUP OCCURS 7 TIMES.
013900         10  FILLER                     PIC X(01).
014000         10  WS-CDL-COUNT               PIC ZZZ,ZZ9.
014100     05  FILLER                         PIC X(06)   VALUE SPACES.
014200 01  WS-TEAM-LINE.
014300     05  FILLER                         PIC X(13)
014400             VALUE 'OWNING TEAM: '.
014500     05  WS-TML-TEAM                    PIC X(08).
014600     05  FILLER                         PIC X(02)   VALUE SPACES.
014700     05  FILLER                         PIC X(17)
014800             VALUE 'BLOCKS IN PLACE: '.
014900     05  WS-TML-BLOCKS                  PIC ZZZ,ZZ9.
015000     05  FILLER                         PIC X(02)   VALUE SPACES.
015100     05  FILLER                         PIC X(20)
015200             VALUE 'RELEASE CANDIDATES: '.
015300     05  WS-TML-RELEASE                 PIC ZZZ,ZZ9.
015400     05  FILLER                         PIC X(24)   VALUE SPACES.
015500 01  WS-TOTAL-LINE-1.
015600     05  FILLER                         PIC X(24)
015700                       VALUE 'RECORDS READ          :'.
015800     05  WS-TOT-READ                    PIC ZZZ,ZZ9.
015900     05  FILLER                         PIC X(69)   VALUE SPACES.
016000 01  WS-TOTAL-LINE-2.
016100     05  FILLER                         PIC X(24)
016200                       VALUE 'BLOCKED ACCOUNTS      :'.
016300     05  WS-TOT-BLOCKED                 PIC ZZZ,ZZ9.
016400     05  FILLER                         PIC X(69)   VALUE SPACES.
016500 01  WS-TOTAL-LINE-3.
016600     05  FILLER                         PIC X(24)
016700                       VALUE 'BLOCKS CHECKED        :'.
016800     05  WS-TOT-CHECKED                 PIC ZZZ,ZZ9.
016900     05  FILLER                         PIC X(69)   VALUE SPACES.
017000 01  WS-TOTAL-LINE-4.
017100     05  FILLER                         PIC X(24)
017200                       VALUE 'UNKNOWN CODES QUEUED  :'.
017300     05  WS-TOT-UNKNOWN                 PIC ZZZ,ZZ9.
017400     05  FILLER                         PIC X(69)   VALUE SPACES.
017500 01  WS-TOTAL-LINE-5.
017600     05  FILLER                         PIC X(24)
017700                       VALUE 'BLOCKS WITHOUT DATE   :'.
017800     05  WS-TOT-NO-DATE                 PIC ZZZ,ZZ9.
017900     05  FILLER                         PIC X(69)   VALUE SPACES.
018000 01  WS-TOTAL-LINE-6.
018100     05  FILLER                         PIC X(24)
018200                       VALUE 'RELEASE CANDIDATES    :'.
018300     05  WS-TOT-RELEASE                 PIC ZZZ,ZZ9.
018400     05  FILLER                         PIC X(69)   VALUE SPACES.
018500******************************************************************
018600*                 PROCEDURE DIVISION                            *
018700******************************************************************
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
019100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
019200     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
019300             UNTIL WS-EOF.
019400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019500     GOBACK.
019600 0000-EXIT.
019700     EXIT.
019800 1000-INITIALIZE.
019900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020000     COMPUTE WS-TODAY-INT-DATE =
020100             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
020200     MOVE ZEROES TO WS-REFERENCE-TABLE.
020300     MOVE ZEROES TO WS-TEAM-TABLE.
020400     PERFORM 1600-LOAD-REFERENCE THRU 1600-EXIT.
020500     OPEN INPUT  CLIDATA-FILE.
020600     OPEN OUTPUT CLIBLKX-FILE.
020700     OPEN OUTPUT CLIBLKR-FILE.
020800     OPEN OUTPUT REPORT-FILE.
020900     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
021000     WRITE REPORT-LINE FROM WS-HEADING-LINE.
021100     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
021200     IF WS-REF-COUNT = ZERO
021300         DISPLAY 'CLI067B - NO BLOCK-CODE REFERENCE CARDS, '
021400                 'VALIDATION NOT PERFORMED'
021500         MOVE 16 TO RETURN-CODE
021600         SET WS-EOF TO TRUE
021700         GO TO 1000-EXIT
021800     END-IF.
021900     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200******************************************************************
022300*   1600 - TABLE THE BLOCK-CODE REFERENCE CARDS AND THEIR TEAMS  *
022400******************************************************************
022500 1600-LOAD-REFERENCE.
022600     OPEN INPUT BLKREF-FILE.
022700     PERFORM 1610-LOAD-ONE-CARD THRU 1610-EXIT
022800             UNTIL WS-REF-EOF.
022900     CLOSE BLKREF-FILE.
023000     DISPLAY 'CLI067B - BLOCK-CODE REFERENCE CARDS LOADED : '
023100             WS-REF-COUNT.
023200     IF WS-REF-DROPPED-COUNT NOT = ZERO
023300         DISPLAY 'CLI067B - REFERENCE TABLE FULL, CARDS '
023400                 'DROPPED : ' WS-REF-DROPPED-COUNT
023500         MOVE 8 TO RETURN-CODE
023600     END-IF.
023700 1600-EXIT.
023800     EXIT.
023900 1610-LOAD-ONE-CARD.
024000     READ BLKREF-FILE
024100         AT END SET WS-REF-EOF TO TRUE
024200         NOT AT END
024300             IF BLKREF-CARD(1:1) = '*'
024400                 GO TO 1610-EXIT
024500             END-IF
024600             IF WS-REF-COUNT >= WS-REF-MAX
024700                 ADD 1 TO WS-REF-DROPPED-COUNT
024800                 GO TO 1610-EXIT
024900             END-IF
025000             PERFORM 1620-FIND-TEAM THRU 1620-EXIT
025100             ADD 1 TO WS-REF-COUNT
025200             MOVE BLKREF-FIELD-ID
025300                  TO WS-REF-FIELD-ID(WS-REF-COUNT)
025400             MOVE BLKREF-CODE
025500                  TO WS-REF-CODE(WS-REF-COUNT)
025600             MOVE BLKREF-DESCRIPTION
025700                  TO WS-REF-DESCRIPTION(WS-REF-COUNT)
025800             MOVE WS-TEAM-FOUND-IDX
025900                  TO WS-REF-TEAM-IDX(WS-REF-COUNT)
026000             MOVE BLKREF-BLOCK-CLASS
026100                  TO WS-REF-CLASS(WS-REF-COUNT)
026200             MOVE BLKREF-EXPECTED-DAYS
026300                  TO WS-REF-EXPECTED-DAYS(WS-REF-COUNT)
026400     END-READ.
026500 1610-EXIT.
026600     EXIT.
026700******************************************************************
026800*   1620 - FIND OR ADD THE CARD'S OWNING TEAM; A TEAM BEYOND     *
026900*           THE TABLE IS REPORTED UNDER THE LAST TEAM SLOT       *
027000******************************************************************
027100 1620-FIND-TEAM.
027200     MOVE ZERO TO WS-TEAM-FOUND-IDX.
027300     PERFORM 1630-TEST-ONE-TEAM THRU 1630-EXIT
027400             VARYING WS-TEAM-IDX FROM 1 BY 1
027500             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
027600                OR WS-TEAM-FOUND-IDX NOT = ZERO.
027700     IF WS-TEAM-FOUND-IDX NOT = ZERO
027800         GO TO 1620-EXIT
027900     END-IF.
028000     IF WS-TEAM-COUNT >= WS-TEAM-MAX
028100         DISPLAY 'CLI067B - OWNING-TEAM TABLE FULL, TEAM '
028200                 BLKREF-OWNING-TEAM ' REPORTED UNDER '
028300                 WS-TEAM-NAME(WS-TEAM-MAX)
028400         MOVE WS-TEAM-MAX TO WS-TEAM-FOUND-IDX
028500         MOVE 8 TO RETURN-CODE
028600         GO TO 1620-EXIT
028700     END-IF.
028800     ADD 1 TO WS-TEAM-COUNT.
028900     MOVE BLKREF-OWNING-TEAM TO WS-TEAM-NAME(WS-TEAM-COUNT).
029000     MOVE WS-TEAM-COUNT      TO WS-TEAM-FOUND-IDX.
029100 1620-EXIT.
029200     EXIT.
029300 1630-TEST-ONE-TEAM.
029400     IF WS-TEAM-NAME(WS-TEAM-IDX) = BLKREF-OWNING-TEAM
029500         MOVE WS-TEAM-IDX TO WS-TEAM-FOUND-IDX
029600     END-IF.
029700 1630-EXIT.
029800     EXIT.
029900******************************************************************
030000*   2000 - CHECK EVERY BLOCK ON ONE ACCOUNT                      *
030100******************************************************************
030200 2000-PROCESS-FILE.
030300     IF CLIDATA-RECTYPE-DETAIL
030400         PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
030500     END-IF.
030600     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900 2100-READ-CLIDATA.
031000     READ CLIDATA-FILE
031100         AT END SET WS-EOF TO TRUE
031200         NOT AT END ADD 1 TO WS-RUNSTAT-READ
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.
031600 2200-CHECK-ACCOUNT.
031700     MOVE 'N' TO WS-ACCOUNT-BLOCKED-SW.
031800     IF CLIDATA-BLOCK-CODE-1 NOT = ZERO
031900         MOVE 'BC1'                     TO WS-CHK-FIELD-ID
032000         MOVE CLIDATA-BLOCK-CODE-1      TO WS-CHK-CODE
032100         MOVE CLIDATA-BLOCK-CODE-1-DATE TO WS-CHK-BLOCK-DATE
032200         PERFORM 2300-CHECK-ONE-BLOCK THRU 2300-EXIT
032300     END-IF.
032400     IF CLIDATA-BLK-CODE-1 NOT = SPACE
032500         MOVE 'BK1'                     TO WS-CHK-FIELD-ID
032600         MOVE CLIDATA-BLK-CODE-1        TO WS-CHK-CODE
032700         MOVE CLIDATA-BLOCK-CODE-1-DATE TO WS-CHK-BLOCK-DATE
032800         PERFORM 2300-CHECK-ONE-BLOCK THRU 2300-EXIT
032900     END-IF.
033000     IF CLIDATA-BLK-CODE-2 NOT = SPACE
033100         MOVE 'BK2'                     TO WS-CHK-FIELD-ID
033200         MOVE CLIDATA-BLK-CODE-2        TO WS-CHK-CODE
033300         MOVE CLIDATA-BLOCK-CODE-2-DATE TO WS-CHK-BLOCK-DATE
033400         PERFORM 2300-CHECK-ONE-BLOCK THRU 2300-EXIT
033500     END-IF.
033600     IF WS-ACCOUNT-BLOCKED
033700         ADD 1 TO WS-BLOCKED-ACCOUNT-COUNT
033800     END-IF.
033900 2200-EXIT.
034000     EXIT.
034100******************************************************************
034200*   2300 - VALIDATE, AGE AND TEST ONE BLOCK FOR RELEASE          *
034300******************************************************************
034400 2300-CHECK-ONE-BLOCK.
034500     SET WS-ACCOUNT-BLOCKED TO TRUE.
034600     ADD 1 TO WS-BLOCKS-CHECKED-COUNT.
034700     MOVE ZERO TO WS-REF-FOUND-IDX.
034800     PERFORM 2310-TEST-ONE-REFERENCE THRU 2310-EXIT
034900             VARYING WS-REF-IDX FROM 1 BY 1
035000             UNTIL WS-REF-IDX > WS-REF-COUNT
035100                OR WS-REF-FOUND-IDX NOT = ZERO.
035200     IF WS-REF-FOUND-IDX = ZERO
035300         ADD 1 TO WS-UNKNOWN-COUNT
035400         MOVE 'UNKN' TO WS-EXC-REASON
035500         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
035600         MOVE 8 TO RETURN-CODE
035700         GO TO 2300-EXIT
035800     END-IF.
035900     MOVE WS-REF-TEAM-IDX(WS-REF-FOUND-IDX) TO WS-TEAM-IDX.
036000     ADD 1 TO WS-TEAM-BLOCK-COUNT(WS-TEAM-IDX).
036100     IF WS-CHK-BLOCK-DATE = ZERO
036200         ADD 1 TO WS-NO-DATE-COUNT
036300         ADD 1 TO WS-REF-NO-DATE-COUNT(WS-REF-FOUND-IDX)
036400         MOVE 'NODT' TO WS-EXC-REASON
036500         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
036600         GO TO 2300-EXIT
036700     END-IF.
036800     COMPUTE WS-AGE-DAYS = WS-TODAY-INT-DATE -
036900             FUNCTION INTEGER-OF-DATE(WS-CHK-BLOCK-DATE).
037000     IF WS-AGE-DAYS < ZERO
037100         MOVE ZERO TO WS-AGE-DAYS
037200     END-IF.
037300     EVALUATE TRUE
037400         WHEN WS-AGE-DAYS <= 30   MOVE 1 TO WS-BUCKET
037500         WHEN WS-AGE-DAYS <= 90   MOVE 2 TO WS-BUCKET
037600         WHEN WS-AGE-DAYS <= 180  MOVE 3 TO WS-BUCKET
037700         WHEN WS-AGE-DAYS <= 365  MOVE 4 TO WS-BUCKET
037800         WHEN OTHER               MOVE 5 TO WS-BUCKET
037900     END-EVALUATE.
038000     ADD 1 TO WS-REF-AGE-COUNT(WS-REF-FOUND-IDX, WS-BUCKET).
038100     IF NOT WS-REF-TEMPORARY(WS-REF-FOUND-IDX)
038200         OR WS-REF-EXPECTED-DAYS(WS-REF-FOUND-IDX) = ZERO
038300         OR WS-AGE-DAYS NOT >
038400            WS-REF-EXPECTED-DAYS(WS-REF-FOUND-IDX)
038500         OR CLIDATA-PAYMENT-DELINQ-DAYS NOT = ZERO
038600         GO TO 2300-EXIT
038700     END-IF.
038800     PERFORM 2500-WRITE-RELEASE-CANDIDATE THRU 2500-EXIT.
038900 2300-EXIT.
039000     EXIT.
039100 2310-TEST-ONE-REFERENCE.
039200     IF WS-REF-FIELD-ID(WS-REF-IDX) = WS-CHK-FIELD-ID
039300         AND WS-REF-CODE(WS-REF-IDX) = WS-CHK-CODE
039400         MOVE WS-REF-IDX TO WS-REF-FOUND-IDX
039500     END-IF.
039600 2310-EXIT.
039700     EXIT.
039800 2400-WRITE-EXCEPTION.
039900     MOVE SPACES                 TO CLIBLKX-ENTRY.
040000     MOVE WS-EXC-REASON          TO CLIBLKX-REASON-CODE.
040100     MOVE CLIDATA-ACCOUNT-NUMBER TO CLIBLKX-ACCOUNT-NUMBER.
040200     MOVE WS-CHK-FIELD-ID        TO CLIBLKX-FIELD-ID.
040300     MOVE WS-CHK-CODE            TO CLIBLKX-CODE.
040400     MOVE WS-CHK-BLOCK-DATE      TO CLIBLKX-BLOCK-DATE.
040500     MOVE WS-CURRENT-DATE        TO CLIBLKX-RUN-DATE.
040600     WRITE CLIBLKX-ENTRY.
040700     ADD 1 TO WS-RUNSTAT-WRITTEN.
040800 2400-EXIT.
040900     EXIT.
041000 2500-WRITE-RELEASE-CANDIDATE.
041100     ADD 1 TO WS-RELEASE-COUNT.
041200     ADD 1 TO WS-REF-RELEASE-COUNT(WS-REF-FOUND-IDX).
041300     ADD 1 TO WS-TEAM-RELEASE-COUNT(WS-TEAM-IDX).
041400     MOVE SPACES                 TO CLIBLKR-ENTRY.
041500     MOVE CLIDATA-ACCOUNT-NUMBER TO CLIBLKR-ACCOUNT-NUMBER.
041600     MOVE WS-CHK-FIELD-ID        TO CLIBLKR-FIELD-ID.
041700     MOVE WS-CHK-CODE            TO CLIBLKR-CODE.
041800     MOVE WS-REF-DESCRIPTION(WS-REF-FOUND-IDX)
041900                                 TO CLIBLKR-DESCRIPTION.
042000     MOVE WS-TEAM-NAME(WS-TEAM-IDX)
042100                                 TO CLIBLKR-OWNING-TEAM.
042200     MOVE WS-CHK-BLOCK-DATE      TO CLIBLKR-BLOCK-DATE.
042300     MOVE WS-AGE-DAYS            TO CLIBLKR-AGE-DAYS.
042400     MOVE WS-REF-EXPECTED-DAYS(WS-REF-FOUND-IDX)
042500                                 TO CLIBLKR-EXPECTED-DAYS.
042600     MOVE WS-CURRENT-DATE        TO CLIBLKR-RUN-DATE.
042700     WRITE CLIBLKR-ENTRY.
042800     ADD 1 TO WS-RUNSTAT-WRITTEN.
042900 2500-EXIT.
043000     EXIT.
043100******************************************************************
043200*                 9000 - REPORT AND TERMINATION                  *
043300******************************************************************
043400 9000-TERMINATE.
043500     PERFORM 9100-PRINT-ONE-CODE THRU 9100-EXIT
043600             VARYING WS-REF-IDX FROM 1 BY 1
043700             UNTIL WS-REF-IDX > WS-REF-COUNT.
043800     MOVE SPACES TO REPORT-LINE.
043900     WRITE REPORT-LINE.
044000     PERFORM 9200-PRINT-ONE-TEAM THRU 9200-EXIT
044100             VARYING WS-TEAM-IDX FROM 1 BY 1
044200             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT.
044300     MOVE SPACES TO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500     MOVE WS-RUNSTAT-READ          TO WS-TOT-READ.
044600     MOVE WS-BLOCKED-ACCOUNT-COUNT TO WS-TOT-BLOCKED.
044700     MOVE WS-BLOCKS-CHECKED-COUNT  TO WS-TOT-CHECKED.
044800     MOVE WS-UNKNOWN-COUNT         TO WS-TOT-UNKNOWN.
044900     MOVE WS-NO-DATE-COUNT         TO WS-TOT-NO-DATE.
045000     MOVE WS-RELEASE-COUNT         TO WS-TOT-RELEASE.
045100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
045200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
045300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
045400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
045500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
045600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
045700     CLOSE CLIDATA-FILE.
045800     CLOSE CLIBLKX-FILE.
045900     CLOSE CLIBLKR-FILE.
046000     CLOSE REPORT-FILE.
046100     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
046200 9000-EXIT.
046300     EXIT.
046400 9100-PRINT-ONE-CODE.
046500     MOVE SPACES TO WS-CODE-LINE.
046600     MOVE WS-REF-FIELD-ID(WS-REF-IDX)    TO WS-CDL-FIELD-ID.
046700     MOVE WS-REF-CODE(WS-REF-IDX)        TO WS-CDL-CODE.
046800     MOVE WS-REF-TEAM-IDX(WS-REF-IDX)    TO WS-TEAM-FOUND-IDX.
046900     MOVE WS-TEAM-NAME(WS-TEAM-FOUND-IDX) TO WS-CDL-TEAM.
047000     MOVE WS-REF-DESCRIPTION(WS-REF-IDX) TO WS-CDL-DESCRIPTION.
047100     MOVE WS-REF-AGE-COUNT(WS-REF-IDX, 1) TO WS-CDL-COUNT(1).
047200     MOVE WS-REF-AGE-COUNT(WS-REF-IDX, 2) TO WS-CDL-COUNT(2).
047300     MOVE WS-REF-AGE-COUNT(WS-REF-IDX, 3) TO WS-CDL-COUNT(3).
047400     MOVE WS-REF-AGE-COUNT(WS-REF-IDX, 4) TO WS-CDL-COUNT(4).
047500     MOVE WS-REF-AGE-COUNT(WS-REF-IDX, 5) TO WS-CDL-COUNT(5).
047600     MOVE WS-REF-NO-DATE-COUNT(WS-REF-IDX) TO WS-CDL-COUNT(6).
047700     MOVE WS-REF-RELEASE-COUNT(WS-REF-IDX) TO WS-CDL-COUNT(7).
047800     WRITE REPORT-LINE FROM WS-CODE-LINE.
047900 9100-EXIT.
048000     EXIT.
048100 9200-PRINT-ONE-TEAM.
048200     MOVE WS-TEAM-NAME(WS-TEAM-IDX)          TO WS-TML-TEAM.
048300     MOVE WS-TEAM-BLOCK-COUNT(WS-TEAM-IDX)   TO WS-TML-BLOCKS.
048400     MOVE WS-TEAM-RELEASE-COUNT(WS-TEAM-IDX) TO WS-TML-RELEASE.
048500     WRITE REPORT-LINE FROM WS-TEAM-LINE.
048600 9200-EXIT.
048700     EXIT.
048800******************************************************************
048900*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
049000******************************************************************
049100 9900-WRITE-RUN-STATS.
049200     OPEN OUTPUT RUNLOG-FILE.
049300     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
049400     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
049500     MOVE SPACES                 TO RUNSTAT-ENTRY.
049600     MOVE 'CLI067B'              TO RUNSTAT-PROGRAM-ID.
049700     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
049800     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
049900     MOVE WS-RUNSTAT-START-RAW(1:6)
050000         TO RUNSTAT-START-TIME.
050100     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
050200     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
050300     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
050400     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
050500     WRITE RUNSTAT-ENTRY.
050600     CLOSE RUNLOG-FILE.
050700 9900-EXIT.
050800     EXIT.
050900******************************************************************
051000*                      END OF PROGRAM                            *
051100******************************************************************
