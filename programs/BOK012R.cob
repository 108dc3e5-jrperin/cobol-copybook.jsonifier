000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : BOK012R                                        *
000500*    SYSTEM     : INBOUND BOOK-STYLE FEED NORMALIZATION          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FEED CONVERSION SYSTEMS GROUP.                   *
000900* INSTALLATION. CREDIT MANAGEMENT SYSTEM.                        *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY RECONCILIATION OF THE NORMALIZED BOOK REGISTRY     *
001400*     (BOK009D) AGAINST OUR OWN CLIDATA CLIENT MASTER. THE BOOK  *
001500*     DETAILS, SORTED BY USER-ACCOUNT, ARE MATCHED TO THE KEYED  *
001600*     MASTER UNLOADED IN CLIDATA-USER-ACCOUNT-NUMBER ORDER, IN   *
001700*     THE WAY BOK011C MATCHES ITS TWO SIDES. FOR EACH MATCHED    *
001800*     ACCOUNT THE BOOK CREDIT-LIMIT IS CHECKED AGAINST CLIDATA   *
001900*     CREDIT-LIMIT, THE BOOK LIMIT-USED AGAINST CURRENT-BALANCE  *
002000*     BEYOND A TOLERANCE (RUN-CONTROL KEY BALTOL, WHOLE UNITS,   *
002100*     DEFAULT 1), AND THE NAME AND BIRTH MONTH/YEAR AGAINST      *
002200*     NAME-LINE-1 AND DATE-OF-BIRTH (MMYY ON CLIDATA). ACCOUNTS  *
002300*     ON ONE SIDE ONLY ARE LISTED. EVERY LINE CARRIES THE BOOK   *
002400*     PLATFORM STAMP SO THE PLATFORM OUT OF STEP IS KNOWN        *
002500*     BEFORE A LIMIT IS POSTED FROM STALE DATA. ANY DIFFERENCE   *
002600*     OR ONE-SIDED ACCOUNT ENDS THE RUN WITH RC=4.               *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-10-15  FCS  ORIGINAL VERSION.                         *
003000******************************************************************
003100 PROGRAM-ID.    BOK012R.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BOOK-FILE     ASSIGN TO BOOKSORT
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT CLIDATA-FILE  ASSIGN TO CLISORT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REPORT-FILE   ASSIGN TO BOK012RP
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BOOK-FILE.
004800     COPY "BOKNORM.cpy".
004900 FD  CLIDATA-FILE.
005000     COPY "book_tests_OK.cob"
005100         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005200 FD  REPORT-FILE.
005300 01  REPORT-LINE                        PIC X(132).
005400 FD  RUNPARM-FILE.
005500     COPY "RUNPARM.cpy".
005600 FD  RUNLOG-FILE.
005700     COPY "RUNSTAT.cpy".
005800 WORKING-STORAGE SECTION.
005900 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006000 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006100 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006200 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006300 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006400 77  WS-BOOK-EOF-SW                     PIC X(01)   VALUE 'N'.
006500     88  WS-BOOK-EOF                                VALUE 'Y'.
006600 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
006700     88  WS-CLI-EOF                                 VALUE 'Y'.
006800 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
006900     88  WS-PARM-EOF                                VALUE 'Y'.
007000 77  WS-CLI-MATCHED-SW                  PIC X(01)   VALUE 'N'.
007100     88  WS-CLI-MATCHED                             VALUE 'Y'.
007200 77  WS-BALANCE-TOLERANCE               PIC 9(09)   VALUE 1.
007300 77  WS-CLI-LIMIT-NUM                   PIC 9(17)   VALUE ZERO.
007400 77  WS-BALANCE-DIFF                    PIC S9(17)V99 VALUE ZERO.
007500 77  WS-MATCHED-COUNT                   PIC 9(09)   VALUE ZERO.
007600 77  WS-DIFF-COUNT                      PIC 9(09)   VALUE ZERO.
007700 77  WS-BOOK-ONLY-COUNT                 PIC 9(09)   VALUE ZERO.
007800 77  WS-CLI-ONLY-COUNT                  PIC 9(09)   VALUE ZERO.
007900 77  WS-CLI-NO-USER-COUNT               PIC 9(09)   VALUE ZERO.
008000 01  WS-BOOK-KEY                        PIC X(19)   VALUE SPACES.
008100 01  WS-CLI-KEY                         PIC X(19)   VALUE SPACES.
008200 01  WS-BOOK-LIMIT                      PIC S9(07)  VALUE ZERO.
008300 01  WS-BOOK-LIMIT-USED                 PIC S9(05)V99 VALUE ZERO.
008400 01  WS-BOOK-BIRTH.
008500     05  WS-BOOK-BIRTH-CC               PIC X(02).
008600     05  WS-BOOK-BIRTH-YY               PIC X(02).
008700     05  FILLER                         PIC X(01).
008800     05  WS-BOOK-BIRTH-MM               PIC X(02).
008900     05  FILLER                         PIC X(03).
009000 01  WS-CLI-BIRTH                       PIC 9(04)   VALUE ZERO.
009100 01  WS-CLI-BIRTH-R REDEFINES WS-CLI-BIRTH.
009200     05  WS-CLI-BIRTH-MM                PIC X(02).
009300     05  WS-CLI-BIRTH-YY                PIC X(02).
009400 01  WS-HEADING-LINE.
009500     05  FILLER                         PIC X(06)
009600         VALUE 'PLAT  '.
009700     05  FILLER                         PIC X(21)
009800         VALUE 'USER ACCOUNT'.
009900     05  FILLER                         PIC X(21)
010000         VALUE 'CLIDATA ACCOUNT'.
010100     05  FILLER                         PIC X(14)
010200         VALUE 'FIELD'.
010300     05  FILLER                         PIC X(35)
010400         VALUE 'BOOK VALUE'.
010500     05  FILLER                         PIC X(35)
010600         VALUE 'CLIDATA VALUE'.
010700 01  WS-DIFF-LINE.
010800     05  WS-DIF-PLATFORM                PIC X(04).
010900     05  FILLER                         PIC X(02)   VALUE SPACES.
011000     05  WS-DIF-USER-ACCOUNT            PIC X(19).
011100     05  FILLER                         PIC X(02)   VALUE SPACES.
011200     05  WS-DIF-CLI-ACCOUNT             PIC X(19).
011300     05  FILLER                         PIC X(02)   VALUE SPACES.
011400     05  WS-DIF-FIELD                   PIC X(12).
011500     05  FILLER                         PIC X(02)   VALUE SPACES.
011600     05  WS-DIF-BOOK-VALUE              PIC X(33).
011700     05  FILLER                         PIC X(02)   VALUE SPACES.
011800     05  WS-DIF-CLI-VALUE               PIC X(33).
011900     05  FILLER                         PIC X(02)   VALUE SPACES.
012000 01  WS-EDIT-LIMIT                      PIC -Z,ZZZ,ZZ9.
012100 01  WS-EDIT-USED                       PIC -ZZ,ZZ9.99.
012200 01  WS-EDIT-AMOUNT
012300         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
012400 01  WS-TOTAL-LINE-1.
012500     05  FILLER                         PIC X(24)
012600                       VALUE 'ACCOUNTS MATCHED      :'.
012700     05  WS-TOT-MATCHED                 PIC ZZZ,ZZZ,ZZ9.
012800     05  FILLER                         PIC X(97)   VALUE SPACES.
012900 01  WS-TOTAL-LINE-2.
013000     05  FILLER                         PIC X(24)
013100                       VALUE 'FIELD DIFFERENCES     :'.
013200     05  WS-TOT-DIFFS                   PIC ZZZ,ZZZ,ZZ9.
013300     05  FILLER                         PIC X(97)   VALUE SPACES.
013400 01  WS-TOTAL-LINE-3.
013500     05  FILLER                         PIC X(24)
013600                       VALUE 'ON BOOK ONLY          :'.
013700     05  WS-TOT-BOOK-ONLY               PIC ZZZ,ZZZ,ZZ9.
013800     05  FILLER                         PIC X(97)   VALUE SPACES.
013900 01  WS-TOTAL-LINE-4.
014000     05  FILLER                         PIC X(24)
014100                       VALUE 'ON CLIDATA ONLY       :'.
014200     05  WS-TOT-CLI-ONLY                PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                         PIC X(97)   VALUE SPACES.
014400 01  WS-TOTAL-LINE-5.
014500     05  FILLER                         PIC X(24)
014600                       VALUE 'CLIDATA NO USER ACCT  :'.
014700     05  WS-TOT-CLI-NO-USER             PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                         PIC X(97)   VALUE SPACES.
014900     COPY "ASCII_BOOK.cob" REPLACING ==:DATA1:== BY ==ABOOK== .
015000******************************************************************
015100*                 PROCEDURE DIVISION                            *
015200******************************************************************
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
015600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015700     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
015800             UNTIL WS-BOOK-EOF AND WS-CLI-EOF.
015900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016000     GOBACK.
016100 0000-EXIT.
016200     EXIT.
016300 1000-INITIALIZE.
016400     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
016500     OPEN INPUT  BOOK-FILE.
016600     OPEN INPUT  CLIDATA-FILE.
016700     OPEN OUTPUT REPORT-FILE.
016800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
016900     PERFORM 2100-READ-BOOK THRU 2100-EXIT.
017000     PERFORM 2200-READ-CLI  THRU 2200-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300******************************************************************
017400*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
017500******************************************************************
017600 1500-LOAD-RUN-PARMS.
017700     OPEN INPUT RUNPARM-FILE.
017800     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
017900             UNTIL WS-PARM-EOF.
018000     CLOSE RUNPARM-FILE.
018100 1500-EXIT.
018200     EXIT.
018300 1510-READ-ONE-PARM.
018400     READ RUNPARM-FILE
018500         AT END SET WS-PARM-EOF TO TRUE
018600         NOT AT END
018700             IF RUNPARM-PROGRAM-ID = 'BOK012R '
018800                 AND RUNPARM-KEY = 'BALTOL  '
018900                 MOVE RUNPARM-VALUE-NUM TO WS-BALANCE-TOLERANCE
019000                 DISPLAY 'BOK012R - BALTOL SET TO '
019100                         WS-BALANCE-TOLERANCE
019200                         ' BY RUN PARAMETER'
019300             END-IF
019400     END-READ.
019500 1510-EXIT.
019600     EXIT.
019700******************************************************************
019800*   2000 - WALK THE BOOK REGISTRY AND THE MASTER BY USER ACCOUNT *
019900******************************************************************
020000 2000-MATCH-MERGE.
020100     IF WS-CLI-EOF
020200         PERFORM 2500-REPORT-BOOK-ONLY THRU 2500-EXIT
020300         PERFORM 2100-READ-BOOK THRU 2100-EXIT
020400     ELSE IF WS-BOOK-EOF
020500         PERFORM 2600-REPORT-CLI-ONLY THRU 2600-EXIT
020600         PERFORM 2200-READ-CLI  THRU 2200-EXIT
020700     ELSE IF WS-BOOK-KEY = WS-CLI-KEY
020800*        SEVERAL PLATFORMS MAY SEND THE SAME ACCOUNT - EACH IS
020900*        CHECKED AGAINST THE ONE MASTER RECORD BEFORE IT MOVES.
021000         ADD 1 TO WS-MATCHED-COUNT
021100         SET WS-CLI-MATCHED TO TRUE
021200         PERFORM 2700-COMPARE-FIELDS THRU 2700-EXIT
021300         PERFORM 2100-READ-BOOK THRU 2100-EXIT
021400     ELSE IF WS-BOOK-KEY < WS-CLI-KEY
021500         PERFORM 2500-REPORT-BOOK-ONLY THRU 2500-EXIT
021600         PERFORM 2100-READ-BOOK THRU 2100-EXIT
021700     ELSE
021800         PERFORM 2600-REPORT-CLI-ONLY THRU 2600-EXIT
021900         PERFORM 2200-READ-CLI  THRU 2200-EXIT
022000     END-IF.
022100 2000-EXIT.
022200     EXIT.
022300******************************************************************
022400*   2100 - NEXT BOOK DETAIL; HEADERS AND TRAILERS PASSED OVER    *
022500******************************************************************
022600 2100-READ-BOOK.
022700     READ BOOK-FILE
022800         AT END
022900             SET WS-BOOK-EOF TO TRUE
023000             MOVE HIGH-VALUES TO WS-BOOK-KEY
023100             GO TO 2100-EXIT
023200     END-READ.
023300     ADD 1 TO WS-RUNSTAT-READ.
023400     MOVE BOKNORM-REGISTRY TO ABOOK-DETAIL-REGISTRY.
023500     IF NOT ABOOK-REGISTRY-TYPE-DETAIL
023600         GO TO 2100-READ-BOOK
023700     END-IF.
023800     MOVE ABOOK-USER-ACCOUNT TO WS-BOOK-KEY.
023900     MOVE ABOOK-CREDIT-LIMIT TO WS-BOOK-LIMIT.
024000     MOVE ABOOK-LIMIT-USED   TO WS-BOOK-LIMIT-USED.
024100     MOVE ABOOK-BIRTH-DATE   TO WS-BOOK-BIRTH.
024200 2100-EXIT.
024300     EXIT.
024400******************************************************************
024500*   2200 - NEXT MASTER RECORD CARRYING A USER ACCOUNT NUMBER     *
024600******************************************************************
024700 2200-READ-CLI.
024800     MOVE 'N' TO WS-CLI-MATCHED-SW.
024900     READ CLIDATA-FILE
025000         AT END
025100             SET WS-CLI-EOF TO TRUE
025200             MOVE HIGH-VALUES TO WS-CLI-KEY
025300             GO TO 2200-EXIT
025400     END-READ.
025500     ADD 1 TO WS-RUNSTAT-READ.
025600     IF NOT CLIDATA-RECTYPE-DETAIL
025700         GO TO 2200-READ-CLI
025800     END-IF.
025900     IF CLIDATA-USER-ACCOUNT-NUMBER = SPACES
026000         ADD 1 TO WS-CLI-NO-USER-COUNT
026100         GO TO 2200-READ-CLI
026200     END-IF.
026300     MOVE CLIDATA-USER-ACCOUNT-NUMBER TO WS-CLI-KEY.
026400 2200-EXIT.
026500     EXIT.
026600******************************************************************
026700*   2500/2600 - ACCOUNTS PRESENT ON ONE SIDE ONLY                *
026800******************************************************************
026900 2500-REPORT-BOOK-ONLY.
027000     ADD 1 TO WS-BOOK-ONLY-COUNT.
027100     MOVE SPACES               TO WS-DIFF-LINE.
027200     MOVE BOKNORM-PLATFORM-ID  TO WS-DIF-PLATFORM.
027300     MOVE WS-BOOK-KEY          TO WS-DIF-USER-ACCOUNT.
027400     MOVE 'BOOK ONLY'          TO WS-DIF-FIELD.
027500     MOVE ABOOK-NAME           TO WS-DIF-BOOK-VALUE.
027600     WRITE REPORT-LINE FROM WS-DIFF-LINE.
027700     ADD 1 TO WS-RUNSTAT-WRITTEN.
027800 2500-EXIT.
027900     EXIT.
028000 2600-REPORT-CLI-ONLY.
028100     IF WS-CLI-MATCHED
028200         GO TO 2600-EXIT
028300     END-IF.
028400     ADD 1 TO WS-CLI-ONLY-COUNT.
028500     MOVE SPACES                 TO WS-DIFF-LINE.
028600     MOVE '----'                 TO WS-DIF-PLATFORM.
028700     MOVE WS-CLI-KEY             TO WS-DIF-USER-ACCOUNT.
028800     MOVE CLIDATA-ACCOUNT-NUMBER TO WS-DIF-CLI-ACCOUNT.
028900     MOVE 'CLIDATA ONLY'         TO WS-DIF-FIELD.
029000     MOVE CLIDATA-NAME-LINE-1    TO WS-DIF-CLI-VALUE.
029100     WRITE REPORT-LINE FROM WS-DIFF-LINE.
029200     ADD 1 TO WS-RUNSTAT-WRITTEN.
029300 2600-EXIT.
029400     EXIT.
029500******************************************************************
029600*   2700 - FIELD-LEVEL COMPARE OF A MATCHED ACCOUNT              *
029700******************************************************************
029800 2700-COMPARE-FIELDS.
029900     MOVE WS-BOOK-LIMIT TO WS-EDIT-LIMIT.
030000     IF CLIDATA-CREDIT-LIMIT IS NUMERIC
030100         MOVE CLIDATA-CREDIT-LIMIT TO WS-CLI-LIMIT-NUM
030200         IF WS-CLI-LIMIT-NUM NOT = WS-BOOK-LIMIT
030300             MOVE 'CREDIT-LIMIT' TO WS-DIF-FIELD
030400             MOVE WS-EDIT-LIMIT  TO WS-DIF-BOOK-VALUE
030500             MOVE WS-CLI-LIMIT-NUM TO WS-EDIT-AMOUNT
030600             MOVE WS-EDIT-AMOUNT TO WS-DIF-CLI-VALUE
030700             PERFORM 2710-REPORT-DIFF THRU 2710-EXIT
030800         END-IF
030900     ELSE
031000         MOVE 'CREDIT-LIMIT' TO WS-DIF-FIELD
031100         MOVE WS-EDIT-LIMIT  TO WS-DIF-BOOK-VALUE
031200         MOVE CLIDATA-CREDIT-LIMIT TO WS-DIF-CLI-VALUE
031300         PERFORM 2710-REPORT-DIFF THRU 2710-EXIT
031400     END-IF.
031500     COMPUTE WS-BALANCE-DIFF =
031600         WS-BOOK-LIMIT-USED - CLIDATA-CURRENT-BALANCE.
031700     IF WS-BALANCE-DIFF < ZERO
031800         COMPUTE WS-BALANCE-DIFF = ZERO - WS-BALANCE-DIFF
031900     END-IF.
032000     IF WS-BALANCE-DIFF > WS-BALANCE-TOLERANCE
032100         MOVE 'LIMIT-USED'   TO WS-DIF-FIELD
032200         MOVE WS-BOOK-LIMIT-USED TO WS-EDIT-USED
032300         MOVE WS-EDIT-USED   TO WS-DIF-BOOK-VALUE
032400         MOVE CLIDATA-CURRENT-BALANCE TO WS-EDIT-AMOUNT
032500         MOVE WS-EDIT-AMOUNT TO WS-DIF-CLI-VALUE
032600         PERFORM 2710-REPORT-DIFF THRU 2710-EXIT
032700     END-IF.
032800     IF ABOOK-NAME NOT = CLIDATA-NAME-LINE-1
032900         MOVE 'NAME'         TO WS-DIF-FIELD
033000         MOVE ABOOK-NAME     TO WS-DIF-BOOK-VALUE
033100         MOVE CLIDATA-NAME-LINE-1 TO WS-DIF-CLI-VALUE
033200         PERFORM 2710-REPORT-DIFF THRU 2710-EXIT
033300     END-IF.
033400     MOVE CLIDATA-DATE-OF-BIRTH TO WS-CLI-BIRTH.
033500     IF WS-BOOK-BIRTH-MM NOT = WS-CLI-BIRTH-MM
033600         OR WS-BOOK-BIRTH-YY NOT = WS-CLI-BIRTH-YY
033700         MOVE 'BIRTH-DATE'   TO WS-DIF-FIELD
033800         MOVE ABOOK-BIRTH-DATE TO WS-DIF-BOOK-VALUE
033900         MOVE CLIDATA-DATE-OF-BIRTH TO WS-DIF-CLI-VALUE
034000         PERFORM 2710-REPORT-DIFF THRU 2710-EXIT
034100     END-IF.
034200 2700-EXIT.
034300     EXIT.
034400 2710-REPORT-DIFF.
034500     ADD 1 TO WS-DIFF-COUNT.
034600     MOVE BOKNORM-PLATFORM-ID    TO WS-DIF-PLATFORM.
034700     MOVE WS-BOOK-KEY            TO WS-DIF-USER-ACCOUNT.
034800     MOVE CLIDATA-ACCOUNT-NUMBER TO WS-DIF-CLI-ACCOUNT.
034900     WRITE REPORT-LINE FROM WS-DIFF-LINE.
035000     ADD 1 TO WS-RUNSTAT-WRITTEN.
035100     MOVE SPACES                 TO WS-DIFF-LINE.
035200 2710-EXIT.
035300     EXIT.
035400******************************************************************
035500*                 9000 - TOTALS AND TERMINATION                  *
035600******************************************************************
035700 9000-TERMINATE.
035800     MOVE WS-MATCHED-COUNT     TO WS-TOT-MATCHED.
035900     MOVE WS-DIFF-COUNT        TO WS-TOT-DIFFS.
036000     MOVE WS-BOOK-ONLY-COUNT   TO WS-TOT-BOOK-ONLY.
036100     MOVE WS-CLI-ONLY-COUNT    TO WS-TOT-CLI-ONLY.
036200     MOVE WS-CLI-NO-USER-COUNT TO WS-TOT-CLI-NO-USER.
036300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
036400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
036500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
036600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
036700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
036800     IF WS-DIFF-COUNT NOT = ZERO
036900         OR WS-BOOK-ONLY-COUNT NOT = ZERO
037000         OR WS-CLI-ONLY-COUNT NOT = ZERO
037100         MOVE 4 TO RETURN-CODE
037200     END-IF.
037300     CLOSE BOOK-FILE.
037400     CLOSE CLIDATA-FILE.
037500     CLOSE REPORT-FILE.
037600     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
037700 9000-EXIT.
037800     EXIT.
037900******************************************************************
038000*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
038100******************************************************************
038200 9900-WRITE-RUN-STATS.
038300     OPEN OUTPUT RUNLOG-FILE.
038400     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
038500     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
038600     MOVE SPACES                 TO RUNSTAT-ENTRY.
038700     MOVE 'BOK012R'              TO RUNSTAT-PROGRAM-ID.
038800     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
038900     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
039000     MOVE WS-RUNSTAT-START-RAW(1:6)
039100         TO RUNSTAT-START-TIME.
039200     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
039300     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
039400     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
039500     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
039600     WRITE RUNSTAT-ENTRY.
039700     CLOSE RUNLOG-FILE.
039800 9900-EXIT.
039900     EXIT.
040000******************************************************************
040100*                      END OF PROGRAM                            *
040200******************************************************************
