000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI065R                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARD OPERATIONS SYSTEMS GROUP.                   *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY CARD RENEWAL SELECTION. WALKS THE VSAM CLIENT      *
001400*     MASTER CLI038K MAINTAINS AND PICKS EVERY CARD WHOSE        *
001500*     CLIMST-CARD-EXPIRATION-DATE FALLS WITHIN THE NEXT N DAYS   *
001600*     (RUN-CONTROL KEY RENEWDAY, DEFAULT 60). AN EXPIRING CARD   *
001700*     IS NOT RENEWED WHEN THE ACCOUNT IS BLOCKED (BLOCK-CODE-1,  *
001800*     BLK-CODE-1 OR BLK-CODE-2), EXCLUDED (CLIEXCL), UNDER       *
001900*     FRAUD-ADDRESS SUPPRESSION (ADRFSUP), DORMANT PAST THE      *
002000*     CLI057R DORMANCY LINE (ITS DORMDAYS PARAMETER IS HONORED   *
002100*     HERE), OR HAS NO DELIVERABLE ADDRESS LEFT AFTER THE SAME   *
002200*     RETURN-MAIL SUPPRESSION THE STATEMENT MAILING APPLIES.     *
002300*     EVERY OTHER EXPIRING CARD GETS AN EMBOSSER REQUEST         *
002400*     (CLIEMBR) AND A CARD CARRIER IN CLIMAIL FORMAT TO THE      *
002500*     PREFERRED ADDRESS (BILLING, RESIDENTIAL, COMMERCIAL), SO   *
002600*     RENEWALS GO THROUGH THE SAME SORT AND CLI064P PRESORT AS   *
002700*     THE STATEMENTS. THE RENEWAL-ISSUED MASTER (CLIRNWM, .NEW   *
002800*     SWAP) KEEPS A CARD FROM BEING RENEWED TWICE WHILE IT SITS  *
002900*     IN THE WINDOW. THE REISSUE-SKIPPED REPORT GIVES THE        *
003000*     REASON FOR EVERY EXPIRING CARD NOT RENEWED.                *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  COS  ORIGINAL VERSION.                        *
003310*     2026-10-15  COS  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003320*                      THE RUN-CONTROL DATASET MAKES THE         *
003330*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
003340*                      STAMPS THE REPORT AS A REPLAY AND         *
003350*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003400******************************************************************
003500 PROGRAM-ID.    CLI065R.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLIMST-FILE   ASSIGN TO CLIMST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
004300         FILE STATUS IS WS-CLIMST-STATUS.
004400     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL CLIEXCL-FILE ASSIGN TO CLIEXCL
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL FRDSUP-FILE ASSIGN TO FRDSUP
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL RNW-IN-FILE ASSIGN TO RNWIN
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RNW-OUT-FILE  ASSIGN TO RNWOUT
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CLIEMBR-FILE  ASSIGN TO CLIEMBR
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT CLIMAIL-FILE  ASSIGN TO CLIRCAR
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REPORT-FILE   ASSIGN TO CLI065RP
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CLIMST-FILE.
006700     COPY "book_tests_OK.cob"
006800         REPLACING ==:CLIDATA:== BY ==CLIMST== .
006900 FD  CLIDATA-FILE.
007000     COPY "book_tests_OK.cob"
007100         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
007200 FD  CLIEXCL-FILE.
007300     COPY "CLIEXCL.cpy".
007400 FD  FRDSUP-FILE.
007500     COPY "ADRFSUP.cpy".
007600 FD  RNW-IN-FILE.
007700     COPY "CLIRNWM.cpy"
007800         REPLACING ==:CLIRNWM:== BY ==RNWIN== .
007900 FD  RNW-OUT-FILE.
008000     COPY "CLIRNWM.cpy"
008100         REPLACING ==:CLIRNWM:== BY ==CLIRNWM== .
008200 FD  CLIEMBR-FILE.
008300     COPY "CLIEMBR.cpy".
008400 FD  CLIMAIL-FILE.
008500     COPY "CLIMAIL.cpy".
008600 FD  REPORT-FILE.
008700 01  REPORT-LINE                        PIC X(100).
008800 FD  RUNPARM-FILE.
008900     COPY "RUNPARM.cpy".
009000 FD  RUNLOG-FILE.
009100     COPY "RUNSTAT.cpy".
009200 WORKING-STORAGE SECTION.
009300 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
009400 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
009500 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
009600 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
009700 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
009800 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
009900     88  WS-EOF                                     VALUE 'Y'.
010000 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
010100     88  WS-CLIMST-OK                               VALUE '00'.
010200     88  WS-CLIMST-END                              VALUE '10'.
010300 77  WS-PASS1-EOF-SW                    PIC X(01)   VALUE 'N'.
010400     88  WS-PASS1-EOF                               VALUE 'Y'.
010500 77  WS-EXCL-EOF-SW                     PIC X(01)   VALUE 'N'.
010600     88  WS-EXCL-EOF                                VALUE 'Y'.
010700 77  WS-FSUP-EOF-SW                     PIC X(01)   VALUE 'N'.
010800     88  WS-FSUP-EOF                                VALUE 'Y'.
010900 77  WS-RNW-EOF-SW                      PIC X(01)   VALUE 'N'.
011000     88  WS-RNW-EOF                                 VALUE 'Y'.
011100 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
011200     88  WS-PARM-EOF                                VALUE 'Y'.
011210 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
011220     88  WS-REPLAY-RUN                              VALUE 'Y'.
011230 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
011300 77  WS-RENEW-WINDOW-DAYS               PIC 9(03)   VALUE 060.
011400 77  WS-VALID-YEARS                     PIC 9(02)   VALUE 05.
011500 77  WS-DORMANT-LINE-DAYS               PIC 9(05)   VALUE 00180.
011600 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
011700 77  WS-EXP-INT-DATE                    PIC 9(09)   VALUE ZERO.
011800 77  WS-LAST-INT-DATE                   PIC 9(09)   VALUE ZERO.
011900 77  WS-DORMANT-DAYS                    PIC S9(09)  VALUE ZERO.
012000 77  WS-NEW-EXP-DATE                    PIC 9(08)   VALUE ZERO.
012100 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
012200     88  WS-DATE-OK                                 VALUE 'Y'.
012300 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
012400 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
012500 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
012600 77  WS-DATE-WORK                       PIC 9(09)   VALUE ZERO.
012700 77  WS-EXCL-COUNT                      PIC 9(05)   VALUE ZERO.
012800 77  WS-EXCL-MAX                        PIC 9(05)   VALUE 20000.
012900 77  WS-EXCL-IDX                        PIC 9(05)   VALUE ZERO.
013000 77  WS-FSUP-COUNT                      PIC 9(04)   VALUE ZERO.
013100 77  WS-FSUP-MAX                        PIC 9(04)   VALUE 5000.
013200 77  WS-FSUP-IDX                        PIC 9(04)   VALUE ZERO.
013300 77  WS-RTM-COUNT                       PIC 9(04)   VALUE ZERO.
013400 77  WS-RTM-MAX                         PIC 9(04)   VALUE 5000.
013500 77  WS-RTM-IDX                         PIC 9(04)   VALUE ZERO.
013600 77  WS-RNW-COUNT                       PIC 9(05)   VALUE ZERO.
013700 77  WS-RNW-MAX                         PIC 9(05)   VALUE 50000.
013800 77  WS-RNW-IDX                         PIC 9(05)   VALUE ZERO.
013900 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
014000 77  WS-FOUND-SW                        PIC X(01)   VALUE 'N'.
014100     88  WS-FOUND                                   VALUE 'Y'.
014200 77  WS-SUPPRESSED-SW                   PIC X(01)   VALUE 'N'.
014300     88  WS-SUPPRESSED                              VALUE 'Y'.
014400 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
014500 77  WS-SEL-IDX                         PIC 9(01)   VALUE ZERO.
014600 77  WS-EXPIRING-COUNT                  PIC 9(07)   VALUE ZERO.
014700 77  WS-ALREADY-COUNT                   PIC 9(07)   VALUE ZERO.
014800 77  WS-RENEWED-COUNT                   PIC 9(07)   VALUE ZERO.
014900 77  WS-SKIP-BLOCKED-COUNT              PIC 9(07)   VALUE ZERO.
015000 77  WS-SKIP-EXCL-COUNT                 PIC 9(07)   VALUE ZERO.
015100 77  WS-SKIP-FRAUD-COUNT                PIC 9(07)   VALUE ZERO.
015200 77  WS-SKIP-DORMANT-COUNT              PIC 9(07)   VALUE ZERO.
015300 77  WS-SKIP-HOLD-COUNT                 PIC 9(07)   VALUE ZERO.
015400 77  WS-CARRIED-COUNT                   PIC 9(07)   VALUE ZERO.
015500 77  WS-RETIRED-COUNT                   PIC 9(07)   VALUE ZERO.
015600 77  WS-ENV-EMBR-COUNT                  PIC 9(09)   VALUE ZERO.
015700 77  WS-ENV-CAR-COUNT                   PIC 9(09)   VALUE ZERO.
015800     COPY "EXTENVL.cpy".
015900 01  WS-EXCL-TABLE.
016000     05  WS-EXCL-ACCOUNT OCCURS 20000 TIMES
016100                                        PIC X(19).
016200 01  WS-FRAUD-SUPPRESS-TABLE.
016300     05  WS-FSUP-NUM-CLI OCCURS 5000 TIMES
016400                                        PIC X(19).
016500 01  WS-RETURN-MAIL-TABLE.
016600     05  WS-RTM-ENTRY OCCURS 5000 TIMES.
016700         10  WS-RTM-ACCT                PIC X(19).
016800         10  WS-RTM-ADDR-TYPE           PIC X(01).
016900 01  WS-RENEWED-TABLE.
017000     05  WS-RNW-KEY OCCURS 50000 TIMES  PIC X(27).
017100 01  WS-WORK-KEY.
017200     05  WS-WORK-ACCOUNT                PIC X(19).
017300     05  WS-WORK-EXP-DATE               PIC 9(08).
017400 01  WS-NEW-EXP-DATE-R.
017500     05  WS-NEW-EXP-YYYY                PIC 9(04).
017600     05  WS-NEW-EXP-MM                  PIC 9(02).
017700     05  WS-NEW-EXP-DD                  PIC 9(02).
017800 01  WS-CURRENT-DATE-TIME.
017900     05  WS-CURRENT-DATE                PIC 9(08).
018000     05  WS-CURRENT-TIME                PIC 9(06).
018100     05  FILLER                         PIC X(08).
018200 01  WS-SKIP-REASON.
018300     05  WS-SKIP-CODE                   PIC X(04).
018400     05  WS-SKIP-TEXT                   PIC X(36).
018500 01  WS-HEADING-LINE.
018600     05  FILLER                         PIC X(40)
018700             VALUE 'CLI065R - CARD REISSUE SKIPPED REPORT   '.
018800     05  FILLER                         PIC X(10)
018900             VALUE 'RUN DATE: '.
019000     05  WS-HDG-RUN-DATE                PIC 9(08).
019100     05  FILLER                         PIC X(42)   VALUE SPACES.
019110 01  WS-REPLAY-LINE.
019120     05  FILLER                         PIC X(31)
019130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
019140     05  WS-RPL-DATE                    PIC 9(08).
019150     05  FILLER                         PIC X(30)
019160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
019170     05  FILLER                         PIC X(31)   VALUE SPACES.
019200 01  WS-COLUMN-LINE.
019300     05  FILLER                         PIC X(40)
019400             VALUE 'ACCOUNT               EXPIRES   REASON  '.
019500     05  FILLER                         PIC X(60)   VALUE SPACES.
019600 01  WS-DETAIL-LINE.
019700     05  WS-DTL-ACCOUNT                 PIC X(19).
019800     05  FILLER                         PIC X(03)   VALUE SPACES.
019900     05  WS-DTL-EXP-DATE                PIC 9(08).
020000     05  FILLER                         PIC X(02)   VALUE SPACES.
020100     05  WS-DTL-REASON-CODE             PIC X(04).
020200     05  FILLER                         PIC X(02)   VALUE SPACES.
020300     05  WS-DTL-REASON-TEXT             PIC X(36).
020400     05  FILLER                         PIC X(26)   VALUE SPACES.
020500 01  WS-TOTAL-LINE-1.
020600     05  FILLER                         PIC X(24)
020700                       VALUE 'EXPIRING IN WINDOW    :'.
020800     05  WS-TOT-EXPIRING                PIC ZZZ,ZZ9.
020900     05  FILLER                         PIC X(69)   VALUE SPACES.
021000 01  WS-TOTAL-LINE-2.
021100     05  FILLER                         PIC X(24)
021200                       VALUE 'RENEWED TONIGHT       :'.
021300     05  WS-TOT-RENEWED                 PIC ZZZ,ZZ9.
021400     05  FILLER                         PIC X(69)   VALUE SPACES.
021500 01  WS-TOTAL-LINE-3.
021600     05  FILLER                         PIC X(24)
021700                       VALUE 'ALREADY RENEWED       :'.
021800     05  WS-TOT-ALREADY                 PIC ZZZ,ZZ9.
021900     05  FILLER                         PIC X(69)   VALUE SPACES.
022000 01  WS-TOTAL-LINE-4.
022100     05  FILLER                         PIC X(24)
022200                       VALUE 'SKIPPED - BLOCKED     :'.
022300     05  WS-TOT-BLOCKED                 PIC ZZZ,ZZ9.
022400     05  FILLER                         PIC X(69)   VALUE SPACES.
022500 01  WS-TOTAL-LINE-5.
022600     05  FILLER                         PIC X(24)
022700                       VALUE 'SKIPPED - EXCLUDED    :'.
022800     05  WS-TOT-EXCL                    PIC ZZZ,ZZ9.
022900     05  FILLER                         PIC X(69)   VALUE SPACES.
023000 01  WS-TOTAL-LINE-6.
023100     05  FILLER                         PIC X(24)
023200                       VALUE 'SKIPPED - FRAUD ADDR  :'.
023300     05  WS-TOT-FRAUD                   PIC ZZZ,ZZ9.
023400     05  FILLER                         PIC X(69)   VALUE SPACES.
023500 01  WS-TOTAL-LINE-7.
023600     05  FILLER                         PIC X(24)
023700                       VALUE 'SKIPPED - DORMANT     :'.
023800     05  WS-TOT-DORMANT                 PIC ZZZ,ZZ9.
023900     05  FILLER                         PIC X(69)   VALUE SPACES.
024000 01  WS-TOTAL-LINE-8.
024100     05  FILLER                         PIC X(24)
024200                       VALUE 'SKIPPED - MAIL HELD   :'.
024300     05  WS-TOT-HOLD                    PIC ZZZ,ZZ9.
024400     05  FILLER                         PIC X(69)   VALUE SPACES.
024500******************************************************************
024600*                 PROCEDURE DIVISION                            *
024700******************************************************************
024800 PROCEDURE DIVISION.
024900 0000-MAINLINE.
025000     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
025100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025200     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
025300             UNTIL WS-EOF.
025400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
025500     GOBACK.
025600 0000-EXIT.
025700     EXIT.
025800 1000-INITIALIZE.
025900     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
026000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026010     IF WS-REPLAY-RUN
026020         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
026030     END-IF.
026100     COMPUTE WS-TODAY-INT-DATE =
026200             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
026300     PERFORM 1600-LOAD-SUPPRESSIONS THRU 1600-EXIT.
026400     PERFORM 1700-LOAD-RETURN-MAIL  THRU 1700-EXIT.
026500     OPEN OUTPUT RNW-OUT-FILE.
026600     PERFORM 1800-LOAD-RENEWED      THRU 1800-EXIT.
026700     IF WS-DROPPED-COUNT NOT = ZERO
026800         DISPLAY 'CLI065R - TABLE FULL, ENTRIES DROPPED : '
026900                 WS-DROPPED-COUNT
027000         MOVE 8 TO RETURN-CODE
027100     END-IF.
027200     OPEN INPUT  CLIMST-FILE.
027300     OPEN OUTPUT CLIEMBR-FILE.
027400     OPEN OUTPUT CLIMAIL-FILE.
027500     OPEN OUTPUT REPORT-FILE.
027600     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
027700     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
027800     MOVE 'CLIEMBR ' TO EXTENVL-HDR-FILE-ID.
027900     MOVE SPACES TO CLIEMBR-ENTRY.
028000     MOVE EXTENVL-HEADER TO CLIEMBR-ENTRY(1:25).
028100     WRITE CLIEMBR-ENTRY.
028200     MOVE 'CLIRCAR ' TO EXTENVL-HDR-FILE-ID.
028300     MOVE SPACES TO CLIMAIL-ENTRY.
028400     MOVE EXTENVL-HEADER TO CLIMAIL-ENTRY(1:25).
028500     WRITE CLIMAIL-ENTRY.
028600     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
028700     WRITE REPORT-LINE FROM WS-HEADING-LINE.
028710     IF WS-REPLAY-RUN
028720         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
028730         WRITE REPORT-LINE FROM WS-REPLAY-LINE
028740     END-IF.
028800     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
028900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200******************************************************************
029300*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
029400*           OR THE CLI057R DORMANCY LINE                         *
029500******************************************************************
029600 1500-LOAD-RUN-PARMS.
029700     OPEN INPUT RUNPARM-FILE.
029800     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
029900             UNTIL WS-PARM-EOF.
030000     CLOSE RUNPARM-FILE.
030100 1500-EXIT.
030200     EXIT.
030300 1510-READ-ONE-PARM.
030400     READ RUNPARM-FILE
030500         AT END SET WS-PARM-EOF TO TRUE
030600         NOT AT END
030700             IF RUNPARM-PROGRAM-ID = 'CLI065R '
030800                 AND RUNPARM-KEY = 'RENEWDAY'
030900                 MOVE RUNPARM-VALUE-NUM TO WS-RENEW-WINDOW-DAYS
031000                 DISPLAY 'CLI065R - RENEWAL WINDOW SET TO '
031100                         WS-RENEW-WINDOW-DAYS
031200                         ' DAYS BY RUN PARAMETER'
031300             END-IF
031400             IF RUNPARM-PROGRAM-ID = 'CLI065R '
031500                 AND RUNPARM-KEY = 'VALIDYRS'
031600                 MOVE RUNPARM-VALUE-NUM TO WS-VALID-YEARS
031700                 DISPLAY 'CLI065R - CARD VALIDITY SET TO '
031800                         WS-VALID-YEARS
031900                         ' YEARS BY RUN PARAMETER'
032000             END-IF
032100             IF RUNPARM-PROGRAM-ID = 'CLI057R '
032200                 AND RUNPARM-KEY = 'DORMDAYS'
032300                 MOVE RUNPARM-VALUE-NUM TO WS-DORMANT-LINE-DAYS
032400                 DISPLAY 'CLI065R - DORMANCY LINE SET TO '
032500                         WS-DORMANT-LINE-DAYS
032600                         ' DAYS BY RUN PARAMETER'
032700             END-IF
032710             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
032720                 AND RUNPARM-KEY = 'BUSDATE '
032730                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
032740                 SET WS-REPLAY-RUN TO TRUE
032750                 DISPLAY 'CLI065R - REPLAY RUN FOR BUSINESS DATE '
032760                         WS-REPLAY-DATE
032770             END-IF
032800     END-READ.
032900 1510-EXIT.
033000     EXIT.
033100******************************************************************
033200*   1600 - TABLE THE CLIEXCL AND FRAUD-ADDRESS SUPPRESSIONS      *
033300******************************************************************
033400 1600-LOAD-SUPPRESSIONS.
033500     OPEN INPUT CLIEXCL-FILE.
033600     PERFORM 1610-LOAD-ONE-EXCLUSION THRU 1610-EXIT
033700             UNTIL WS-EXCL-EOF.
033800     CLOSE CLIEXCL-FILE.
033900     OPEN INPUT FRDSUP-FILE.
034000     PERFORM 1620-LOAD-ONE-FRAUD THRU 1620-EXIT
034100             UNTIL WS-FSUP-EOF.
034200     CLOSE FRDSUP-FILE.
034300 1600-EXIT.
034400     EXIT.
034500 1610-LOAD-ONE-EXCLUSION.
034600     READ CLIEXCL-FILE
034700         AT END SET WS-EXCL-EOF TO TRUE
034800         NOT AT END
034900             IF CLIEXCL-ENTRY(1:3) = 'HDR'
035000                 OR CLIEXCL-ENTRY(1:3) = 'TRL'
035100                 GO TO 1610-EXIT
035200             END-IF
035300             IF WS-EXCL-COUNT >= WS-EXCL-MAX
035400                 ADD 1 TO WS-DROPPED-COUNT
035500             ELSE
035600                 ADD 1 TO WS-EXCL-COUNT
035700                 MOVE CLIEXCL-ACCOUNT-NUMBER
035800                     TO WS-EXCL-ACCOUNT(WS-EXCL-COUNT)
035900             END-IF
036000     END-READ.
036100 1610-EXIT.
036200     EXIT.
036300 1620-LOAD-ONE-FRAUD.
036400     READ FRDSUP-FILE
036500         AT END SET WS-FSUP-EOF TO TRUE
036600         NOT AT END
036700             IF WS-FSUP-COUNT >= WS-FSUP-MAX
036800                 ADD 1 TO WS-DROPPED-COUNT
036900             ELSE
037000                 ADD 1 TO WS-FSUP-COUNT
037100                 MOVE ADRFSUP-NUM-CLI
037200                      TO WS-FSUP-NUM-CLI(WS-FSUP-COUNT)
037300             END-IF
037400     END-READ.
037500 1620-EXIT.
037600     EXIT.
037700******************************************************************
037800*   1700 - TABLE TONIGHT'S MOVED/VACANT RETURN-MAIL EVENTS, THE  *
037900*           SAME EVENTS THE STATEMENT MAILING SUPPRESSES ON      *
038000******************************************************************
038100 1700-LOAD-RETURN-MAIL.
038200     OPEN INPUT CLIDATA-FILE.
038300     PERFORM 1710-READ-ONE-EVENT THRU 1710-EXIT
038400             UNTIL WS-PASS1-EOF.
038500     CLOSE CLIDATA-FILE.
038600     DISPLAY 'CLI065R - RETURN-MAIL EVENTS LOADED : '
038700             WS-RTM-COUNT.
038800 1700-EXIT.
038900     EXIT.
039000 1710-READ-ONE-EVENT.
039100     READ CLIDATA-FILE
039200         AT END SET WS-PASS1-EOF TO TRUE
039300         NOT AT END
039400             IF CLIDATA-RECTYPE-RETURN-MAIL
039500                 AND (CLIDATA-RTM-REASON-MOVED
039600                   OR CLIDATA-RTM-REASON-VACANT)
039700                 IF WS-RTM-COUNT >= WS-RTM-MAX
039800                     ADD 1 TO WS-DROPPED-COUNT
039900                 ELSE
040000                     ADD 1 TO WS-RTM-COUNT
040100                     MOVE CLIDATA-RTM-ACCOUNT-NUMBER
040200                          TO WS-RTM-ACCT(WS-RTM-COUNT)
040300                     MOVE CLIDATA-RTM-ADDR-TYPE-RETURNED
040400                          TO WS-RTM-ADDR-TYPE(WS-RTM-COUNT)
040500                 END-IF
040600             END-IF
040700     END-READ.
040800 1710-EXIT.
040900     EXIT.
041000******************************************************************
041100*   1800 - CARRY THE RENEWAL-ISSUED MASTER FORWARD AND TABLE ITS *
041200*           KEYS; ENTRIES WHOSE OLD CARD HAS EXPIRED ARE RETIRED *
041300******************************************************************
041400 1800-LOAD-RENEWED.
041500     OPEN INPUT RNW-IN-FILE.
041600     PERFORM 1810-LOAD-ONE-RENEWED THRU 1810-EXIT
041700             UNTIL WS-RNW-EOF.
041800     CLOSE RNW-IN-FILE.
041900 1800-EXIT.
042000     EXIT.
042100 1810-LOAD-ONE-RENEWED.
042200     READ RNW-IN-FILE
042300         AT END SET WS-RNW-EOF TO TRUE
042400         NOT AT END
042500             ADD 1 TO WS-RUNSTAT-READ
042600             IF RNWIN-OLD-EXPIRATION-DATE < WS-CURRENT-DATE
042700                 ADD 1 TO WS-RETIRED-COUNT
042800                 GO TO 1810-EXIT
042900             END-IF
043000             MOVE RNWIN-RECORD TO CLIRNWM-RECORD
043100             WRITE CLIRNWM-RECORD
043200             ADD 1 TO WS-RUNSTAT-WRITTEN
043300             ADD 1 TO WS-CARRIED-COUNT
043400             IF WS-RNW-COUNT >= WS-RNW-MAX
043500                 ADD 1 TO WS-DROPPED-COUNT
043600             ELSE
043700                 ADD 1 TO WS-RNW-COUNT
043800                 MOVE RNWIN-KEY TO WS-RNW-KEY(WS-RNW-COUNT)
043900             END-IF
044000     END-READ.
044100 1810-EXIT.
044200     EXIT.
044300******************************************************************
044400*   2000 - SELECT ONE CARD EXPIRING INSIDE THE RENEWAL WINDOW    *
044500******************************************************************
044600 2000-PROCESS-FILE.
044700     IF CLIMST-RECTYPE-DETAIL
044800         PERFORM 2200-TEST-EXPIRATION THRU 2200-EXIT
044900     END-IF.
045000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300 2100-READ-MASTER.
045400     READ CLIMST-FILE NEXT RECORD
045500         AT END SET WS-EOF TO TRUE
045600         NOT AT END ADD 1 TO WS-RUNSTAT-READ
045700     END-READ.
045800     IF NOT WS-EOF
045900         AND NOT WS-CLIMST-OK
046000         DISPLAY 'CLI065R - MASTER READ ERROR, STATUS '
046100                 WS-CLIMST-STATUS
046200         MOVE 16 TO RETURN-CODE
046300         SET WS-EOF TO TRUE
046400     END-IF.
046500 2100-EXIT.
046600     EXIT.
046700 2200-TEST-EXPIRATION.
046800     MOVE CLIMST-CARD-EXPIRATION-DATE TO WS-DATE-IN.
046900     PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
047000     IF NOT WS-DATE-OK
047100         GO TO 2200-EXIT
047200     END-IF.
047300     COMPUTE WS-EXP-INT-DATE =
047400         FUNCTION INTEGER-OF-DATE(CLIMST-CARD-EXPIRATION-DATE).
047500     IF WS-EXP-INT-DATE < WS-TODAY-INT-DATE
047600         OR WS-EXP-INT-DATE >
047700            WS-TODAY-INT-DATE + WS-RENEW-WINDOW-DAYS
047800         GO TO 2200-EXIT
047900     END-IF.
048000     ADD 1 TO WS-EXPIRING-COUNT.
048100     MOVE CLIMST-ACCOUNT-NUMBER       TO WS-WORK-ACCOUNT.
048200     MOVE CLIMST-CARD-EXPIRATION-DATE TO WS-WORK-EXP-DATE.
048300     MOVE 'N' TO WS-FOUND-SW.
048400     PERFORM 2210-TEST-ONE-RENEWED THRU 2210-EXIT
048500             VARYING WS-RNW-IDX FROM 1 BY 1
048600             UNTIL WS-RNW-IDX > WS-RNW-COUNT
048700                OR WS-FOUND.
048800     IF WS-FOUND
048900         ADD 1 TO WS-ALREADY-COUNT
049000         GO TO 2200-EXIT
049100     END-IF.
049200     PERFORM 2300-APPLY-SKIP-RULES THRU 2300-EXIT.
049300     IF WS-SKIP-CODE NOT = SPACES
049400         PERFORM 2900-WRITE-SKIPPED THRU 2900-EXIT
049500         GO TO 2200-EXIT
049600     END-IF.
049700     PERFORM 2500-WRITE-RENEWAL THRU 2500-EXIT.
049800 2200-EXIT.
049900     EXIT.
050000 2210-TEST-ONE-RENEWED.
050100     IF WS-RNW-KEY(WS-RNW-IDX) = WS-WORK-KEY
050200         SET WS-FOUND TO TRUE
050300     END-IF.
050400 2210-EXIT.
050500     EXIT.
050600******************************************************************
050700*   2300 - WORK THE SKIP RULES IN ORDER; THE FIRST ONE THAT      *
050800*           APPLIES IS THE REASON REPORTED                       *
050900******************************************************************
051000 2300-APPLY-SKIP-RULES.
051100     MOVE SPACES TO WS-SKIP-REASON.
051200     IF CLIMST-BLOCK-CODE-1 NOT = ZERO
051300         OR CLIMST-BLK-CODE-1 NOT = SPACE
051400         OR CLIMST-BLK-CODE-2 NOT = SPACE
051500         MOVE 'BLKD'                  TO WS-SKIP-CODE
051600         MOVE 'ACCOUNT BLOCKED'       TO WS-SKIP-TEXT
051700         ADD 1 TO WS-SKIP-BLOCKED-COUNT
051800         GO TO 2300-EXIT
051900     END-IF.
052000     MOVE 'N' TO WS-FOUND-SW.
052100     PERFORM 2310-TEST-ONE-EXCLUSION THRU 2310-EXIT
052200             VARYING WS-EXCL-IDX FROM 1 BY 1
052300             UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
052400                OR WS-FOUND.
052500     IF WS-FOUND
052600         MOVE 'EXCL'                  TO WS-SKIP-CODE
052700         MOVE 'ACCOUNT EXCLUDED (CLIEXCL)'
052800                                      TO WS-SKIP-TEXT
052900         ADD 1 TO WS-SKIP-EXCL-COUNT
053000         GO TO 2300-EXIT
053100     END-IF.
053200     MOVE 'N' TO WS-FOUND-SW.
053300     PERFORM 2320-TEST-ONE-FRAUD THRU 2320-EXIT
053400             VARYING WS-FSUP-IDX FROM 1 BY 1
053500             UNTIL WS-FSUP-IDX > WS-FSUP-COUNT
053600                OR WS-FOUND.
053700     IF WS-FOUND
053800         MOVE 'FRUD'                  TO WS-SKIP-CODE
053900         MOVE 'ADDRESS UNDER FRAUD INVESTIGATION'
054000                                      TO WS-SKIP-TEXT
054100         ADD 1 TO WS-SKIP-FRAUD-COUNT
054200         GO TO 2300-EXIT
054300     END-IF.
054400     PERFORM 2330-TEST-DORMANT THRU 2330-EXIT.
054500     IF WS-DORMANT-DAYS >= WS-DORMANT-LINE-DAYS
054600         MOVE 'DORM'                  TO WS-SKIP-CODE
054700         MOVE 'DORMANT PAST THE CLI057R LINE'
054800                                      TO WS-SKIP-TEXT
054900         ADD 1 TO WS-SKIP-DORMANT-COUNT
055000         GO TO 2300-EXIT
055100     END-IF.
055200     PERFORM 2400-SELECT-ADDRESS THRU 2400-EXIT.
055300     IF WS-SEL-IDX = ZERO
055400         MOVE 'HOLD'                  TO WS-SKIP-CODE
055500         MOVE 'NO DELIVERABLE ADDRESS - MAIL HELD'
055600                                      TO WS-SKIP-TEXT
055700         ADD 1 TO WS-SKIP-HOLD-COUNT
055800     END-IF.
055900 2300-EXIT.
056000     EXIT.
056100 2310-TEST-ONE-EXCLUSION.
056200     IF WS-EXCL-ACCOUNT(WS-EXCL-IDX) = CLIMST-ACCOUNT-NUMBER
056300         SET WS-FOUND TO TRUE
056400     END-IF.
056500 2310-EXIT.
056600     EXIT.
056700 2320-TEST-ONE-FRAUD.
056800     IF WS-FSUP-NUM-CLI(WS-FSUP-IDX) = CLIMST-ACCOUNT-NUMBER
056900         SET WS-FOUND TO TRUE
057000     END-IF.
057100 2320-EXIT.
057200     EXIT.
057300******************************************************************
057400*   2330 - AGE THE ACCOUNT'S INACTIVITY AS CLI057R DOES; A CARD  *
057500*           NEVER USED IS AGED FROM THE DATE THE ACCOUNT OPENED  *
057600******************************************************************
057700 2330-TEST-DORMANT.
057800     MOVE ZERO TO WS-DORMANT-DAYS.
057900     IF CLIMST-FIRST-PURCHASE-DATE = ZERO
058000         MOVE CLIMST-DATE-OPENED         TO WS-DATE-IN
058100     ELSE
058200         MOVE CLIMST-LAST-PURCHASE-DATE  TO WS-DATE-IN
058300     END-IF.
058400     PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
058500     IF NOT WS-DATE-OK
058600         GO TO 2330-EXIT
058700     END-IF.
058800     COMPUTE WS-LAST-INT-DATE =
058900         FUNCTION INTEGER-OF-DATE(WS-DATE-IN).
059000     COMPUTE WS-DORMANT-DAYS =
059100         WS-TODAY-INT-DATE - WS-LAST-INT-DATE.
059200 2330-EXIT.
059300     EXIT.
059400******************************************************************
059500*   2400 - CHOOSE THE CARRIER ADDRESS: BILLING, THEN             *
059600*           RESIDENTIAL, THEN COMMERCIAL, SKIPPING ANY TYPE      *
059700*           UNDER RETURN MAIL                                    *
059800******************************************************************
059900 2400-SELECT-ADDRESS.
060000     MOVE ZERO TO WS-SEL-IDX.
060100     PERFORM 2410-TEST-BILLING THRU 2410-EXIT
060200         VARYING WS-ADDR-IDX FROM 1 BY 1
060300         UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO.
060400     IF WS-SEL-IDX = ZERO
060500         PERFORM 2420-TEST-RESIDENTIAL THRU 2420-EXIT
060600             VARYING WS-ADDR-IDX FROM 1 BY 1
060700             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
060800     END-IF.
060900     IF WS-SEL-IDX = ZERO
061000         PERFORM 2430-TEST-COMMERCIAL THRU 2430-EXIT
061100             VARYING WS-ADDR-IDX FROM 1 BY 1
061200             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
061300     END-IF.
061400 2400-EXIT.
061500     EXIT.
061600 2410-TEST-BILLING.
061700     IF CLIMST-BILLING-ADDR-TYPE(WS-ADDR-IDX)
061800         PERFORM 2440-TEST-SUPPRESSED THRU 2440-EXIT
061900         IF NOT WS-SUPPRESSED
062000             MOVE WS-ADDR-IDX TO WS-SEL-IDX
062100         END-IF
062200     END-IF.
062300 2410-EXIT.
062400     EXIT.
062500 2420-TEST-RESIDENTIAL.
062600     IF CLIMST-RESIDENTIAL-ADDR-TYPE(WS-ADDR-IDX)
062700         PERFORM 2440-TEST-SUPPRESSED THRU 2440-EXIT
062800         IF NOT WS-SUPPRESSED
062900             MOVE WS-ADDR-IDX TO WS-SEL-IDX
063000         END-IF
063100     END-IF.
063200 2420-EXIT.
063300     EXIT.
063400 2430-TEST-COMMERCIAL.
063500     IF CLIMST-COMMERCIAL-ADDR-TYPE(WS-ADDR-IDX)
063600         PERFORM 2440-TEST-SUPPRESSED THRU 2440-EXIT
063700         IF NOT WS-SUPPRESSED
063800             MOVE WS-ADDR-IDX TO WS-SEL-IDX
063900         END-IF
064000     END-IF.
064100 2430-EXIT.
064200     EXIT.
064300 2440-TEST-SUPPRESSED.
064400     MOVE 'N' TO WS-SUPPRESSED-SW.
064500     PERFORM 2450-TEST-ONE-EVENT THRU 2450-EXIT
064600             VARYING WS-RTM-IDX FROM 1 BY 1
064700             UNTIL WS-RTM-IDX > WS-RTM-COUNT
064800                OR WS-SUPPRESSED.
064900 2440-EXIT.
065000     EXIT.
065100 2450-TEST-ONE-EVENT.
065200     IF WS-RTM-ACCT(WS-RTM-IDX) = CLIMST-ACCOUNT-NUMBER
065300         AND WS-RTM-ADDR-TYPE(WS-RTM-IDX) =
065400             CLIMST-ADDRESS-TYPE(WS-ADDR-IDX)
065500         SET WS-SUPPRESSED TO TRUE
065600     END-IF.
065700 2450-EXIT.
065800     EXIT.
065900******************************************************************
066000*   2500 - WRITE THE EMBOSSER REQUEST, THE CARD CARRIER AND THE  *
066100*           RENEWAL-ISSUED MASTER ENTRY                          *
066200******************************************************************
066300 2500-WRITE-RENEWAL.
066400     COMPUTE WS-NEW-EXP-DATE =
066500         CLIMST-CARD-EXPIRATION-DATE + (WS-VALID-YEARS * 10000).
066600     MOVE WS-NEW-EXP-DATE TO WS-NEW-EXP-DATE-R.
066700     IF WS-NEW-EXP-MM = 02 AND WS-NEW-EXP-DD = 29
066800         MOVE 28 TO WS-NEW-EXP-DD
066900         MOVE WS-NEW-EXP-DATE-R TO WS-NEW-EXP-DATE
067000     END-IF.
067100     MOVE SPACES                      TO CLIEMBR-ENTRY.
067200     MOVE CLIMST-ACCOUNT-NUMBER       TO CLIEMBR-ACCOUNT-NUMBER.
067300     MOVE CLIMST-CARD-NUMBER          TO CLIEMBR-CARD-NUMBER.
067400     MOVE CLIMST-NAME-LINE-1(1:26)    TO CLIEMBR-EMBOSS-NAME.
067500     MOVE CLIMST-CARD-EXPIRATION-DATE
067600                                 TO CLIEMBR-OLD-EXPIRATION-DATE.
067700     MOVE WS-NEW-EXP-DATE        TO CLIEMBR-NEW-EXPIRATION-DATE.
067800     MOVE CLIMST-COMPANY-CODE         TO CLIEMBR-COMPANY-CODE.
067900     MOVE CLIMST-LOGO                 TO CLIEMBR-LOGO.
068000     MOVE CLIMST-PRODUCT-CODE         TO CLIEMBR-PRODUCT-CODE.
068100     SET CLIEMBR-RENEWAL              TO TRUE.
068200     MOVE CLIMST-ADDRESS-TYPE(WS-SEL-IDX)
068300                                 TO CLIEMBR-CARRIER-ADDR-TYPE.
068400     MOVE WS-CURRENT-DATE             TO CLIEMBR-RUN-DATE.
068500     WRITE CLIEMBR-ENTRY.
068600     ADD 1 TO WS-ENV-EMBR-COUNT.
068700     ADD 1 TO WS-RUNSTAT-WRITTEN.
068800     MOVE SPACES                      TO CLIMAIL-ENTRY.
068900     MOVE CLIMST-ACCOUNT-NUMBER       TO CLIMAIL-ACCOUNT-NUMBER.
069000     MOVE CLIMST-NAME-LINE-1          TO CLIMAIL-NAME-LINE-1.
069100     MOVE CLIMST-ADDRESS-TYPE(WS-SEL-IDX)
069200                                 TO CLIMAIL-ADDR-TYPE-USED.
069300     MOVE CLIMST-ZIP-CODE(WS-SEL-IDX) TO CLIMAIL-ZIP-CODE.
069400     MOVE CLIMST-STREET-DESC(WS-SEL-IDX)
069500                                 TO CLIMAIL-STREET-DESC.
069600     MOVE CLIMST-STREET-NUMBER(WS-SEL-IDX)
069700                                 TO CLIMAIL-STREET-NUMBER.
069800     MOVE CLIMST-NEIGHBORHOOD-NAME(WS-SEL-IDX)
069900                                 TO CLIMAIL-NEIGHBORHOOD-NAME.
070000     MOVE CLIMST-COMPLEMENT-TEXT(WS-SEL-IDX)
070100                                 TO CLIMAIL-COMPLEMENT-TEXT.
070200     MOVE CLIMST-CITY-NAME(WS-SEL-IDX)
070300                                 TO CLIMAIL-CITY-NAME.
070400     MOVE CLIMST-STATE-NAME(WS-SEL-IDX)
070500                                 TO CLIMAIL-STATE-NAME.
070600     MOVE CLIMST-COUNTRY-NAME(WS-SEL-IDX)
070700                                 TO CLIMAIL-COUNTRY-NAME.
070800     WRITE CLIMAIL-ENTRY.
070900     ADD 1 TO WS-ENV-CAR-COUNT.
071000     ADD 1 TO WS-RUNSTAT-WRITTEN.
071100     MOVE SPACES                      TO CLIRNWM-RECORD.
071200     MOVE WS-WORK-KEY                 TO CLIRNWM-KEY.
071300     MOVE WS-NEW-EXP-DATE        TO CLIRNWM-NEW-EXPIRATION-DATE.
071400     MOVE WS-CURRENT-DATE             TO CLIRNWM-ISSUE-DATE.
071500     WRITE CLIRNWM-RECORD.
071600     ADD 1 TO WS-RUNSTAT-WRITTEN.
071700     ADD 1 TO WS-RENEWED-COUNT.
071800 2500-EXIT.
071900     EXIT.
072000******************************************************************
072100*   2800 - IS WS-DATE-IN A REAL CALENDAR DATE                    *
072200******************************************************************
072300 2800-EDIT-DATE.
072400     MOVE 'N' TO WS-DATE-OK-SW.
072500     IF WS-DATE-IN = ZERO
072600         GO TO 2800-EXIT
072700     END-IF.
072800     DIVIDE WS-DATE-IN BY 100
072900             GIVING WS-DATE-WORK
073000             REMAINDER WS-DATE-DD.
073100     DIVIDE WS-DATE-WORK BY 100
073200             GIVING WS-DATE-WORK
073300             REMAINDER WS-DATE-MM.
073400     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
073500         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
073600         GO TO 2800-EXIT
073700     END-IF.
073800     SET WS-DATE-OK TO TRUE.
073900 2800-EXIT.
074000     EXIT.
074100******************************************************************
074200*   2900 - ONE LINE ON THE REISSUE-SKIPPED REPORT                *
074300******************************************************************
074400 2900-WRITE-SKIPPED.
074500     MOVE SPACES                      TO WS-DETAIL-LINE.
074600     MOVE CLIMST-ACCOUNT-NUMBER       TO WS-DTL-ACCOUNT.
074700     MOVE CLIMST-CARD-EXPIRATION-DATE TO WS-DTL-EXP-DATE.
074800     MOVE WS-SKIP-CODE                TO WS-DTL-REASON-CODE.
074900     MOVE WS-SKIP-TEXT                TO WS-DTL-REASON-TEXT.
075000     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
075100     ADD 1 TO WS-RUNSTAT-WRITTEN.
075200 2900-EXIT.
075300     EXIT.
075400******************************************************************
075500*                 9000 - TOTALS AND TERMINATION                  *
075600******************************************************************
075700 9000-TERMINATE.
075800     MOVE 'CLIEMBR ' TO EXTENVL-TRL-FILE-ID.
075900     MOVE WS-ENV-EMBR-COUNT TO EXTENVL-TRL-RECORD-COUNT.
076000     MOVE ZERO TO EXTENVL-TRL-BALANCE-TOTAL.
076100     MOVE SPACES TO CLIEMBR-ENTRY.
076200     MOVE EXTENVL-TRAILER TO CLIEMBR-ENTRY(1:38).
076300     WRITE CLIEMBR-ENTRY.
076400     MOVE 'CLIRCAR ' TO EXTENVL-TRL-FILE-ID.
076500     MOVE WS-ENV-CAR-COUNT TO EXTENVL-TRL-RECORD-COUNT.
076600     MOVE ZERO TO EXTENVL-TRL-BALANCE-TOTAL.
076700     MOVE SPACES TO CLIMAIL-ENTRY.
076800     MOVE EXTENVL-TRAILER TO CLIMAIL-ENTRY(1:38).
076900     WRITE CLIMAIL-ENTRY.
077000     MOVE WS-EXPIRING-COUNT     TO WS-TOT-EXPIRING.
077100     MOVE WS-RENEWED-COUNT      TO WS-TOT-RENEWED.
077200     MOVE WS-ALREADY-COUNT      TO WS-TOT-ALREADY.
077300     MOVE WS-SKIP-BLOCKED-COUNT TO WS-TOT-BLOCKED.
077400     MOVE WS-SKIP-EXCL-COUNT    TO WS-TOT-EXCL.
077500     MOVE WS-SKIP-FRAUD-COUNT   TO WS-TOT-FRAUD.
077600     MOVE WS-SKIP-DORMANT-COUNT TO WS-TOT-DORMANT.
077700     MOVE WS-SKIP-HOLD-COUNT    TO WS-TOT-HOLD.
077800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
077900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
078000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
078100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
078200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
078300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
078400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
078500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
078600     DISPLAY 'CLI065R - CARDS RENEWED          : '
078700             WS-RENEWED-COUNT.
078800     DISPLAY 'CLI065R - RENEWALS CARRIED/RETIRED: '
078900             WS-CARRIED-COUNT ' / ' WS-RETIRED-COUNT.
079000     CLOSE CLIMST-FILE.
079100     CLOSE RNW-OUT-FILE.
079200     CLOSE CLIEMBR-FILE.
079300     CLOSE CLIMAIL-FILE.
079400     CLOSE REPORT-FILE.
079410     IF NOT WS-REPLAY-RUN
079420         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
079430     END-IF.
079600 9000-EXIT.
079700     EXIT.
079800******************************************************************
079900*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
080000******************************************************************
080100 9900-WRITE-RUN-STATS.
080200     OPEN OUTPUT RUNLOG-FILE.
080300     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
080400     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
080500     MOVE SPACES                 TO RUNSTAT-ENTRY.
080600     MOVE 'CLI065R'              TO RUNSTAT-PROGRAM-ID.
080700     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
080800     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
080900     MOVE WS-RUNSTAT-START-RAW(1:6)
081000         TO RUNSTAT-START-TIME.
081100     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
081200     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
081300     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
081400     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
081500     WRITE RUNSTAT-ENTRY.
081600     CLOSE RUNLOG-FILE.
081700 9900-EXIT.
081800     EXIT.
081900******************************************************************
082000*                      END OF PROGRAM                            *
082100******************************************************************
