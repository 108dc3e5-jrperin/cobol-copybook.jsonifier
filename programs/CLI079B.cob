000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI079B                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COLLECTIONS SYSTEMS GROUP.                       *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NEGATIVE CREDIT-BUREAU LISTING LIFECYCLE. THE NIGHT'S      *
001400*     CLIDATA FEED IS MATCH-MERGED BY ACCOUNT NUMBER AGAINST     *
001500*     THE LISTING MASTER (CLINEGM, .NEW SWAP). AN ACCOUNT        *
001600*     WHOSE PAYMENT-DELINQ-DAYS REACHES THE LISTING LINE         *
001700*     (RUN-CONTROL KEY NEGLINE, DEFAULT 90) WITH A BALANCE GETS  *
001800*     A PRIOR-NOTICE LETTER IN CLIMAIL FORMAT (CLINEGL) TO THE   *
001900*     PREFERRED ADDRESS (BILLING, RESIDENTIAL, COMMERCIAL,       *
002000*     SKIPPING ANY TYPE UNDER RETURN MAIL), AND THE MAILING      *
002100*     DATE IS RECORDED ON THE MASTER. ONCE THE NOTICE PERIOD     *
002200*     (KEY NOTCDAYS, DEFAULT 10 CALENDAR DAYS) HAS RUN, AN       *
002300*     ACCOUNT STILL AT THE LINE IS SENT TO THE BUREAUS ON THE    *
002400*     ENVELOPED INCLUSION FILE (CLINEGI) - UNLESS THE NOTICE     *
002500*     CAME BACK AND NO OTHER ADDRESS IS LEFT, THE ACCOUNT HAS    *
002600*     AN OPEN DISPUTE ON DATDMST, OR IT HAS AN ACTIVE A+H        *
002700*     AGREEMENT; THOSE ARE HELD AND RECONSIDERED EVERY NIGHT.    *
002800*     A RETURNED NOTICE IS RE-MAILED TO THE NEXT DELIVERABLE     *
002900*     ADDRESS AND THE NOTICE PERIOD STARTS OVER. A LISTED        *
003000*     ACCOUNT WHOSE LAST-PAYMENT-DATE SHOWS THE DEBT CURED IS    *
003100*     SENT ON THE ENVELOPED REMOVAL FILE (CLINEGE) THE SAME      *
003200*     NIGHT; A REMOVAL SENT MORE THAN KEY RMVDAYS (DEFAULT 5)    *
003300*     BUSINESS DAYS AFTER THE PAYMENT IS REPORTED AS OVERDUE     *
003400*     AND ENDS THE STEP RC=4. BUSINESS DAYS ARE MONDAY THROUGH   *
003500*     FRIDAY. THE BUSINESS DATE RIDES ON THE PARM (YYMMDD).      *
003600*----------------------------------------------------------------*
003700* MODIFICATION HISTORY.                                          *
003800*     2026-10-15  CLG  ORIGINAL VERSION.                        *
003810*     2026-10-15  CLG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003820*                      THE RUN-CONTROL DATASET MAKES THE         *
003830*                      REPLAYED BUSINESS DATE OVERRIDE THE PARM, *
003840*                      STAMPS THE REPORT AS A REPLAY AND         *
003850*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003860*     2026-10-15  CLG  A LISTING HELD ON RETURN MAIL RETRIES     *
003870*                      THE ADDRESS SELECTION EACH NIGHT AND      *
003880*                      IS RE-MAILED ONCE AN ADDRESS IS LEFT.     *
003900******************************************************************
004000 PROGRAM-ID.    CLI079B.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL DATDMST-FILE ASSIGN TO DATDMST
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL NEG-IN-FILE ASSIGN TO NEGIN
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT NEG-OUT-FILE  ASSIGN TO NEGOUT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT CLIMAIL-FILE  ASSIGN TO CLINEGL
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CLINEGI-FILE  ASSIGN TO CLINEGI
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT CLINEGE-FILE  ASSIGN TO CLINEGE
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REPORT-FILE   ASSIGN TO CLI079RP
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CLIDATA-FILE.
006700     COPY "book_tests_OK.cob"
006800         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006900 FD  DATDMST-FILE.
007000     COPY "DATDMST.cpy"
007100         REPLACING ==:DATDMST:== BY ==DATDMST== .
007200 FD  NEG-IN-FILE.
007300     COPY "CLINEGM.cpy"
007400         REPLACING ==:CLINEGM:== BY ==NEGIN== .
007500 FD  NEG-OUT-FILE.
007600     COPY "CLINEGM.cpy"
007700         REPLACING ==:CLINEGM:== BY ==CLINEGM== .
007800 FD  CLIMAIL-FILE.
007900     COPY "CLIMAIL.cpy".
008000 FD  CLINEGI-FILE.
008100     COPY "CLINEGB.cpy"
008200         REPLACING ==:CLINEGB:== BY ==CLINEGI== .
008300 FD  CLINEGE-FILE.
008400     COPY "CLINEGB.cpy"
008500         REPLACING ==:CLINEGB:== BY ==CLINEGE== .
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
009800 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
009900     88  WS-CURR-EOF                                VALUE 'Y'.
010000 77  WS-NEG-EOF-SW                      PIC X(01)   VALUE 'N'.
010100     88  WS-NEG-EOF                                 VALUE 'Y'.
010200 77  WS-PASS1-EOF-SW                    PIC X(01)   VALUE 'N'.
010300     88  WS-PASS1-EOF                               VALUE 'Y'.
010400 77  WS-DISP-EOF-SW                     PIC X(01)   VALUE 'N'.
010500     88  WS-DISP-EOF                                VALUE 'Y'.
010600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010700     88  WS-PARM-EOF                                VALUE 'Y'.
010710 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
010720     88  WS-REPLAY-RUN                              VALUE 'Y'.
010730 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
010800 77  WS-LISTING-LINE                    PIC 9(03)   VALUE 090.
010900 77  WS-NOTICE-DAYS                     PIC 9(03)   VALUE 010.
011000 77  WS-REMOVAL-DAYS                    PIC 9(03)   VALUE 005.
011100 77  WS-AH-ACTIVE-STATUS                PIC X(01)   VALUE 'A'.
011200 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
011300 77  WS-NOTICE-INT-DATE                 PIC 9(09)   VALUE ZERO.
011400 77  WS-ELAPSED-DAYS                    PIC S9(09)  VALUE ZERO.
011500 77  WS-DAY-INT-DATE                    PIC 9(09)   VALUE ZERO.
011600 77  WS-FROM-INT-DATE                   PIC 9(09)   VALUE ZERO.
011700 77  WS-WEEK-COUNT                      PIC 9(09)   VALUE ZERO.
011800 77  WS-WEEKDAY                         PIC 9(01)   VALUE ZERO.
011900 77  WS-BUSINESS-DAYS                   PIC 9(03)   VALUE ZERO.
012000 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
012100     88  WS-DATE-OK                                 VALUE 'Y'.
012200 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
012300 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
012400 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
012500 77  WS-DATE-WORK                       PIC 9(09)   VALUE ZERO.
012600 77  WS-DISP-COUNT                      PIC 9(05)   VALUE ZERO.
012700 77  WS-DISP-MAX                        PIC 9(05)   VALUE 50000.
012800 77  WS-DISP-IDX                        PIC 9(05)   VALUE ZERO.
012900 77  WS-RTM-COUNT                       PIC 9(04)   VALUE ZERO.
013000 77  WS-RTM-MAX                         PIC 9(04)   VALUE 5000.
013100 77  WS-RTM-IDX                         PIC 9(04)   VALUE ZERO.
013200 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
013300 77  WS-FOUND-SW                        PIC X(01)   VALUE 'N'.
013400     88  WS-FOUND                                   VALUE 'Y'.
013500 77  WS-SUPPRESSED-SW                   PIC X(01)   VALUE 'N'.
013600     88  WS-SUPPRESSED                              VALUE 'Y'.
013700 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
013800 77  WS-SEL-IDX                         PIC 9(01)   VALUE ZERO.
013900 77  WS-RETURNED-TYPE                   PIC X(01)   VALUE SPACE.
014000 77  WS-MONEY                           PIC 9(15)V99 VALUE ZERO.
014100 77  WS-NOTICED-COUNT                   PIC 9(07)   VALUE ZERO.
014200 77  WS-REISSUED-COUNT                  PIC 9(07)   VALUE ZERO.
014300 77  WS-NO-ADDRESS-COUNT                PIC 9(07)   VALUE ZERO.
014400 77  WS-PENDING-COUNT                   PIC 9(07)   VALUE ZERO.
014500 77  WS-LISTED-COUNT                    PIC 9(07)   VALUE ZERO.
014600 77  WS-LISTED-AMOUNT                   PIC 9(18)   VALUE ZERO.
014700 77  WS-HOLD-RTML-COUNT                 PIC 9(07)   VALUE ZERO.
014800 77  WS-HOLD-DISP-COUNT                 PIC 9(07)   VALUE ZERO.
014900 77  WS-HOLD-AGRM-COUNT                 PIC 9(07)   VALUE ZERO.
015000 77  WS-CURED-COUNT                     PIC 9(07)   VALUE ZERO.
015100 77  WS-REMOVED-COUNT                   PIC 9(07)   VALUE ZERO.
015200 77  WS-REMOVED-AMOUNT                  PIC 9(18)   VALUE ZERO.
015300 77  WS-LATE-COUNT                      PIC 9(07)   VALUE ZERO.
015400 77  WS-MASTER-COUNT                    PIC 9(09)   VALUE ZERO.
015500 77  WS-ENV-LTR-COUNT                   PIC 9(09)   VALUE ZERO.
015600     COPY "EXTENVL.cpy".
015700 01  WS-DISPUTE-TABLE.
015800     05  WS-DISP-ACCOUNT OCCURS 50000 TIMES
015900                                        PIC X(19).
016000 01  WS-RETURN-MAIL-TABLE.
016100     05  WS-RTM-ENTRY OCCURS 5000 TIMES.
016200         10  WS-RTM-ACCT                PIC X(19).
016300         10  WS-RTM-ADDR-TYPE           PIC X(01).
016400         10  WS-RTM-MAIL-DATE           PIC 9(08).
016500 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
016600 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
016700                                        PIC X(08).
016800 01  WS-CURRENT-DATE-TIME.
016900     05  WS-CURRENT-DATE                PIC 9(08).
017000     05  WS-CURRENT-TIME                PIC 9(06).
017100     05  FILLER                         PIC X(08).
017200 01  WS-LATE-ACTION.
017300     05  FILLER                         PIC X(29)
017400             VALUE 'REMOVAL OVERDUE - BUS DAYS : '.
017500     05  WS-LATE-DAYS                   PIC ZZ9.
017600 01  WS-HEADING-LINE.
017700     05  FILLER                         PIC X(40)
017800             VALUE 'CLI079B - NEGATIVE LISTING LIFECYCLE    '.
017900     05  FILLER                         PIC X(15)
018000             VALUE 'BUSINESS DATE: '.
018100     05  WS-HDG-RUN-DATE                PIC 9(08).
018200     05  FILLER                         PIC X(37)   VALUE SPACES.
018300 01  WS-LIMIT-LINE.
018400     05  FILLER                         PIC X(16)
018500             VALUE 'LISTING LINE  : '.
018600     05  WS-LIM-LINE                    PIC ZZ9.
018700     05  FILLER                         PIC X(20)
018800             VALUE ' DAYS   NOTICE    : '.
018900     05  WS-LIM-NOTICE                  PIC ZZ9.
019000     05  FILLER                         PIC X(20)
019100             VALUE ' DAYS   REMOVAL   : '.
019200     05  WS-LIM-REMOVAL                 PIC ZZ9.
019300     05  FILLER                         PIC X(14)
019400             VALUE ' BUSINESS DAYS'.
019500     05  FILLER                         PIC X(21)   VALUE SPACES.
019600 01  WS-COLUMN-LINE.
019700     05  FILLER                         PIC X(34)
019800             VALUE 'ACCOUNT              DLQ          '.
019900     05  FILLER                         PIC X(34)
020000             VALUE '    AMOUNT  DATE      ACTION      '.
020100     05  FILLER                         PIC X(32)   VALUE SPACES.
020110 01  WS-REPLAY-LINE.
020120     05  FILLER                         PIC X(31)
020130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
020140     05  WS-RPL-DATE                    PIC 9(08).
020150     05  FILLER                         PIC X(30)
020160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
020170     05  FILLER                         PIC X(31)   VALUE SPACES.
020200 01  WS-DETAIL-LINE.
020300     05  WS-DTL-ACCOUNT                 PIC X(19).
020400     05  FILLER                         PIC X(02)   VALUE SPACES.
020500     05  WS-DTL-DLQ                     PIC ZZ9.
020600     05  FILLER                         PIC X(02)   VALUE SPACES.
020700     05  WS-DTL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
020800     05  FILLER                         PIC X(02)   VALUE SPACES.
020900     05  WS-DTL-DATE                    PIC 9(08).
021000     05  FILLER                         PIC X(02)   VALUE SPACES.
021100     05  WS-DTL-ACTION                  PIC X(40).
021200     05  FILLER                         PIC X(04)   VALUE SPACES.
021300 01  WS-TOTAL-LINE-1.
021400     05  FILLER                         PIC X(24)
021500                       VALUE 'NOTICES MAILED        :'.
021600     05  WS-TOT-NOTICED                 PIC ZZZ,ZZZ,ZZ9.
021700     05  FILLER                         PIC X(65)   VALUE SPACES.
021800 01  WS-TOTAL-LINE-2.
021900     05  FILLER                         PIC X(24)
022000                       VALUE 'NOTICES RE-MAILED     :'.
022100     05  WS-TOT-REISSUED                PIC ZZZ,ZZZ,ZZ9.
022200     05  FILLER                         PIC X(65)   VALUE SPACES.
022300 01  WS-TOTAL-LINE-3.
022400     05  FILLER                         PIC X(24)
022500                       VALUE 'NOTICE HELD - NO ADDR :'.
022600     05  WS-TOT-NO-ADDRESS              PIC ZZZ,ZZZ,ZZ9.
022700     05  FILLER                         PIC X(65)   VALUE SPACES.
022800 01  WS-TOTAL-LINE-4.
022900     05  FILLER                         PIC X(24)
023000                       VALUE 'IN NOTICE PERIOD      :'.
023100     05  WS-TOT-PENDING                 PIC ZZZ,ZZZ,ZZ9.
023200     05  FILLER                         PIC X(65)   VALUE SPACES.
023300 01  WS-TOTAL-LINE-5.
023400     05  FILLER                         PIC X(24)
023500                       VALUE 'LISTED TONIGHT        :'.
023600     05  WS-TOT-LISTED                  PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                         PIC X(02)   VALUE SPACES.
023800     05  WS-TOT-LISTED-AMT
023900                                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000     05  FILLER                         PIC X(41)   VALUE SPACES.
024100 01  WS-TOTAL-LINE-6.
024200     05  FILLER                         PIC X(24)
024300                       VALUE 'HELD - NOTICE RETURNED:'.
024400     05  WS-TOT-HOLD-RTML               PIC ZZZ,ZZZ,ZZ9.
024500     05  FILLER                         PIC X(65)   VALUE SPACES.
024600 01  WS-TOTAL-LINE-7.
024700     05  FILLER                         PIC X(24)
024800                       VALUE 'HELD - OPEN DISPUTE   :'.
024900     05  WS-TOT-HOLD-DISP               PIC ZZZ,ZZZ,ZZ9.
025000     05  FILLER                         PIC X(65)   VALUE SPACES.
025100 01  WS-TOTAL-LINE-8.
025200     05  FILLER                         PIC X(24)
025300                       VALUE 'HELD - A+H AGREEMENT  :'.
025400     05  WS-TOT-HOLD-AGRM               PIC ZZZ,ZZZ,ZZ9.
025500     05  FILLER                         PIC X(65)   VALUE SPACES.
025600 01  WS-TOTAL-LINE-9.
025700     05  FILLER                         PIC X(24)
025800                       VALUE 'CURED BEFORE LISTING  :'.
025900     05  WS-TOT-CURED                   PIC ZZZ,ZZZ,ZZ9.
026000     05  FILLER                         PIC X(65)   VALUE SPACES.
026100 01  WS-TOTAL-LINE-10.
026200     05  FILLER                         PIC X(24)
026300                       VALUE 'REMOVED TONIGHT       :'.
026400     05  WS-TOT-REMOVED                 PIC ZZZ,ZZZ,ZZ9.
026500     05  FILLER                         PIC X(02)   VALUE SPACES.
026600     05  WS-TOT-REMOVED-AMT
026700                                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
026800     05  FILLER                         PIC X(41)   VALUE SPACES.
026900 01  WS-TOTAL-LINE-11.
027000     05  FILLER                         PIC X(24)
027100                       VALUE 'REMOVALS OVERDUE      :'.
027200     05  WS-TOT-LATE                    PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER                         PIC X(65)   VALUE SPACES.
027400 01  WS-TOTAL-LINE-12.
027500     05  FILLER                         PIC X(24)
027600                       VALUE 'LISTING MASTER        :'.
027700     05  WS-TOT-MASTER                  PIC ZZZ,ZZZ,ZZ9.
027800     05  FILLER                         PIC X(65)   VALUE SPACES.
027900******************************************************************
028000*                 LINKAGE SECTION                               *
028100******************************************************************
028200 LINKAGE SECTION.
028300 01  LS-PARM.
028400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
028500     03  LS-PARM-BUSDATE                PIC X(06).
028600******************************************************************
028700*                 PROCEDURE DIVISION                            *
028800******************************************************************
028900 PROCEDURE DIVISION USING LS-PARM.
029000 0000-MAINLINE.
029100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
029200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
029300     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
029400             UNTIL WS-CURR-EOF AND WS-NEG-EOF.
029500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
029600     GOBACK.
029700 0000-EXIT.
029800     EXIT.
029900******************************************************************
030000*   1000 - BUSINESS DATE, HOLD TABLES AND FILES                  *
030100******************************************************************
030200 1000-INITIALIZE.
030300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030400     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
030500     IF LS-PARM-LENGTH >= 6
030600         AND LS-PARM-BUSDATE NUMERIC
030700         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
030800         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
030900     END-IF.
031000     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
031010     IF WS-REPLAY-RUN
031020         MOVE WS-REPLAY-DATE TO WS-BUSINESS-DATE
031030     END-IF.
031100     COMPUTE WS-TODAY-INT-DATE =
031200             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
031300     PERFORM 1600-LOAD-DISPUTES    THRU 1600-EXIT.
031400     PERFORM 1700-LOAD-RETURN-MAIL THRU 1700-EXIT.
031500     IF WS-DROPPED-COUNT NOT = ZERO
031600         DISPLAY 'CLI079B - TABLE FULL, ENTRIES DROPPED : '
031700                 WS-DROPPED-COUNT
031800         MOVE 8 TO RETURN-CODE
031900     END-IF.
032000     OPEN INPUT  CLIDATA-FILE.
032100     OPEN INPUT  NEG-IN-FILE.
032200     OPEN OUTPUT NEG-OUT-FILE.
032300     OPEN OUTPUT CLIMAIL-FILE.
032400     OPEN OUTPUT CLINEGI-FILE.
032500     OPEN OUTPUT CLINEGE-FILE.
032600     OPEN OUTPUT REPORT-FILE.
032700     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
032800     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
032900     MOVE 'CLINEGL ' TO EXTENVL-HDR-FILE-ID.
033000     MOVE SPACES TO CLIMAIL-ENTRY.
033100     MOVE EXTENVL-HEADER TO CLIMAIL-ENTRY(1:25).
033200     WRITE CLIMAIL-ENTRY.
033300     MOVE 'CLINEGI ' TO EXTENVL-HDR-FILE-ID.
033400     MOVE SPACES TO CLINEGI-ENTRY.
033500     MOVE EXTENVL-HEADER TO CLINEGI-ENTRY(1:25).
033600     WRITE CLINEGI-ENTRY.
033700     MOVE 'CLINEGE ' TO EXTENVL-HDR-FILE-ID.
033800     MOVE SPACES TO CLINEGE-ENTRY.
033900     MOVE EXTENVL-HEADER TO CLINEGE-ENTRY(1:25).
034000     WRITE CLINEGE-ENTRY.
034100     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
034200     WRITE REPORT-LINE FROM WS-HEADING-LINE.
034300     MOVE WS-LISTING-LINE  TO WS-LIM-LINE.
034400     MOVE WS-NOTICE-DAYS   TO WS-LIM-NOTICE.
034500     MOVE WS-REMOVAL-DAYS  TO WS-LIM-REMOVAL.
034600     WRITE REPORT-LINE FROM WS-LIMIT-LINE.
034700     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
034710     IF WS-REPLAY-RUN
034720         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
034730         WRITE REPORT-LINE FROM WS-REPLAY-LINE
034740     END-IF.
034800     PERFORM 2100-READ-CURR THRU 2100-EXIT.
034900     PERFORM 2200-READ-NEG  THRU 2200-EXIT.
035000 1000-EXIT.
035100     EXIT.
035200******************************************************************
035300*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
035400******************************************************************
035500 1500-LOAD-RUN-PARMS.
035600     OPEN INPUT RUNPARM-FILE.
035700     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
035800             UNTIL WS-PARM-EOF.
035900     CLOSE RUNPARM-FILE.
036000 1500-EXIT.
036100     EXIT.
036200 1510-READ-ONE-PARM.
036300     READ RUNPARM-FILE
036400         AT END SET WS-PARM-EOF TO TRUE
036500         NOT AT END
036600             IF RUNPARM-PROGRAM-ID = 'CLI079B '
036700                 AND RUNPARM-KEY = 'NEGLINE '
036800                 MOVE RUNPARM-VALUE-NUM TO WS-LISTING-LINE
036900                 DISPLAY 'CLI079B - LISTING LINE SET TO '
037000                         WS-LISTING-LINE
037100                         ' DAYS BY RUN PARAMETER'
037200             END-IF
037300             IF RUNPARM-PROGRAM-ID = 'CLI079B '
037400                 AND RUNPARM-KEY = 'NOTCDAYS'
037500                 MOVE RUNPARM-VALUE-NUM TO WS-NOTICE-DAYS
037600                 DISPLAY 'CLI079B - NOTICE PERIOD SET TO '
037700                         WS-NOTICE-DAYS
037800                         ' DAYS BY RUN PARAMETER'
037900             END-IF
038000             IF RUNPARM-PROGRAM-ID = 'CLI079B '
038100                 AND RUNPARM-KEY = 'RMVDAYS '
038200                 MOVE RUNPARM-VALUE-NUM TO WS-REMOVAL-DAYS
038300                 DISPLAY 'CLI079B - REMOVAL DEADLINE SET TO '
038400                         WS-REMOVAL-DAYS
038500                         ' BUSINESS DAYS BY RUN PARAMETER'
038600             END-IF
038610             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
038620                 AND RUNPARM-KEY = 'BUSDATE '
038630                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
038640                 SET WS-REPLAY-RUN TO TRUE
038650                 DISPLAY 'CLI079B - REPLAY RUN FOR BUSINESS DATE '
038660                         WS-REPLAY-DATE
038670             END-IF
038700     END-READ.
038800 1510-EXIT.
038900     EXIT.
039000******************************************************************
039100*   1600 - TABLE THE ACCOUNTS WITH A DISPUTE STILL OUTSTANDING   *
039200******************************************************************
039300 1600-LOAD-DISPUTES.
039400     OPEN INPUT DATDMST-FILE.
039500     PERFORM 1610-LOAD-ONE-DISPUTE THRU 1610-EXIT
039600             UNTIL WS-DISP-EOF.
039700     CLOSE DATDMST-FILE.
039800 1600-EXIT.
039900     EXIT.
040000 1610-LOAD-ONE-DISPUTE.
040100     READ DATDMST-FILE
040200         AT END SET WS-DISP-EOF TO TRUE
040300         NOT AT END
040400             ADD 1 TO WS-RUNSTAT-READ
040500             IF NOT DATDMST-STATUS-OPEN
040600                 AND NOT DATDMST-STATUS-REPRESENTED
040700                 GO TO 1610-EXIT
040800             END-IF
040900             IF WS-DISP-COUNT >= WS-DISP-MAX
041000                 ADD 1 TO WS-DROPPED-COUNT
041100             ELSE
041200                 ADD 1 TO WS-DISP-COUNT
041300                 MOVE DATDMST-ACCT
041400                      TO WS-DISP-ACCOUNT(WS-DISP-COUNT)
041500             END-IF
041600     END-READ.
041700 1610-EXIT.
041800     EXIT.
041900******************************************************************
042000*   1700 - TABLE TONIGHT'S RETURN-MAIL EVENTS WITH THE DATE THE  *
042100*           RETURNED PIECE WAS MAILED, SO A RETURNED NOTICE CAN  *
042200*           BE TOLD FROM AN OLDER RETURNED STATEMENT             *
042300******************************************************************
042400 1700-LOAD-RETURN-MAIL.
042500     OPEN INPUT CLIDATA-FILE.
042600     PERFORM 1710-READ-ONE-EVENT THRU 1710-EXIT
042700             UNTIL WS-PASS1-EOF.
042800     CLOSE CLIDATA-FILE.
042900     DISPLAY 'CLI079B - RETURN-MAIL EVENTS LOADED : '
043000             WS-RTM-COUNT.
043100 1700-EXIT.
043200     EXIT.
043300 1710-READ-ONE-EVENT.
043400     READ CLIDATA-FILE
043500         AT END SET WS-PASS1-EOF TO TRUE
043600         NOT AT END
043700             IF CLIDATA-RECTYPE-RETURN-MAIL
043800                 IF WS-RTM-COUNT >= WS-RTM-MAX
043900                     ADD 1 TO WS-DROPPED-COUNT
044000                 ELSE
044100                     ADD 1 TO WS-RTM-COUNT
044200                     MOVE CLIDATA-RTM-ACCOUNT-NUMBER
044300                          TO WS-RTM-ACCT(WS-RTM-COUNT)
044400                     MOVE CLIDATA-RTM-ADDR-TYPE-RETURNED
044500                          TO WS-RTM-ADDR-TYPE(WS-RTM-COUNT)
044600                     MOVE CLIDATA-RTM-ORIGINAL-MAIL-DATE
044700                          TO WS-RTM-MAIL-DATE(WS-RTM-COUNT)
044800                 END-IF
044900             END-IF
045000     END-READ.
045100 1710-EXIT.
045200     EXIT.
045300******************************************************************
045400*   2000 - MATCH TONIGHT'S DETAILS AGAINST THE LISTING MASTER    *
045500******************************************************************
045600 2000-MATCH-MERGE.
045700     IF WS-CURR-EOF
045800         PERFORM 2600-CARRY-MASTER   THRU 2600-EXIT
045900         PERFORM 2200-READ-NEG       THRU 2200-EXIT
046000     ELSE IF WS-NEG-EOF
046100         PERFORM 2300-TEST-NEW       THRU 2300-EXIT
046200         PERFORM 2100-READ-CURR      THRU 2100-EXIT
046300     ELSE IF CLIDATA-ACCOUNT-NUMBER = NEGIN-ACCOUNT-NUMBER
046400         PERFORM 2350-WORK-MASTER    THRU 2350-EXIT
046500         PERFORM 2100-READ-CURR      THRU 2100-EXIT
046600         PERFORM 2200-READ-NEG       THRU 2200-EXIT
046700     ELSE IF CLIDATA-ACCOUNT-NUMBER < NEGIN-ACCOUNT-NUMBER
046800         PERFORM 2300-TEST-NEW       THRU 2300-EXIT
046900         PERFORM 2100-READ-CURR      THRU 2100-EXIT
047000     ELSE
047100         PERFORM 2600-CARRY-MASTER   THRU 2600-EXIT
047200         PERFORM 2200-READ-NEG       THRU 2200-EXIT
047300     END-IF.
047400 2000-EXIT.
047500     EXIT.
047600 2100-READ-CURR.
047700     READ CLIDATA-FILE
047800         AT END SET WS-CURR-EOF TO TRUE
047900         NOT AT END
048000             ADD 1 TO WS-RUNSTAT-READ
048100             IF NOT CLIDATA-RECTYPE-DETAIL
048200                 GO TO 2100-READ-CURR
048300             END-IF
048400     END-READ.
048500 2100-EXIT.
048600     EXIT.
048700 2200-READ-NEG.
048800     READ NEG-IN-FILE
048900         AT END SET WS-NEG-EOF TO TRUE
049000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
049100     END-READ.
049200 2200-EXIT.
049300     EXIT.
049400******************************************************************
049500*   2300 - AN ACCOUNT NOT ON THE MASTER: NOTICE IT WHEN IT HAS   *
049600*           REACHED THE LISTING LINE WITH A BALANCE              *
049700******************************************************************
049800 2300-TEST-NEW.
049900     IF CLIDATA-PAYMENT-DELINQ-DAYS < WS-LISTING-LINE
050000         OR CLIDATA-CURRENT-BALANCE = ZERO
050100         GO TO 2300-EXIT
050200     END-IF.
050300     MOVE SPACES TO WS-RETURNED-TYPE.
050400     PERFORM 3000-SEND-NOTICE THRU 3000-EXIT.
050500 2300-EXIT.
050600     EXIT.
050700******************************************************************
050800*   2350 - AN ACCOUNT ON THE MASTER: WORK IT BY ITS STATUS. A    *
050900*           CURED OR REMOVED ACCOUNT BACK AT THE LINE STARTS A   *
051000*           NEW NOTICE CYCLE                                     *
051100******************************************************************
051200 2350-WORK-MASTER.
051300     MOVE NEGIN-RECORD TO CLINEGM-RECORD.
051400     IF CLINEGM-NOTICED
051500         PERFORM 2400-WORK-NOTICED THRU 2400-EXIT
051600         GO TO 2350-EXIT
051700     END-IF.
051800     IF CLINEGM-LISTED
051900         PERFORM 2500-WORK-LISTED  THRU 2500-EXIT
052000         GO TO 2350-EXIT
052100     END-IF.
052200     IF CLIDATA-PAYMENT-DELINQ-DAYS < WS-LISTING-LINE
052300         OR CLIDATA-CURRENT-BALANCE = ZERO
052400         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
052500         GO TO 2350-EXIT
052600     END-IF.
052700     MOVE SPACES TO WS-RETURNED-TYPE.
052800     PERFORM 3000-SEND-NOTICE THRU 3000-EXIT.
052900     IF WS-SEL-IDX = ZERO
053000         MOVE NEGIN-RECORD TO CLINEGM-RECORD
053100         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
053200     END-IF.
053300 2350-EXIT.
053400     EXIT.
053500******************************************************************
053600*   2400 - NOTICE MAILED: CURED, RETURNED, STILL IN THE NOTICE   *
053700*           PERIOD, HELD, OR LISTED TONIGHT                      *
053800******************************************************************
053900 2400-WORK-NOTICED.
054000     IF CLIDATA-PAYMENT-DELINQ-DAYS < WS-LISTING-LINE
054100         OR CLIDATA-CURRENT-BALANCE = ZERO
054200         SET CLINEGM-CURED TO TRUE
054300         MOVE CLIDATA-LAST-PAYMENT-DATE
054400                                    TO CLINEGM-CURE-PAYMENT-DATE
054500         MOVE SPACES TO CLINEGM-HOLD-REASON
054600         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
054700         ADD 1 TO WS-CURED-COUNT
054800         COMPUTE WS-MONEY = CLIDATA-CURRENT-BALANCE / 100
054900         MOVE CLIDATA-LAST-PAYMENT-DATE TO WS-DTL-DATE
055000         MOVE 'CURED IN NOTICE PERIOD - NOT LISTED'
055100                                      TO WS-DTL-ACTION
055200         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
055300         GO TO 2400-EXIT
055400     END-IF.
055500     MOVE 'N' TO WS-FOUND-SW.
055600     PERFORM 2410-TEST-ONE-RETURN THRU 2410-EXIT
055700             VARYING WS-RTM-IDX FROM 1 BY 1
055800             UNTIL WS-RTM-IDX > WS-RTM-COUNT
055900                OR WS-FOUND.
056000     IF WS-FOUND OR CLINEGM-HOLD-RETURN-MAIL
056100         PERFORM 2450-REISSUE-NOTICE THRU 2450-EXIT
056200         IF NOT CLINEGM-HOLD-RETURN-MAIL
056300             GO TO 2400-EXIT
056400         END-IF
056500     END-IF.
056600     COMPUTE WS-NOTICE-INT-DATE =
056700             FUNCTION INTEGER-OF-DATE(CLINEGM-NOTICE-DATE).
056800     COMPUTE WS-ELAPSED-DAYS =
056900             WS-TODAY-INT-DATE - WS-NOTICE-INT-DATE.
057000     COMPUTE WS-MONEY = CLIDATA-CURRENT-BALANCE / 100.
057100     MOVE CLINEGM-NOTICE-DATE TO WS-DTL-DATE.
057200     IF CLINEGM-HOLD-RETURN-MAIL
057300         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
057400         ADD 1 TO WS-HOLD-RTML-COUNT
057500         MOVE 'HELD - NOTICE RETURNED, NO ADDRESS LEFT'
057600                                      TO WS-DTL-ACTION
057700         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
057800         GO TO 2400-EXIT
057900     END-IF.
058000     IF WS-ELAPSED-DAYS < WS-NOTICE-DAYS
058100         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
058200         ADD 1 TO WS-PENDING-COUNT
058300         GO TO 2400-EXIT
058400     END-IF.
058500     MOVE 'N' TO WS-FOUND-SW.
058600     PERFORM 2420-TEST-ONE-DISPUTE THRU 2420-EXIT
058700             VARYING WS-DISP-IDX FROM 1 BY 1
058800             UNTIL WS-DISP-IDX > WS-DISP-COUNT
058900                OR WS-FOUND.
059000     IF WS-FOUND
059100         SET CLINEGM-HOLD-DISPUTE TO TRUE
059200         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
059300         ADD 1 TO WS-HOLD-DISP-COUNT
059400         MOVE 'HELD - OPEN DISPUTE' TO WS-DTL-ACTION
059500         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
059600         GO TO 2400-EXIT
059700     END-IF.
059800     IF CLIDATA-AH-AGREEMENT-STATUS = WS-AH-ACTIVE-STATUS
059900         SET CLINEGM-HOLD-AGREEMENT TO TRUE
060000         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
060100         ADD 1 TO WS-HOLD-AGRM-COUNT
060200         MOVE 'HELD - A+H AGREEMENT' TO WS-DTL-ACTION
060300         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
060400         GO TO 2400-EXIT
060500     END-IF.
060600     MOVE SPACES                      TO CLINEGI-ENTRY.
060700     SET CLINEGI-INCLUSION            TO TRUE.
060800     MOVE CLIDATA-ACCOUNT-NUMBER      TO CLINEGI-ACCOUNT-NUMBER.
060900     MOVE CLIDATA-NAME-TYPE-IND       TO CLINEGI-PERSON-TYPE.
061000     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID
061100                                      TO CLINEGI-DOCUMENT.
061200     MOVE CLIDATA-NAME-LINE-1         TO CLINEGI-NAME.
061300     MOVE CLIDATA-CURRENT-BALANCE     TO CLINEGI-AMOUNT.
061400     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO CLINEGI-DELINQ-DAYS.
061500     MOVE WS-BUSINESS-DATE            TO CLINEGI-EVENT-DATE.
061600     MOVE CLINEGM-NOTICE-DATE         TO CLINEGI-NOTICE-DATE.
061700     MOVE CLIDATA-COMPANY-CODE        TO CLINEGI-COMPANY-CODE.
061800     MOVE CLIDATA-PRODUCT-CODE        TO CLINEGI-PRODUCT-CODE.
061900     MOVE WS-BUSINESS-DATE            TO CLINEGI-RUN-DATE.
062000     WRITE CLINEGI-ENTRY.
062100     ADD 1 TO WS-RUNSTAT-WRITTEN.
062200     ADD 1 TO WS-LISTED-COUNT.
062300     ADD CLIDATA-CURRENT-BALANCE      TO WS-LISTED-AMOUNT.
062400     SET CLINEGM-LISTED               TO TRUE.
062500     MOVE WS-BUSINESS-DATE            TO CLINEGM-LIST-DATE.
062600     MOVE CLIDATA-CURRENT-BALANCE     TO CLINEGM-LISTED-AMOUNT.
062700     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO CLINEGM-DELINQ-DAYS.
062800     MOVE CLIDATA-NAME-TYPE-IND       TO CLINEGM-PERSON-TYPE.
062900     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID
063000                                      TO CLINEGM-DOCUMENT.
063100     MOVE SPACES                      TO CLINEGM-HOLD-REASON.
063200     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
063300     MOVE 'LISTED - INCLUSION SENT' TO WS-DTL-ACTION.
063400     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
063500 2400-EXIT.
063600     EXIT.
063700 2410-TEST-ONE-RETURN.
063800     IF WS-RTM-ACCT(WS-RTM-IDX) = CLINEGM-ACCOUNT-NUMBER
063900         AND WS-RTM-ADDR-TYPE(WS-RTM-IDX) =
064000             CLINEGM-NOTICE-ADDR-TYPE
064100         AND WS-RTM-MAIL-DATE(WS-RTM-IDX) NOT <
064200             CLINEGM-NOTICE-DATE
064300         SET WS-FOUND TO TRUE
064400     END-IF.
064500 2410-EXIT.
064600     EXIT.
064700 2420-TEST-ONE-DISPUTE.
064800     IF WS-DISP-ACCOUNT(WS-DISP-IDX) = CLIDATA-ACCOUNT-NUMBER
064900         SET WS-FOUND TO TRUE
065000     END-IF.
065100 2420-EXIT.
065200     EXIT.
065300******************************************************************
065400*   2450 - THE NOTICE CAME BACK: MAIL IT AGAIN TO THE NEXT       *
065500*           DELIVERABLE ADDRESS, RESTARTING THE NOTICE PERIOD,   *
065600*           OR HOLD THE LISTING WHEN NONE IS LEFT; A HELD        *
065700*           LISTING COMES BACK HERE EVERY NIGHT                  *
065720******************************************************************
065800 2450-REISSUE-NOTICE.
065900     MOVE CLINEGM-NOTICE-ADDR-TYPE TO WS-RETURNED-TYPE.
066000     PERFORM 3100-SELECT-ADDRESS THRU 3100-EXIT.
066100     IF WS-SEL-IDX = ZERO
066200         SET CLINEGM-HOLD-RETURN-MAIL TO TRUE
066300         GO TO 2450-EXIT
066400     END-IF.
066500     PERFORM 3200-WRITE-LETTER THRU 3200-EXIT.
066510     IF CLINEGM-HOLD-RETURN-MAIL
066520         MOVE 'HELD NOTICE - RE-MAILED' TO WS-DTL-ACTION
066530     ELSE
066540         MOVE 'NOTICE RETURNED - RE-MAILED' TO WS-DTL-ACTION
066550     END-IF.
066600     MOVE WS-BUSINESS-DATE TO CLINEGM-NOTICE-DATE.
066700     MOVE CLIDATA-ADDRESS-TYPE(WS-SEL-IDX)
066800                           TO CLINEGM-NOTICE-ADDR-TYPE.
066900     MOVE SPACES TO CLINEGM-HOLD-REASON.
067000     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
067100     ADD 1 TO WS-REISSUED-COUNT.
067200     COMPUTE WS-MONEY = CLIDATA-CURRENT-BALANCE / 100.
067300     MOVE WS-BUSINESS-DATE TO WS-DTL-DATE.
067500     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
067600 2450-EXIT.
067700     EXIT.
067800******************************************************************
067900*   2500 - LISTED: A PAYMENT THAT CURES THE DEBT SENDS THE       *
068000*           REMOVAL TONIGHT, TIMED IN BUSINESS DAYS FROM THE     *
068100*           PAYMENT                                              *
068200******************************************************************
068300 2500-WORK-LISTED.
068400     IF (CLIDATA-PAYMENT-DELINQ-DAYS NOT = ZERO
068500         AND CLIDATA-CURRENT-BALANCE NOT = ZERO)
068600         OR CLIDATA-LAST-PAYMENT-DATE < CLINEGM-NOTICE-DATE
068700         PERFORM 2700-WRITE-MASTER THRU 2700-EXIT
068800         GO TO 2500-EXIT
068900     END-IF.
069000     MOVE SPACES                      TO CLINEGE-ENTRY.
069100     SET CLINEGE-REMOVAL              TO TRUE.
069200     MOVE CLINEGM-ACCOUNT-NUMBER      TO CLINEGE-ACCOUNT-NUMBER.
069300     MOVE CLINEGM-PERSON-TYPE         TO CLINEGE-PERSON-TYPE.
069400     MOVE CLINEGM-DOCUMENT            TO CLINEGE-DOCUMENT.
069500     MOVE CLIDATA-NAME-LINE-1         TO CLINEGE-NAME.
069600     MOVE CLINEGM-LISTED-AMOUNT       TO CLINEGE-AMOUNT.
069700     MOVE CLINEGM-DELINQ-DAYS         TO CLINEGE-DELINQ-DAYS.
069800     MOVE CLIDATA-LAST-PAYMENT-DATE   TO CLINEGE-EVENT-DATE.
069900     MOVE CLINEGM-NOTICE-DATE         TO CLINEGE-NOTICE-DATE.
070000     MOVE CLIDATA-COMPANY-CODE        TO CLINEGE-COMPANY-CODE.
070100     MOVE CLIDATA-PRODUCT-CODE        TO CLINEGE-PRODUCT-CODE.
070200     MOVE WS-BUSINESS-DATE            TO CLINEGE-RUN-DATE.
070300     WRITE CLINEGE-ENTRY.
070400     ADD 1 TO WS-RUNSTAT-WRITTEN.
070500     ADD 1 TO WS-REMOVED-COUNT.
070600     ADD CLINEGM-LISTED-AMOUNT        TO WS-REMOVED-AMOUNT.
070700     SET CLINEGM-REMOVED              TO TRUE.
070800     MOVE CLIDATA-LAST-PAYMENT-DATE
070900                                TO CLINEGM-CURE-PAYMENT-DATE.
071000     MOVE WS-BUSINESS-DATE            TO CLINEGM-REMOVAL-DATE.
071100     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
071200     PERFORM 2900-COUNT-BUSINESS-DAYS THRU 2900-EXIT.
071300     COMPUTE WS-MONEY = CLINEGM-LISTED-AMOUNT / 100.
071400     MOVE CLIDATA-LAST-PAYMENT-DATE   TO WS-DTL-DATE.
071500     IF WS-BUSINESS-DAYS > WS-REMOVAL-DAYS
071600         ADD 1 TO WS-LATE-COUNT
071700         MOVE WS-BUSINESS-DAYS TO WS-LATE-DAYS
071800         MOVE WS-LATE-ACTION   TO WS-DTL-ACTION
071900         IF RETURN-CODE < 4
072000             MOVE 4 TO RETURN-CODE
072100         END-IF
072200     ELSE
072300         MOVE 'REMOVED - REMOVAL SENT' TO WS-DTL-ACTION
072400     END-IF.
072500     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
072600 2500-EXIT.
072700     EXIT.
072800******************************************************************
072900*   2600 - A MASTER ACCOUNT ABSENT FROM TONIGHT'S FEED IS        *
073000*           CARRIED UNCHANGED                                    *
073100******************************************************************
073200 2600-CARRY-MASTER.
073300     MOVE NEGIN-RECORD TO CLINEGM-RECORD.
073400     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
073500 2600-EXIT.
073600     EXIT.
073700 2700-WRITE-MASTER.
073800     WRITE CLINEGM-RECORD.
073900     ADD 1 TO WS-RUNSTAT-WRITTEN.
074000     ADD 1 TO WS-MASTER-COUNT.
074100 2700-EXIT.
074200     EXIT.
074300 2800-WRITE-DETAIL.
074400     MOVE CLIDATA-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT.
074500     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO WS-DTL-DLQ.
074600     MOVE WS-MONEY                    TO WS-DTL-AMOUNT.
074700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
074800 2800-EXIT.
074900     EXIT.
075000******************************************************************
075100*   2900 - BUSINESS DAYS (MONDAY TO FRIDAY) AFTER THE PAYMENT    *
075200*           DATE UP TO AND INCLUDING THE BUSINESS DATE. A        *
075300*           PAYMENT DATE THAT IS NOT A CALENDAR DATE OR PREDATES *
075400*           THE LISTING IS COUNTED FROM THE LISTING DATE         *
075500******************************************************************
075600 2900-COUNT-BUSINESS-DAYS.
075700     MOVE ZERO TO WS-BUSINESS-DAYS.
075800     MOVE CLIDATA-LAST-PAYMENT-DATE TO WS-DATE-IN.
075900     PERFORM 2950-EDIT-DATE THRU 2950-EXIT.
076000     IF NOT WS-DATE-OK
076100         OR CLIDATA-LAST-PAYMENT-DATE < CLINEGM-LIST-DATE
076200         MOVE CLINEGM-LIST-DATE TO WS-DATE-IN
076300     END-IF.
076400     COMPUTE WS-FROM-INT-DATE =
076500             FUNCTION INTEGER-OF-DATE(WS-DATE-IN).
076600     PERFORM 2910-COUNT-ONE-DAY THRU 2910-EXIT
076700             VARYING WS-DAY-INT-DATE FROM WS-FROM-INT-DATE BY 1
076800             UNTIL WS-DAY-INT-DATE >= WS-TODAY-INT-DATE
076900                OR WS-BUSINESS-DAYS = 999.
077000 2900-EXIT.
077100     EXIT.
077200 2910-COUNT-ONE-DAY.
077300     DIVIDE WS-DAY-INT-DATE BY 7
077400             GIVING WS-WEEK-COUNT
077500             REMAINDER WS-WEEKDAY.
077600*    THE DAY AFTER WS-DAY-INT-DATE IS THE ONE COUNTED; INTEGER
077700*    DAY 1 (1601-01-01) IS A MONDAY, SO REMAINDER 0 THROUGH 4
077800*    ON THE PRIOR DAY MEANS MONDAY THROUGH FRIDAY.
077900     IF WS-WEEKDAY < 5
078000         ADD 1 TO WS-BUSINESS-DAYS
078100     END-IF.
078200 2910-EXIT.
078300     EXIT.
078400******************************************************************
078500*   2950 - IS WS-DATE-IN A REAL CALENDAR DATE                    *
078600******************************************************************
078700 2950-EDIT-DATE.
078800     MOVE 'N' TO WS-DATE-OK-SW.
078900     IF WS-DATE-IN = ZERO
079000         GO TO 2950-EXIT
079100     END-IF.
079200     DIVIDE WS-DATE-IN BY 100
079300             GIVING WS-DATE-WORK
079400             REMAINDER WS-DATE-DD.
079500     DIVIDE WS-DATE-WORK BY 100
079600             GIVING WS-DATE-WORK
079700             REMAINDER WS-DATE-MM.
079800     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
079900         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
080000         GO TO 2950-EXIT
080100     END-IF.
080200     SET WS-DATE-OK TO TRUE.
080300 2950-EXIT.
080400     EXIT.
080500******************************************************************
080600*   3000 - MAIL THE PRIOR NOTICE AND OPEN A NEW CYCLE ON THE     *
080700*           MASTER; WITH NO DELIVERABLE ADDRESS NOTHING IS       *
080800*           MAILED AND THE ACCOUNT IS TRIED AGAIN TOMORROW       *
080900******************************************************************
081000 3000-SEND-NOTICE.
081100     COMPUTE WS-MONEY = CLIDATA-CURRENT-BALANCE / 100.
081200     MOVE WS-BUSINESS-DATE TO WS-DTL-DATE.
081300     PERFORM 3100-SELECT-ADDRESS THRU 3100-EXIT.
081400     IF WS-SEL-IDX = ZERO
081500         ADD 1 TO WS-NO-ADDRESS-COUNT
081600         MOVE 'NOTICE HELD - NO DELIVERABLE ADDRESS'
081700                                      TO WS-DTL-ACTION
081800         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
081900         GO TO 3000-EXIT
082000     END-IF.
082100     PERFORM 3200-WRITE-LETTER THRU 3200-EXIT.
082200     MOVE SPACES                      TO CLINEGM-RECORD.
082300     MOVE CLIDATA-ACCOUNT-NUMBER      TO CLINEGM-ACCOUNT-NUMBER.
082400     SET CLINEGM-NOTICED              TO TRUE.
082500     MOVE WS-BUSINESS-DATE            TO CLINEGM-NOTICE-DATE.
082600     MOVE CLIDATA-ADDRESS-TYPE(WS-SEL-IDX)
082700                                      TO CLINEGM-NOTICE-ADDR-TYPE.
082800     MOVE ZERO                        TO CLINEGM-LIST-DATE.
082900     MOVE ZERO                        TO CLINEGM-LISTED-AMOUNT.
083000     MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO CLINEGM-DELINQ-DAYS.
083100     MOVE ZERO
083200                                TO CLINEGM-CURE-PAYMENT-DATE.
083300     MOVE ZERO                        TO CLINEGM-REMOVAL-DATE.
083400     MOVE CLIDATA-NAME-TYPE-IND       TO CLINEGM-PERSON-TYPE.
083500     MOVE CLIDATA-BUSINESS-OR-PERSONAL-ID
083600                                      TO CLINEGM-DOCUMENT.
083700     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
083800     ADD 1 TO WS-NOTICED-COUNT.
083900     MOVE 'NOTICE MAILED' TO WS-DTL-ACTION.
084000     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
084100 3000-EXIT.
084200     EXIT.
084300******************************************************************
084400*   3100 - CHOOSE THE NOTICE ADDRESS: BILLING, THEN RESIDENTIAL, *
084500*           THEN COMMERCIAL, SKIPPING ANY TYPE UNDER RETURN MAIL *
084600*           TONIGHT AND THE TYPE A RETURNED NOTICE WENT TO       *
084700******************************************************************
084800 3100-SELECT-ADDRESS.
084900     MOVE ZERO TO WS-SEL-IDX.
085000     PERFORM 3110-TEST-BILLING THRU 3110-EXIT
085100         VARYING WS-ADDR-IDX FROM 1 BY 1
085200         UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO.
085300     IF WS-SEL-IDX = ZERO
085400         PERFORM 3120-TEST-RESIDENTIAL THRU 3120-EXIT
085500             VARYING WS-ADDR-IDX FROM 1 BY 1
085600             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
085700     END-IF.
085800     IF WS-SEL-IDX = ZERO
085900         PERFORM 3130-TEST-COMMERCIAL THRU 3130-EXIT
086000             VARYING WS-ADDR-IDX FROM 1 BY 1
086100             UNTIL WS-ADDR-IDX > 3 OR WS-SEL-IDX NOT = ZERO
086200     END-IF.
086300 3100-EXIT.
086400     EXIT.
086500 3110-TEST-BILLING.
086600     IF CLIDATA-BILLING-ADDR-TYPE(WS-ADDR-IDX)
086700         PERFORM 3140-TEST-SUPPRESSED THRU 3140-EXIT
086800         IF NOT WS-SUPPRESSED
086900             MOVE WS-ADDR-IDX TO WS-SEL-IDX
087000         END-IF
087100     END-IF.
087200 3110-EXIT.
087300     EXIT.
087400 3120-TEST-RESIDENTIAL.
087500     IF CLIDATA-RESIDENTIAL-ADDR-TYPE(WS-ADDR-IDX)
087600         PERFORM 3140-TEST-SUPPRESSED THRU 3140-EXIT
087700         IF NOT WS-SUPPRESSED
087800             MOVE WS-ADDR-IDX TO WS-SEL-IDX
087900         END-IF
088000     END-IF.
088100 3120-EXIT.
088200     EXIT.
088300 3130-TEST-COMMERCIAL.
088400     IF CLIDATA-COMMERCIAL-ADDR-TYPE(WS-ADDR-IDX)
088500         PERFORM 3140-TEST-SUPPRESSED THRU 3140-EXIT
088600         IF NOT WS-SUPPRESSED
088700             MOVE WS-ADDR-IDX TO WS-SEL-IDX
088800         END-IF
088900     END-IF.
089000 3130-EXIT.
089100     EXIT.
089200 3140-TEST-SUPPRESSED.
089300     MOVE 'N' TO WS-SUPPRESSED-SW.
089400     IF CLIDATA-ADDRESS-TYPE(WS-ADDR-IDX) = WS-RETURNED-TYPE
089500         SET WS-SUPPRESSED TO TRUE
089600         GO TO 3140-EXIT
089700     END-IF.
089800     PERFORM 3150-TEST-ONE-EVENT THRU 3150-EXIT
089900             VARYING WS-RTM-IDX FROM 1 BY 1
090000             UNTIL WS-RTM-IDX > WS-RTM-COUNT
090100                OR WS-SUPPRESSED.
090200 3140-EXIT.
090300     EXIT.
090400 3150-TEST-ONE-EVENT.
090500     IF WS-RTM-ACCT(WS-RTM-IDX) = CLIDATA-ACCOUNT-NUMBER
090600         AND WS-RTM-ADDR-TYPE(WS-RTM-IDX) =
090700             CLIDATA-ADDRESS-TYPE(WS-ADDR-IDX)
090800         SET WS-SUPPRESSED TO TRUE
090900     END-IF.
091000 3150-EXIT.
091100     EXIT.
091200******************************************************************
091300*   3200 - ONE PRIOR-NOTICE LETTER IN CLIMAIL FORMAT             *
091400******************************************************************
091500 3200-WRITE-LETTER.
091600     MOVE SPACES                      TO CLIMAIL-ENTRY.
091700     MOVE CLIDATA-ACCOUNT-NUMBER      TO CLIMAIL-ACCOUNT-NUMBER.
091800     MOVE CLIDATA-NAME-LINE-1         TO CLIMAIL-NAME-LINE-1.
091900     MOVE CLIDATA-ADDRESS-TYPE(WS-SEL-IDX)
092000                                 TO CLIMAIL-ADDR-TYPE-USED.
092100     MOVE CLIDATA-ZIP-CODE(WS-SEL-IDX) TO CLIMAIL-ZIP-CODE.
092200     MOVE CLIDATA-STREET-DESC(WS-SEL-IDX)
092300                                 TO CLIMAIL-STREET-DESC.
092400     MOVE CLIDATA-STREET-NUMBER(WS-SEL-IDX)
092500                                 TO CLIMAIL-STREET-NUMBER.
092600     MOVE CLIDATA-NEIGHBORHOOD-NAME(WS-SEL-IDX)
092700                                 TO CLIMAIL-NEIGHBORHOOD-NAME.
092800     MOVE CLIDATA-COMPLEMENT-TEXT(WS-SEL-IDX)
092900                                 TO CLIMAIL-COMPLEMENT-TEXT.
093000     MOVE CLIDATA-CITY-NAME(WS-SEL-IDX)
093100                                 TO CLIMAIL-CITY-NAME.
093200     MOVE CLIDATA-STATE-NAME(WS-SEL-IDX)
093300                                 TO CLIMAIL-STATE-NAME.
093400     MOVE CLIDATA-COUNTRY-NAME(WS-SEL-IDX)
093500                                 TO CLIMAIL-COUNTRY-NAME.
093600     WRITE CLIMAIL-ENTRY.
093700     ADD 1 TO WS-ENV-LTR-COUNT.
093800     ADD 1 TO WS-RUNSTAT-WRITTEN.
093900 3200-EXIT.
094000     EXIT.
094100******************************************************************
094200*                 9000 - TOTALS AND TERMINATION                  *
094300******************************************************************
094400 9000-TERMINATE.
094500     MOVE 'CLINEGL ' TO EXTENVL-TRL-FILE-ID.
094600     MOVE WS-ENV-LTR-COUNT TO EXTENVL-TRL-RECORD-COUNT.
094700     MOVE ZERO TO EXTENVL-TRL-BALANCE-TOTAL.
094800     MOVE SPACES TO CLIMAIL-ENTRY.
094900     MOVE EXTENVL-TRAILER TO CLIMAIL-ENTRY(1:38).
095000     WRITE CLIMAIL-ENTRY.
095100     MOVE 'CLINEGI ' TO EXTENVL-TRL-FILE-ID.
095200     MOVE WS-LISTED-COUNT  TO EXTENVL-TRL-RECORD-COUNT.
095300     MOVE WS-LISTED-AMOUNT TO EXTENVL-TRL-BALANCE-TOTAL.
095400     MOVE SPACES TO CLINEGI-ENTRY.
095500     MOVE EXTENVL-TRAILER TO CLINEGI-ENTRY(1:38).
095600     WRITE CLINEGI-ENTRY.
095700     MOVE 'CLINEGE ' TO EXTENVL-TRL-FILE-ID.
095800     MOVE WS-REMOVED-COUNT  TO EXTENVL-TRL-RECORD-COUNT.
095900     MOVE WS-REMOVED-AMOUNT TO EXTENVL-TRL-BALANCE-TOTAL.
096000     MOVE SPACES TO CLINEGE-ENTRY.
096100     MOVE EXTENVL-TRAILER TO CLINEGE-ENTRY(1:38).
096200     WRITE CLINEGE-ENTRY.
096300     MOVE WS-NOTICED-COUNT      TO WS-TOT-NOTICED.
096400     MOVE WS-REISSUED-COUNT     TO WS-TOT-REISSUED.
096500     MOVE WS-NO-ADDRESS-COUNT   TO WS-TOT-NO-ADDRESS.
096600     MOVE WS-PENDING-COUNT      TO WS-TOT-PENDING.
096700     MOVE WS-LISTED-COUNT       TO WS-TOT-LISTED.
096800     COMPUTE WS-MONEY = WS-LISTED-AMOUNT / 100.
096900     MOVE WS-MONEY              TO WS-TOT-LISTED-AMT.
097000     MOVE WS-HOLD-RTML-COUNT    TO WS-TOT-HOLD-RTML.
097100     MOVE WS-HOLD-DISP-COUNT    TO WS-TOT-HOLD-DISP.
097200     MOVE WS-HOLD-AGRM-COUNT    TO WS-TOT-HOLD-AGRM.
097300     MOVE WS-CURED-COUNT        TO WS-TOT-CURED.
097400     MOVE WS-REMOVED-COUNT      TO WS-TOT-REMOVED.
097500     COMPUTE WS-MONEY = WS-REMOVED-AMOUNT / 100.
097600     MOVE WS-MONEY              TO WS-TOT-REMOVED-AMT.
097700     MOVE WS-LATE-COUNT         TO WS-TOT-LATE.
097800     MOVE WS-MASTER-COUNT       TO WS-TOT-MASTER.
097900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
098000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
098100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
098200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
098300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
098400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
098500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
098600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
098700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-9.
098800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-10.
098900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-11.
099000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-12.
099100     DISPLAY 'CLI079B - NOTICED/LISTED/REMOVED : '
099200             WS-NOTICED-COUNT ' / ' WS-LISTED-COUNT ' / '
099300             WS-REMOVED-COUNT.
099400     IF WS-LATE-COUNT NOT = ZERO
099500         DISPLAY 'CLI079B - REMOVALS PAST THE DEADLINE : '
099600                 WS-LATE-COUNT
099700     END-IF.
099800     CLOSE CLIDATA-FILE.
099900     CLOSE NEG-IN-FILE.
100000     CLOSE NEG-OUT-FILE.
100100     CLOSE CLIMAIL-FILE.
100200     CLOSE CLINEGI-FILE.
100300     CLOSE CLINEGE-FILE.
100400     CLOSE REPORT-FILE.
100410     IF NOT WS-REPLAY-RUN
100420         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
100430     END-IF.
100600 9000-EXIT.
100700     EXIT.
100800******************************************************************
100900*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
101000******************************************************************
101100 9900-WRITE-RUN-STATS.
101200     OPEN OUTPUT RUNLOG-FILE.
101300     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
101400     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
101500     MOVE SPACES                 TO RUNSTAT-ENTRY.
101600     MOVE 'CLI079B'              TO RUNSTAT-PROGRAM-ID.
101700     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
101800     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
101900     MOVE WS-RUNSTAT-START-RAW(1:6)
102000         TO RUNSTAT-START-TIME.
102100     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
102200     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
102300     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
102400     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
102500     WRITE RUNSTAT-ENTRY.
102600     CLOSE RUNLOG-FILE.
102700 9900-EXIT.
102800     EXIT.
102900******************************************************************
103000*                      END OF PROGRAM                            *
103100******************************************************************
