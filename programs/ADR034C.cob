000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : ADR034C                                       *
000500*    SYSTEM     : VQOEM CLIENT ADDRESS FILE (DATA2 FEED)         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       INSURANCE SYSTEMS GROUP.                         *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY INSURANCE CANCELLATION ON ACCOUNT CLOSURE. WALKS   *
001400*     TONIGHT'S CLIDATA AND PICKS EVERY DETAIL ACCOUNT THAT HAS  *
001500*     CLOSED: A PERMANENT BLOCK CODE (BLKREF CLASS 'P') IN       *
001600*     BLOCK-CODE-1, BLK-CODE-1 OR BLK-CODE-2, AN ENTRY ON THE    *
001700*     CLI047X EXCLUSION LIST (CLIEXCL), OR A CLOSED              *
001800*     RECORD-STATUS (RUN-CONTROL KEY CLSDSTAT, UP TO EIGHT       *
001900*     TWO-BYTE CODES, DEFAULT CL, CO AND EX). THE ACCOUNT'S      *
002000*     COVERAGE IS READ FROM THE KEYED VQOEM FILE AND EVERY       *
002100*     ACTIVE DATA2-COBR-SEGR ITEM IS CANCELLED TO THE INSURER    *
002200*     (ADRSCAN) WITH ITS START DATE AND THE CANCELLATION DATE -  *
002300*     THE BLOCK DATE, THE EXCLUSION RUN DATE OR THE BUSINESS     *
002400*     DATE, NEVER BEFORE THE COVERAGE STARTED. THE UNEARNED PART *
002500*     OF THE MONTHLY PREMIUM VLR-IMPT-SEGR, PRO RATA TO THE DAYS *
002600*     LEFT IN THE BILLING MONTH ANCHORED ON THE START DAY, GOES  *
002700*     TO THE PROCESSOR AS A REFUND INSTRUCTION (ADRSRFD). THE    *
002800*     SENT LOG (ADRSLOG, .NEW SWAP) KEEPS A COVERAGE FROM BEING  *
002900*     CANCELLED TWICE; ENTRIES OLDER THAN KEY LOGKEEP (DAYS,     *
003000*     DEFAULT 730) ARE RETIRED. THE BUSINESS DATE RIDES ON THE   *
003100*     PARM (YYMMDD).                                             *
003200*----------------------------------------------------------------*
003300* MODIFICATION HISTORY.                                          *
003400*     2026-10-15  ISG  ORIGINAL VERSION.                        *
003410*     2026-10-15  ISG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003420*                      THE RUN-CONTROL DATASET MAKES THE         *
003430*                      REPLAYED BUSINESS DATE OVERRIDE THE PARM, *
003440*                      STAMPS THE REPORT AS A REPLAY AND         *
003450*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003500******************************************************************
003600 PROGRAM-ID.    ADR034C.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT VQOEMKY-FILE  ASSIGN TO VQOEMKY
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS VKEY-NUM-CLI
004600         FILE STATUS IS WS-VQOEMKY-STATUS.
004700     SELECT OPTIONAL CLIEXCL-FILE ASSIGN TO CLIEXCL
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT BLKREF-FILE   ASSIGN TO BLKREF
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL SLOG-IN-FILE ASSIGN TO SLOGIN
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT SLOG-OUT-FILE ASSIGN TO SLOGOUT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT ADRSCAN-FILE  ASSIGN TO SEGCANC
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT ADRSRFD-FILE  ASSIGN TO SEGRFND
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT REPORT-FILE   ASSIGN TO ADR034RP
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CLIDATA-FILE.
006800     COPY "book_tests_OK.cob"
006900         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
007000 FD  VQOEMKY-FILE.
007100     COPY "DATA2.cob" REPLACING ==:DATA2:== BY ==VKEY== .
007200 FD  CLIEXCL-FILE.
007300     COPY "CLIEXCL.cpy".
007400 FD  BLKREF-FILE.
007500     COPY "BLKREF.cpy".
007600 FD  SLOG-IN-FILE.
007700     COPY "ADRSLOG.cpy"
007800         REPLACING ==:ADRSLOG:== BY ==SLOGIN== .
007900 FD  SLOG-OUT-FILE.
008000     COPY "ADRSLOG.cpy"
008100         REPLACING ==:ADRSLOG:== BY ==ADRSLOG== .
008200 FD  ADRSCAN-FILE.
008300     COPY "ADRSCAN.cpy".
008400 FD  ADRSRFD-FILE.
008500     COPY "ADRSRFD.cpy".
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
010000 77  WS-EXCL-EOF-SW                     PIC X(01)   VALUE 'N'.
010100     88  WS-EXCL-EOF                                VALUE 'Y'.
010200 77  WS-REF-EOF-SW                      PIC X(01)   VALUE 'N'.
010300     88  WS-REF-EOF                                 VALUE 'Y'.
010400 77  WS-SLOG-EOF-SW                     PIC X(01)   VALUE 'N'.
010500     88  WS-SLOG-EOF                                VALUE 'Y'.
010600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010700     88  WS-PARM-EOF                                VALUE 'Y'.
010710 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
010720     88  WS-REPLAY-RUN                              VALUE 'Y'.
010730 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
010800 77  WS-VQOEMKY-STATUS                  PIC X(02)   VALUE '00'.
010900     88  WS-VQOEMKY-OK                              VALUE '00'.
011000     88  WS-VQOEMKY-NOT-FOUND                       VALUE '23'.
011100 77  WS-LOG-KEEP-DAYS                   PIC 9(05)   VALUE 00730.
011200 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
011300 77  WS-SENT-INT-DATE                   PIC 9(09)   VALUE ZERO.
011400 77  WS-LAST-INT-DATE                   PIC 9(09)   VALUE ZERO.
011500 77  WS-NEXT-INT-DATE                   PIC 9(09)   VALUE ZERO.
011600 77  WS-CANCEL-INT-DATE                 PIC 9(09)   VALUE ZERO.
011700 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
011800     88  WS-DATE-OK                                 VALUE 'Y'.
011900 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
012000 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
012100 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
012200 77  WS-DATE-WORK                       PIC 9(09)   VALUE ZERO.
012300 77  WS-LEAP-WORK                       PIC 9(04)   VALUE ZERO.
012400 77  WS-LEAP-REM-4                      PIC 9(04)   VALUE ZERO.
012500 77  WS-LEAP-REM-100                    PIC 9(04)   VALUE ZERO.
012600 77  WS-LEAP-REM-400                    PIC 9(04)   VALUE ZERO.
012700 77  WS-ANCHOR-DD                       PIC 9(02)   VALUE ZERO.
012800 77  WS-MONTH-END-DD                    PIC 9(02)   VALUE ZERO.
012900 77  WS-PERIOD-DAYS                     PIC 9(03)   VALUE ZERO.
013000 77  WS-UNEARNED-DAYS                   PIC 9(03)   VALUE ZERO.
013100 77  WS-PREMIUM                         PIC 9(07)V99 VALUE ZERO.
013200 77  WS-REFUND                          PIC 9(07)V99 VALUE ZERO.
013300 77  WS-EXCL-COUNT                      PIC 9(05)   VALUE ZERO.
013400 77  WS-EXCL-MAX                        PIC 9(05)   VALUE 20000.
013500 77  WS-EXCL-IDX                        PIC 9(05)   VALUE ZERO.
013600 77  WS-EXCL-FOUND-IDX                  PIC 9(05)   VALUE ZERO.
013700 77  WS-REF-COUNT                       PIC 9(04)   VALUE ZERO.
013800 77  WS-REF-MAX                         PIC 9(04)   VALUE 0300.
013900 77  WS-REF-IDX                         PIC 9(04)   VALUE ZERO.
014000 77  WS-REF-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
014100 77  WS-SENT-COUNT                      PIC 9(05)   VALUE ZERO.
014200 77  WS-SENT-MAX                        PIC 9(05)   VALUE 50000.
014300 77  WS-SENT-IDX                        PIC 9(05)   VALUE ZERO.
014400 77  WS-STAT-IDX                        PIC 9(02)   VALUE ZERO.
014500 77  WS-GRP-IDX                         PIC 9(01)   VALUE ZERO.
014600 77  WS-ITM-IDX                         PIC 9(01)   VALUE ZERO.
014700 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
014800 77  WS-CHK-FIELD-ID                    PIC X(03)   VALUE SPACES.
014900 77  WS-CHK-CODE                        PIC X(02)   VALUE SPACES.
015000 77  WS-CHK-DATE                        PIC 9(08)   VALUE ZERO.
015100 77  WS-FOUND-SW                        PIC X(01)   VALUE 'N'.
015200     88  WS-FOUND                                   VALUE 'Y'.
015300 77  WS-COVERED-SW                      PIC X(01)   VALUE 'N'.
015400     88  WS-COVERED                                 VALUE 'Y'.
015500 77  WS-SENT-FOUND-SW                   PIC X(01)   VALUE 'N'.
015600     88  WS-SENT-FOUND                              VALUE 'Y'.
015700 77  WS-DETAIL-COUNT                    PIC 9(09)   VALUE ZERO.
015800 77  WS-CLOSED-COUNT                    PIC 9(07)   VALUE ZERO.
015900 77  WS-NO-COVERAGE-COUNT               PIC 9(07)   VALUE ZERO.
016000 77  WS-NOT-ON-FILE-COUNT               PIC 9(07)   VALUE ZERO.
016100 77  WS-READ-ERROR-COUNT                PIC 9(07)   VALUE ZERO.
016200 77  WS-CANCELLED-COUNT                 PIC 9(07)   VALUE ZERO.
016300 77  WS-ALREADY-COUNT                   PIC 9(07)   VALUE ZERO.
016400 77  WS-REFUND-COUNT                    PIC 9(07)   VALUE ZERO.
016500 77  WS-CARRIED-COUNT                   PIC 9(07)   VALUE ZERO.
016600 77  WS-RETIRED-COUNT                   PIC 9(07)   VALUE ZERO.
016700 77  WS-ENV-CAN-COUNT                   PIC 9(09)   VALUE ZERO.
016800 77  WS-ENV-RFD-COUNT                   PIC 9(09)   VALUE ZERO.
016900 77  WS-ENV-AMOUNT-TOTAL                PIC 9(18)   VALUE ZERO.
017000 77  WS-REFUND-TOTAL                    PIC 9(11)V99 VALUE ZERO.
017100     COPY "EXTENVL.cpy".
017200 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
017300 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
017400                                        PIC X(08).
017500 01  WS-CURRENT-DATE-TIME.
017600     05  WS-CURRENT-DATE                PIC 9(08).
017700     05  WS-CURRENT-TIME                PIC 9(06).
017800     05  FILLER                         PIC X(08).
017900 01  WS-CLOSED-STATUS-LIST              PIC X(16)
018000                                        VALUE 'CLCOEX'.
018100 01  WS-CLOSED-STATUS-R REDEFINES WS-CLOSED-STATUS-LIST.
018200     05  WS-CLOSED-STATUS OCCURS 8 TIMES
018300                                        PIC X(02).
018400 01  WS-MONTH-DAYS-VALUES               PIC X(24)
018500                         VALUE '312831303130313130313031'.
018600 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-VALUES.
018700     05  WS-MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
018800 01  WS-EXCL-TABLE.
018900     05  WS-EXCL-ENTRY OCCURS 20000 TIMES.
019000         10  WS-EXCL-ACCOUNT            PIC X(19).
019100         10  WS-EXCL-STATUS             PIC X(02).
019200         10  WS-EXCL-REASON             PIC X(02).
019300         10  WS-EXCL-RUN-DATE           PIC 9(08).
019400 01  WS-REFERENCE-TABLE.
019500     05  WS-REF-ENTRY OCCURS 300 TIMES.
019600         10  WS-REF-FIELD-ID            PIC X(03).
019700         10  WS-REF-CODE                PIC X(02).
019800         10  WS-REF-CLASS               PIC X(01).
019900             88  WS-REF-PERMANENT               VALUE 'P'.
020000 01  WS-SENT-TABLE.
020100     05  WS-SENT-KEY OCCURS 50000 TIMES PIC X(29).
020200 01  WS-WORK-KEY.
020300     05  WS-WORK-ACCOUNT                PIC X(19).
020400     05  WS-WORK-TYPE                   PIC X(02).
020500     05  WS-WORK-START-DATE             PIC 9(08).
020600 01  WS-CLOSURE.
020700     05  WS-CLOSURE-REASON              PIC X(04).
020800     05  WS-CLOSURE-CODE                PIC X(05).
020900     05  WS-CLOSURE-DATE                PIC 9(08).
021000 01  WS-CANCEL-DATE                     PIC 9(08)   VALUE ZERO.
021100 01  WS-ANNIV-DATE                      PIC 9(08)   VALUE ZERO.
021200 01  WS-ANNIV-DATE-R REDEFINES WS-ANNIV-DATE.
021300     05  WS-ANNIV-YYYY                  PIC 9(04).
021400     05  WS-ANNIV-MM                    PIC 9(02).
021500     05  WS-ANNIV-DD                    PIC 9(02).
021600 01  WS-PERIOD-FROM                     PIC 9(08)   VALUE ZERO.
021700 01  WS-PERIOD-TO                       PIC 9(08)   VALUE ZERO.
021800 01  WS-HEADING-LINE.
021900     05  FILLER                         PIC X(40)
022000             VALUE 'ADR034C - INSURANCE CANCELLATION REPORT '.
022100     05  FILLER                         PIC X(10)
022200             VALUE 'RUN DATE: '.
022300     05  WS-HDG-RUN-DATE                PIC 9(08).
022400     05  FILLER                         PIC X(42)   VALUE SPACES.
022500 01  WS-COLUMN-LINE.
022600     05  FILLER                         PIC X(40)
022700             VALUE 'ACCOUNT             TP STARTED  CANCELED'.
022800     05  FILLER                         PIC X(40)
022900             VALUE '  WHY  CODE       PREMIUM       REFUND  '.
023000     05  FILLER                         PIC X(20)   VALUE SPACES.
023010 01  WS-REPLAY-LINE.
023020     05  FILLER                         PIC X(31)
023030         VALUE '*** REPLAY RUN - BUSINESS DATE '.
023040     05  WS-RPL-DATE                    PIC 9(08).
023050     05  FILLER                         PIC X(30)
023060         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
023070     05  FILLER                         PIC X(31)   VALUE SPACES.
023100 01  WS-DETAIL-LINE.
023200     05  WS-DTL-ACCOUNT                 PIC X(19).
023300     05  FILLER                         PIC X(01)   VALUE SPACES.
023400     05  WS-DTL-TYPE                    PIC X(02).
023500     05  FILLER                         PIC X(01)   VALUE SPACES.
023600     05  WS-DTL-START-DATE              PIC 9(08).
023700     05  FILLER                         PIC X(01)   VALUE SPACES.
023800     05  WS-DTL-CANCEL-DATE             PIC 9(08).
023900     05  FILLER                         PIC X(02)   VALUE SPACES.
024000     05  WS-DTL-REASON                  PIC X(04).
024100     05  FILLER                         PIC X(01)   VALUE SPACES.
024200     05  WS-DTL-CODE                    PIC X(05).
024300     05  FILLER                         PIC X(01)   VALUE SPACES.
024400     05  WS-DTL-PREMIUM                 PIC Z,ZZZ,ZZ9.99.
024500     05  FILLER                         PIC X(01)   VALUE SPACES.
024600     05  WS-DTL-REFUND                  PIC Z,ZZZ,ZZ9.99.
024700     05  FILLER                         PIC X(22)   VALUE SPACES.
024800 01  WS-TOTAL-LINE-1.
024900     05  FILLER                         PIC X(24)
025000                       VALUE 'CLOSED ACCOUNTS       :'.
025100     05  WS-TOT-CLOSED                  PIC ZZZ,ZZ9.
025200     05  FILLER                         PIC X(69)   VALUE SPACES.
025300 01  WS-TOTAL-LINE-2.
025400     05  FILLER                         PIC X(24)
025500                       VALUE 'NOT ON VQOEM FILE     :'.
025600     05  WS-TOT-NOT-ON-FILE             PIC ZZZ,ZZ9.
025700     05  FILLER                         PIC X(69)   VALUE SPACES.
025800 01  WS-TOTAL-LINE-3.
025900     05  FILLER                         PIC X(24)
026000                       VALUE 'NO ACTIVE COVERAGE    :'.
026100     05  WS-TOT-NO-COVERAGE             PIC ZZZ,ZZ9.
026200     05  FILLER                         PIC X(69)   VALUE SPACES.
026300 01  WS-TOTAL-LINE-4.
026400     05  FILLER                         PIC X(24)
026500                       VALUE 'COVERAGES CANCELLED   :'.
026600     05  WS-TOT-CANCELLED               PIC ZZZ,ZZ9.
026700     05  FILLER                         PIC X(69)   VALUE SPACES.
026800 01  WS-TOTAL-LINE-5.
026900     05  FILLER                         PIC X(24)
027000                       VALUE 'ALREADY SENT          :'.
027100     05  WS-TOT-ALREADY                 PIC ZZZ,ZZ9.
027200     05  FILLER                         PIC X(69)   VALUE SPACES.
027300 01  WS-TOTAL-LINE-6.
027400     05  FILLER                         PIC X(24)
027500                       VALUE 'REFUNDS INSTRUCTED    :'.
027600     05  WS-TOT-REFUNDS                 PIC ZZZ,ZZ9.
027700     05  FILLER                         PIC X(02)   VALUE SPACES.
027800     05  WS-TOT-REFUND-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027900     05  FILLER                         PIC X(50)   VALUE SPACES.
028000******************************************************************
028100*                 LINKAGE SECTION                               *
028200******************************************************************
028300 LINKAGE SECTION.
028400 01  LS-PARM.
028500     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
028600     03  LS-PARM-BUSDATE                PIC X(06).
028700******************************************************************
028800*                 PROCEDURE DIVISION                            *
028900******************************************************************
029000 PROCEDURE DIVISION USING LS-PARM.
029100 0000-MAINLINE.
029200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
029300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
029400     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
029500             UNTIL WS-EOF.
029600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
029700     GOBACK.
029800 0000-EXIT.
029900     EXIT.
030000******************************************************************
030100*   1000 - BUSINESS DATE, REFERENCE TABLES, SENT LOG AND FILES   *
030200******************************************************************
030300 1000-INITIALIZE.
030400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030500     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
030600     IF LS-PARM-LENGTH >= 6
030700         AND LS-PARM-BUSDATE NUMERIC
030800         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
030900         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
031000     END-IF.
031100     COMPUTE WS-TODAY-INT-DATE =
031200             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
031300     MOVE SPACES TO WS-REFERENCE-TABLE.
031400     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
031410     IF WS-REPLAY-RUN
031420         MOVE WS-REPLAY-DATE TO WS-BUSINESS-DATE
031430         COMPUTE WS-TODAY-INT-DATE =
031440                 FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
031450     END-IF.
031500     PERFORM 1600-LOAD-REFERENCE THRU 1600-EXIT.
031600     PERFORM 1700-LOAD-EXCLUSIONS THRU 1700-EXIT.
031700     OPEN OUTPUT SLOG-OUT-FILE.
031800     PERFORM 1800-LOAD-SENT-LOG  THRU 1800-EXIT.
031900     IF WS-DROPPED-COUNT NOT = ZERO
032000         DISPLAY 'ADR034C - TABLE FULL, ENTRIES DROPPED : '
032100                 WS-DROPPED-COUNT
032200         MOVE 8 TO RETURN-CODE
032300     END-IF.
032400     OPEN INPUT  CLIDATA-FILE.
032500     OPEN INPUT  VQOEMKY-FILE.
032600     OPEN OUTPUT ADRSCAN-FILE.
032700     OPEN OUTPUT ADRSRFD-FILE.
032800     OPEN OUTPUT REPORT-FILE.
032900     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
033000     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
033100     MOVE 'SEGCANC ' TO EXTENVL-HDR-FILE-ID.
033200     MOVE SPACES TO ADRSCAN-ENTRY.
033300     MOVE EXTENVL-HEADER TO ADRSCAN-ENTRY(1:25).
033400     WRITE ADRSCAN-ENTRY.
033500     MOVE 'SEGRFND ' TO EXTENVL-HDR-FILE-ID.
033600     MOVE SPACES TO ADRSRFD-ENTRY.
033700     MOVE EXTENVL-HEADER TO ADRSRFD-ENTRY(1:25).
033800     WRITE ADRSRFD-ENTRY.
033900     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
034000     WRITE REPORT-LINE FROM WS-HEADING-LINE.
034100     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
034110     IF WS-REPLAY-RUN
034120         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
034130         WRITE REPORT-LINE FROM WS-REPLAY-LINE
034140     END-IF.
034200     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500******************************************************************
034600*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
034700******************************************************************
034800 1500-LOAD-RUN-PARMS.
034900     OPEN INPUT RUNPARM-FILE.
035000     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
035100             UNTIL WS-PARM-EOF.
035200     CLOSE RUNPARM-FILE.
035300 1500-EXIT.
035400     EXIT.
035500 1510-READ-ONE-PARM.
035600     READ RUNPARM-FILE
035700         AT END SET WS-PARM-EOF TO TRUE
035800         NOT AT END
035900             IF RUNPARM-PROGRAM-ID = 'ADR034C '
036000                 AND RUNPARM-KEY = 'CLSDSTAT'
036100                 MOVE RUNPARM-VALUE TO WS-CLOSED-STATUS-LIST
036200                 DISPLAY 'ADR034C - CLOSED STATUSES SET TO '
036300                         WS-CLOSED-STATUS-LIST
036400                         ' BY RUN PARAMETER'
036500             END-IF
036600             IF RUNPARM-PROGRAM-ID = 'ADR034C '
036700                 AND RUNPARM-KEY = 'LOGKEEP '
036800                 MOVE RUNPARM-VALUE-NUM TO WS-LOG-KEEP-DAYS
036900                 DISPLAY 'ADR034C - SENT-LOG RETENTION SET TO '
037000                         WS-LOG-KEEP-DAYS
037100                         ' DAYS BY RUN PARAMETER'
037200             END-IF
037210             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
037220                 AND RUNPARM-KEY = 'BUSDATE '
037230                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
037240                 SET WS-REPLAY-RUN TO TRUE
037250                 DISPLAY 'ADR034C - REPLAY RUN FOR BUSINESS DATE '
037260                         WS-REPLAY-DATE
037270             END-IF
037300     END-READ.
037400 1510-EXIT.
037500     EXIT.
037600******************************************************************
037700*   1600 - TABLE THE BLOCK-CODE REFERENCE CARDS                  *
037800******************************************************************
037900 1600-LOAD-REFERENCE.
038000     OPEN INPUT BLKREF-FILE.
038100     PERFORM 1610-LOAD-ONE-CARD THRU 1610-EXIT
038200             UNTIL WS-REF-EOF.
038300     CLOSE BLKREF-FILE.
038400     DISPLAY 'ADR034C - BLOCK-CODE REFERENCE CARDS LOADED : '
038500             WS-REF-COUNT.
038600     IF WS-REF-COUNT = ZERO
038700         DISPLAY 'ADR034C - NO BLOCK-CODE REFERENCE CARDS, '
038800                 'PERMANENT BLOCKS NOT RECOGNIZED'
038900         MOVE 8 TO RETURN-CODE
039000     END-IF.
039100 1600-EXIT.
039200     EXIT.
039300 1610-LOAD-ONE-CARD.
039400     READ BLKREF-FILE
039500         AT END SET WS-REF-EOF TO TRUE
039600         NOT AT END
039700             IF BLKREF-CARD(1:1) = '*'
039800                 GO TO 1610-EXIT
039900             END-IF
040000             IF WS-REF-COUNT >= WS-REF-MAX
040100                 ADD 1 TO WS-DROPPED-COUNT
040200                 GO TO 1610-EXIT
040300             END-IF
040400             ADD 1 TO WS-REF-COUNT
040500             MOVE BLKREF-FIELD-ID
040600                  TO WS-REF-FIELD-ID(WS-REF-COUNT)
040700             MOVE BLKREF-CODE
040800                  TO WS-REF-CODE(WS-REF-COUNT)
040900             MOVE BLKREF-BLOCK-CLASS
041000                  TO WS-REF-CLASS(WS-REF-COUNT)
041100     END-READ.
041200 1610-EXIT.
041300     EXIT.
041400******************************************************************
041500*   1700 - TABLE TONIGHT'S CLIEXCL EXCLUSIONS                    *
041600******************************************************************
041700 1700-LOAD-EXCLUSIONS.
041800     OPEN INPUT CLIEXCL-FILE.
041900     PERFORM 1710-LOAD-ONE-EXCLUSION THRU 1710-EXIT
042000             UNTIL WS-EXCL-EOF.
042100     CLOSE CLIEXCL-FILE.
042200     DISPLAY 'ADR034C - EXCLUSIONS LOADED : ' WS-EXCL-COUNT.
042300 1700-EXIT.
042400     EXIT.
042500 1710-LOAD-ONE-EXCLUSION.
042600     READ CLIEXCL-FILE
042700         AT END SET WS-EXCL-EOF TO TRUE
042800         NOT AT END
042900             IF CLIEXCL-ENTRY(1:3) = 'HDR'
043000                 OR CLIEXCL-ENTRY(1:3) = 'TRL'
043100                 GO TO 1710-EXIT
043200             END-IF
043300             IF WS-EXCL-COUNT >= WS-EXCL-MAX
043400                 ADD 1 TO WS-DROPPED-COUNT
043500             ELSE
043600                 ADD 1 TO WS-EXCL-COUNT
043700                 MOVE CLIEXCL-ACCOUNT-NUMBER
043800                     TO WS-EXCL-ACCOUNT(WS-EXCL-COUNT)
043900                 MOVE CLIEXCL-RECORD-STATUS
044000                     TO WS-EXCL-STATUS(WS-EXCL-COUNT)
044100                 MOVE CLIEXCL-EXCLUSION-REASON
044200                     TO WS-EXCL-REASON(WS-EXCL-COUNT)
044300                 MOVE CLIEXCL-RUN-DATE
044400                     TO WS-EXCL-RUN-DATE(WS-EXCL-COUNT)
044500             END-IF
044600     END-READ.
044700 1710-EXIT.
044800     EXIT.
044900******************************************************************
045000*   1800 - CARRY THE SENT LOG FORWARD AND TABLE ITS KEYS;        *
045100*           ENTRIES PAST THE RETENTION PERIOD ARE RETIRED        *
045200******************************************************************
045300 1800-LOAD-SENT-LOG.
045400     OPEN INPUT SLOG-IN-FILE.
045500     PERFORM 1810-LOAD-ONE-SENT THRU 1810-EXIT
045600             UNTIL WS-SLOG-EOF.
045700     CLOSE SLOG-IN-FILE.
045800 1800-EXIT.
045900     EXIT.
046000 1810-LOAD-ONE-SENT.
046100     READ SLOG-IN-FILE
046200         AT END SET WS-SLOG-EOF TO TRUE
046300         NOT AT END
046400             ADD 1 TO WS-RUNSTAT-READ
046500             MOVE SLOGIN-SENT-DATE TO WS-DATE-IN
046600             PERFORM 2800-EDIT-DATE THRU 2800-EXIT
046700             IF WS-DATE-OK
046800                 COMPUTE WS-SENT-INT-DATE =
046900                     FUNCTION INTEGER-OF-DATE(SLOGIN-SENT-DATE)
047000                 IF WS-SENT-INT-DATE + WS-LOG-KEEP-DAYS
047100                     < WS-TODAY-INT-DATE
047200                     ADD 1 TO WS-RETIRED-COUNT
047300                     GO TO 1810-EXIT
047400                 END-IF
047500             END-IF
047600             MOVE SLOGIN-RECORD TO ADRSLOG-RECORD
047700             WRITE ADRSLOG-RECORD
047800             ADD 1 TO WS-RUNSTAT-WRITTEN
047900             ADD 1 TO WS-CARRIED-COUNT
048000             IF WS-SENT-COUNT >= WS-SENT-MAX
048100                 ADD 1 TO WS-DROPPED-COUNT
048200             ELSE
048300                 ADD 1 TO WS-SENT-COUNT
048400                 MOVE SLOGIN-KEY TO WS-SENT-KEY(WS-SENT-COUNT)
048500             END-IF
048600     END-READ.
048700 1810-EXIT.
048800     EXIT.
048900******************************************************************
049000*   2000 - TEST ONE DETAIL ACCOUNT FOR CLOSURE                   *
049100******************************************************************
049200 2000-PROCESS-FILE.
049300     IF CLIDATA-RECTYPE-DETAIL
049400         ADD 1 TO WS-DETAIL-COUNT
049500         PERFORM 2200-TEST-CLOSURE THRU 2200-EXIT
049600         IF WS-CLOSURE-REASON NOT = SPACES
049700             PERFORM 2400-CANCEL-ACCOUNT THRU 2400-EXIT
049800         END-IF
049900     END-IF.
050000     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
050100 2000-EXIT.
050200     EXIT.
050300 2100-READ-CLIDATA.
050400     READ CLIDATA-FILE
050500         AT END SET WS-EOF TO TRUE
050600         NOT AT END ADD 1 TO WS-RUNSTAT-READ
050700     END-READ.
050800 2100-EXIT.
050900     EXIT.
051000******************************************************************
051100*   2200 - WORK THE CLOSURE SIGNALS IN ORDER: PERMANENT BLOCK,   *
051200*           EXCLUSION, CLOSED STATUS. THE FIRST ONE FOUND GIVES  *
051300*           THE REASON AND THE CLOSURE DATE                      *
051400******************************************************************
051500 2200-TEST-CLOSURE.
051600     MOVE SPACES TO WS-CLOSURE.
051700     MOVE ZERO   TO WS-CLOSURE-DATE.
051800     IF CLIDATA-BLOCK-CODE-1 NOT = ZERO
051900         MOVE 'BC1'                     TO WS-CHK-FIELD-ID
052000         MOVE CLIDATA-BLOCK-CODE-1      TO WS-CHK-CODE
052100         MOVE CLIDATA-BLOCK-CODE-1-DATE TO WS-CHK-DATE
052200         PERFORM 2210-TEST-PERMANENT THRU 2210-EXIT
052300     END-IF.
052400     IF CLIDATA-BLK-CODE-1 NOT = SPACE
052500         MOVE 'BK1'                     TO WS-CHK-FIELD-ID
052600         MOVE CLIDATA-BLK-CODE-1        TO WS-CHK-CODE
052700         MOVE CLIDATA-BLOCK-CODE-1-DATE TO WS-CHK-DATE
052800         PERFORM 2210-TEST-PERMANENT THRU 2210-EXIT
052900     END-IF.
053000     IF CLIDATA-BLK-CODE-2 NOT = SPACE
053100         MOVE 'BK2'                     TO WS-CHK-FIELD-ID
053200         MOVE CLIDATA-BLK-CODE-2        TO WS-CHK-CODE
053300         MOVE CLIDATA-BLOCK-CODE-2-DATE TO WS-CHK-DATE
053400         PERFORM 2210-TEST-PERMANENT THRU 2210-EXIT
053500     END-IF.
053600     IF WS-CLOSURE-REASON NOT = SPACES
053700         GO TO 2200-EXIT
053800     END-IF.
053900     MOVE ZERO TO WS-EXCL-FOUND-IDX.
054000     PERFORM 2230-TEST-ONE-EXCLUSION THRU 2230-EXIT
054100             VARYING WS-EXCL-IDX FROM 1 BY 1
054200             UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
054300                OR WS-EXCL-FOUND-IDX NOT = ZERO.
054400     IF WS-EXCL-FOUND-IDX NOT = ZERO
054500         MOVE 'EXCL'                    TO WS-CLOSURE-REASON
054600         MOVE WS-EXCL-STATUS(WS-EXCL-FOUND-IDX)
054700                                        TO WS-CLOSURE-CODE(1:2)
054800         MOVE WS-EXCL-REASON(WS-EXCL-FOUND-IDX)
054900                                        TO WS-CLOSURE-CODE(4:2)
055000         MOVE WS-EXCL-RUN-DATE(WS-EXCL-FOUND-IDX)
055100                                        TO WS-CLOSURE-DATE
055200         GO TO 2200-EXIT
055300     END-IF.
055400     IF CLIDATA-RECORD-STATUS = SPACES
055500         GO TO 2200-EXIT
055600     END-IF.
055700     MOVE 'N' TO WS-FOUND-SW.
055800     PERFORM 2240-TEST-ONE-STATUS THRU 2240-EXIT
055900             VARYING WS-STAT-IDX FROM 1 BY 1
056000             UNTIL WS-STAT-IDX > 8
056100                OR WS-FOUND.
056200     IF WS-FOUND
056300         MOVE 'STAT'                    TO WS-CLOSURE-REASON
056400         MOVE CLIDATA-RECORD-STATUS     TO WS-CLOSURE-CODE
056500     END-IF.
056600 2200-EXIT.
056700     EXIT.
056800******************************************************************
056900*   2210 - LOOK ONE BLOCK CODE UP; THE FIRST PERMANENT CODE      *
057000*           FOUND CLOSES THE ACCOUNT ON ITS BLOCK DATE           *
057100******************************************************************
057200 2210-TEST-PERMANENT.
057300     IF WS-CLOSURE-REASON NOT = SPACES
057400         GO TO 2210-EXIT
057500     END-IF.
057600     MOVE ZERO TO WS-REF-FOUND-IDX.
057700     PERFORM 2220-TEST-ONE-REF THRU 2220-EXIT
057800             VARYING WS-REF-IDX FROM 1 BY 1
057900             UNTIL WS-REF-IDX > WS-REF-COUNT
058000                OR WS-REF-FOUND-IDX NOT = ZERO.
058100     IF WS-REF-FOUND-IDX = ZERO
058200         GO TO 2210-EXIT
058300     END-IF.
058400     IF WS-REF-PERMANENT(WS-REF-FOUND-IDX)
058500         MOVE 'BLKP'            TO WS-CLOSURE-REASON
058600         MOVE WS-CHK-FIELD-ID   TO WS-CLOSURE-CODE(1:3)
058700         MOVE WS-CHK-CODE       TO WS-CLOSURE-CODE(4:2)
058800         MOVE WS-CHK-DATE       TO WS-CLOSURE-DATE
058900     END-IF.
059000 2210-EXIT.
059100     EXIT.
059200 2220-TEST-ONE-REF.
059300     IF WS-REF-FIELD-ID(WS-REF-IDX) = WS-CHK-FIELD-ID
059400         AND WS-REF-CODE(WS-REF-IDX) = WS-CHK-CODE
059500         MOVE WS-REF-IDX TO WS-REF-FOUND-IDX
059600     END-IF.
059700 2220-EXIT.
059800     EXIT.
059900 2230-TEST-ONE-EXCLUSION.
060000     IF WS-EXCL-ACCOUNT(WS-EXCL-IDX) = CLIDATA-ACCOUNT-NUMBER
060100         MOVE WS-EXCL-IDX TO WS-EXCL-FOUND-IDX
060200     END-IF.
060300 2230-EXIT.
060400     EXIT.
060500 2240-TEST-ONE-STATUS.
060600     IF WS-CLOSED-STATUS(WS-STAT-IDX) = CLIDATA-RECORD-STATUS
060700         SET WS-FOUND TO TRUE
060800     END-IF.
060900 2240-EXIT.
061000     EXIT.
061100******************************************************************
061200*   2400 - READ THE CLOSED ACCOUNT'S COVERAGE AND CANCEL EVERY   *
061300*           ACTIVE ITEM NOT ALREADY SENT                         *
061400******************************************************************
061500 2400-CANCEL-ACCOUNT.
061600     ADD 1 TO WS-CLOSED-COUNT.
061700     MOVE WS-CLOSURE-DATE TO WS-DATE-IN.
061800     PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
061900     IF NOT WS-DATE-OK
062000         OR WS-CLOSURE-DATE > WS-BUSINESS-DATE
062100         MOVE WS-BUSINESS-DATE TO WS-CLOSURE-DATE
062200     END-IF.
062300     MOVE CLIDATA-ACCOUNT-NUMBER TO VKEY-NUM-CLI.
062400     READ VQOEMKY-FILE.
062500     IF WS-VQOEMKY-NOT-FOUND
062600         ADD 1 TO WS-NOT-ON-FILE-COUNT
062700         GO TO 2400-EXIT
062800     END-IF.
062900     IF NOT WS-VQOEMKY-OK
063000         DISPLAY 'ADR034C - VQOEM READ ERROR, STATUS '
063100                 WS-VQOEMKY-STATUS ' ACCOUNT '
063200                 CLIDATA-ACCOUNT-NUMBER
063300         ADD 1 TO WS-READ-ERROR-COUNT
063400         MOVE 8 TO RETURN-CODE
063500         GO TO 2400-EXIT
063600     END-IF.
063700     MOVE 'N' TO WS-COVERED-SW.
063800     PERFORM 2410-CANCEL-ONE-GROUP THRU 2410-EXIT
063900             VARYING WS-GRP-IDX FROM 1 BY 1
064000             UNTIL WS-GRP-IDX > 2.
064100     IF NOT WS-COVERED
064200         ADD 1 TO WS-NO-COVERAGE-COUNT
064300     END-IF.
064400 2400-EXIT.
064500     EXIT.
064600 2410-CANCEL-ONE-GROUP.
064700     PERFORM 2420-CANCEL-ONE-ITEM THRU 2420-EXIT
064800             VARYING WS-ITM-IDX FROM 1 BY 1
064900             UNTIL WS-ITM-IDX > 3.
065000 2410-EXIT.
065100     EXIT.
065200 2420-CANCEL-ONE-ITEM.
065300     IF VKEY-TIP-COBR-SEGR(WS-GRP-IDX WS-ITM-IDX) = SPACES
065400         GO TO 2420-EXIT
065500     END-IF.
065600     SET WS-COVERED TO TRUE.
065700     MOVE CLIDATA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
065800     MOVE VKEY-TIP-COBR-SEGR(WS-GRP-IDX WS-ITM-IDX)
065900                                 TO WS-WORK-TYPE.
066000     MOVE ZERO                   TO WS-WORK-START-DATE.
066100     IF VKEY-DAT-INI-COBR-SEGR(WS-GRP-IDX) NUMERIC
066200         AND VKEY-DAT-INI-COBR-SEGR(WS-GRP-IDX) > ZERO
066300         COMPUTE WS-WORK-START-DATE =
066400                 VKEY-DAT-INI-COBR-SEGR(WS-GRP-IDX) + 19000000
066500     END-IF.
066600     MOVE WS-WORK-START-DATE TO WS-DATE-IN.
066700     PERFORM 2800-EDIT-DATE THRU 2800-EXIT.
066800     IF NOT WS-DATE-OK
066900         MOVE ZERO TO WS-WORK-START-DATE
067000     END-IF.
067100     MOVE 'N' TO WS-SENT-FOUND-SW.
067200     PERFORM 2430-TEST-ONE-SENT THRU 2430-EXIT
067300             VARYING WS-SENT-IDX FROM 1 BY 1
067400             UNTIL WS-SENT-IDX > WS-SENT-COUNT
067500                OR WS-SENT-FOUND.
067600     IF WS-SENT-FOUND
067700         ADD 1 TO WS-ALREADY-COUNT
067800         GO TO 2420-EXIT
067900     END-IF.
068000     MOVE WS-CLOSURE-DATE TO WS-CANCEL-DATE.
068100     IF WS-WORK-START-DATE NOT = ZERO
068200         AND WS-CANCEL-DATE < WS-WORK-START-DATE
068300         MOVE WS-WORK-START-DATE TO WS-CANCEL-DATE
068400     END-IF.
068500     MOVE ZERO TO WS-PREMIUM.
068600     IF VKEY-VLR-IMPT-SEGR(WS-GRP-IDX WS-ITM-IDX) NUMERIC
068700         AND VKEY-VLR-IMPT-SEGR(WS-GRP-IDX WS-ITM-IDX) > ZERO
068800         MOVE VKEY-VLR-IMPT-SEGR(WS-GRP-IDX WS-ITM-IDX)
068900                                 TO WS-PREMIUM
069000     END-IF.
069100     PERFORM 2600-COMPUTE-REFUND THRU 2600-EXIT.
069200     PERFORM 2500-WRITE-CANCELLATION THRU 2500-EXIT.
069300 2420-EXIT.
069400     EXIT.
069500 2430-TEST-ONE-SENT.
069600     IF WS-SENT-KEY(WS-SENT-IDX) = WS-WORK-KEY
069700         SET WS-SENT-FOUND TO TRUE
069800     END-IF.
069900 2430-EXIT.
070000     EXIT.
070100******************************************************************
070200*   2500 - CANCELLATION TO THE INSURER, REFUND TO THE PROCESSOR, *
070300*           SENT-LOG ENTRY AND REPORT LINE                       *
070400******************************************************************
070500 2500-WRITE-CANCELLATION.
070600     MOVE SPACES                 TO ADRSCAN-ENTRY.
070700     MOVE WS-WORK-ACCOUNT        TO ADRSCAN-ACCOUNT-NUMBER.
070800     MOVE WS-GRP-IDX             TO ADRSCAN-COVERAGE-GROUP.
070900     MOVE WS-ITM-IDX             TO ADRSCAN-COVERAGE-ITEM.
071000     MOVE WS-WORK-TYPE           TO ADRSCAN-COVERAGE-TYPE.
071100     MOVE VKEY-IND-CANAL-CTT-SEC(WS-GRP-IDX)
071200                                 TO ADRSCAN-CONTACT-CHANNEL.
071300     MOVE WS-WORK-START-DATE     TO ADRSCAN-START-DATE.
071400     MOVE WS-CANCEL-DATE         TO ADRSCAN-CANCEL-DATE.
071500     MOVE WS-CLOSURE-REASON      TO ADRSCAN-CANCEL-REASON.
071600     MOVE WS-CLOSURE-CODE        TO ADRSCAN-CLOSURE-CODE.
071700     MOVE WS-PREMIUM             TO ADRSCAN-MONTHLY-PREMIUM.
071800     MOVE WS-REFUND              TO ADRSCAN-REFUND-AMOUNT.
071900     MOVE WS-BUSINESS-DATE       TO ADRSCAN-RUN-DATE.
072000     WRITE ADRSCAN-ENTRY.
072100     ADD 1 TO WS-RUNSTAT-WRITTEN.
072200     ADD 1 TO WS-ENV-CAN-COUNT.
072300     ADD 1 TO WS-CANCELLED-COUNT.
072400     IF WS-REFUND > ZERO
072500         MOVE SPACES             TO ADRSRFD-ENTRY
072600         MOVE WS-WORK-ACCOUNT    TO ADRSRFD-ACCOUNT-NUMBER
072700         MOVE WS-WORK-TYPE       TO ADRSRFD-COVERAGE-TYPE
072800         MOVE WS-WORK-START-DATE TO ADRSRFD-START-DATE
072900         MOVE WS-CANCEL-DATE     TO ADRSRFD-CANCEL-DATE
073000         MOVE WS-PERIOD-FROM     TO ADRSRFD-PERIOD-FROM
073100         MOVE WS-PERIOD-TO       TO ADRSRFD-PERIOD-TO
073200         MOVE WS-PERIOD-DAYS     TO ADRSRFD-PERIOD-DAYS
073300         MOVE WS-UNEARNED-DAYS   TO ADRSRFD-UNEARNED-DAYS
073400         MOVE WS-PREMIUM         TO ADRSRFD-MONTHLY-PREMIUM
073500         MOVE WS-REFUND          TO ADRSRFD-REFUND-AMOUNT
073600         MOVE WS-BUSINESS-DATE   TO ADRSRFD-RUN-DATE
073700         WRITE ADRSRFD-ENTRY
073800         ADD 1 TO WS-RUNSTAT-WRITTEN
073900         ADD 1 TO WS-ENV-RFD-COUNT
074000         ADD 1 TO WS-REFUND-COUNT
074100         ADD WS-REFUND TO WS-REFUND-TOTAL
074200         COMPUTE WS-ENV-AMOUNT-TOTAL =
074300                 WS-ENV-AMOUNT-TOTAL + WS-REFUND * 100
074400     END-IF.
074500     MOVE SPACES                 TO ADRSLOG-RECORD.
074600     MOVE WS-WORK-KEY            TO ADRSLOG-KEY.
074700     MOVE WS-CANCEL-DATE         TO ADRSLOG-CANCEL-DATE.
074800     MOVE WS-REFUND              TO ADRSLOG-REFUND-AMOUNT.
074900     MOVE WS-BUSINESS-DATE       TO ADRSLOG-SENT-DATE.
075000     WRITE ADRSLOG-RECORD.
075100     ADD 1 TO WS-RUNSTAT-WRITTEN.
075200     IF WS-SENT-COUNT >= WS-SENT-MAX
075300         ADD 1 TO WS-DROPPED-COUNT
075400     ELSE
075500         ADD 1 TO WS-SENT-COUNT
075600         MOVE WS-WORK-KEY TO WS-SENT-KEY(WS-SENT-COUNT)
075700     END-IF.
075800     MOVE SPACES                 TO WS-DETAIL-LINE.
075900     MOVE WS-WORK-ACCOUNT        TO WS-DTL-ACCOUNT.
076000     MOVE WS-WORK-TYPE           TO WS-DTL-TYPE.
076100     MOVE WS-WORK-START-DATE     TO WS-DTL-START-DATE.
076200     MOVE WS-CANCEL-DATE         TO WS-DTL-CANCEL-DATE.
076300     MOVE WS-CLOSURE-REASON      TO WS-DTL-REASON.
076400     MOVE WS-CLOSURE-CODE        TO WS-DTL-CODE.
076500     MOVE WS-PREMIUM             TO WS-DTL-PREMIUM.
076600     MOVE WS-REFUND              TO WS-DTL-REFUND.
076700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
076800 2500-EXIT.
076900     EXIT.
077000******************************************************************
077100*   2600 - PRO-RATA UNEARNED PREMIUM. THE BILLING MONTH RUNS     *
077200*           FROM THE LAST ANNIVERSARY OF THE START DAY ON OR     *
077300*           BEFORE THE CANCELLATION DATE TO THE NEXT ONE (A DAY  *
077400*           PAST THE MONTH END FALLS ON THE MONTH END); THE DAYS *
077500*           FROM THE CANCELLATION DATE TO THE NEXT ANNIVERSARY   *
077600*           ARE REFUNDED                                         *
077700******************************************************************
077800 2600-COMPUTE-REFUND.
077900     MOVE ZERO TO WS-REFUND.
078000     MOVE ZERO TO WS-PERIOD-FROM.
078100     MOVE ZERO TO WS-PERIOD-TO.
078200     MOVE ZERO TO WS-PERIOD-DAYS.
078300     MOVE ZERO TO WS-UNEARNED-DAYS.
078400     IF WS-WORK-START-DATE = ZERO
078500         OR WS-PREMIUM = ZERO
078600         GO TO 2600-EXIT
078700     END-IF.
078800     MOVE WS-WORK-START-DATE(7:2) TO WS-ANCHOR-DD.
078900     MOVE WS-CANCEL-DATE TO WS-ANNIV-DATE.
079000     PERFORM 2610-SET-ANNIVERSARY THRU 2610-EXIT.
079100     IF WS-ANNIV-DATE > WS-CANCEL-DATE
079200         IF WS-ANNIV-MM = 01
079300             MOVE 12 TO WS-ANNIV-MM
079400             SUBTRACT 1 FROM WS-ANNIV-YYYY
079500         ELSE
079600             SUBTRACT 1 FROM WS-ANNIV-MM
079700         END-IF
079800         PERFORM 2610-SET-ANNIVERSARY THRU 2610-EXIT
079900     END-IF.
080000     MOVE WS-ANNIV-DATE TO WS-PERIOD-FROM.
080100     IF WS-ANNIV-MM = 12
080200         MOVE 01 TO WS-ANNIV-MM
080300         ADD 1 TO WS-ANNIV-YYYY
080400     ELSE
080500         ADD 1 TO WS-ANNIV-MM
080600     END-IF.
080700     PERFORM 2610-SET-ANNIVERSARY THRU 2610-EXIT.
080800     MOVE WS-ANNIV-DATE TO WS-PERIOD-TO.
080900     COMPUTE WS-LAST-INT-DATE =
081000             FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM).
081100     COMPUTE WS-NEXT-INT-DATE =
081200             FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO).
081300     COMPUTE WS-CANCEL-INT-DATE =
081400             FUNCTION INTEGER-OF-DATE(WS-CANCEL-DATE).
081500     COMPUTE WS-PERIOD-DAYS = WS-NEXT-INT-DATE - WS-LAST-INT-DATE.
081600     COMPUTE WS-UNEARNED-DAYS =
081700             WS-NEXT-INT-DATE - WS-CANCEL-INT-DATE.
081800     COMPUTE WS-REFUND ROUNDED =
081900             WS-PREMIUM * WS-UNEARNED-DAYS / WS-PERIOD-DAYS.
082000 2600-EXIT.
082100     EXIT.
082200******************************************************************
082300*   2610 - PUT THE ANCHOR DAY INTO WS-ANNIV-DATE'S MONTH, HELD   *
082400*           TO THE LAST DAY OF A SHORT MONTH                     *
082500******************************************************************
082600 2610-SET-ANNIVERSARY.
082700     MOVE WS-MONTH-DAYS(WS-ANNIV-MM) TO WS-MONTH-END-DD.
082800     IF WS-ANNIV-MM = 02
082900         DIVIDE WS-ANNIV-YYYY BY 4
083000                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-4
083100         DIVIDE WS-ANNIV-YYYY BY 100
083200                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-100
083300         DIVIDE WS-ANNIV-YYYY BY 400
083400                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-400
083500         IF WS-LEAP-REM-4 = ZERO
083600             AND (WS-LEAP-REM-100 NOT = ZERO
083700               OR WS-LEAP-REM-400 = ZERO)
083800             MOVE 29 TO WS-MONTH-END-DD
083900         END-IF
084000     END-IF.
084100     IF WS-ANCHOR-DD > WS-MONTH-END-DD
084200         MOVE WS-MONTH-END-DD TO WS-ANNIV-DD
084300     ELSE
084400         MOVE WS-ANCHOR-DD    TO WS-ANNIV-DD
084500     END-IF.
084600 2610-EXIT.
084700     EXIT.
084800******************************************************************
084900*   2800 - IS WS-DATE-IN A REAL CALENDAR DATE                    *
085000******************************************************************
085100 2800-EDIT-DATE.
085200     MOVE 'N' TO WS-DATE-OK-SW.
085300     IF WS-DATE-IN = ZERO
085400         GO TO 2800-EXIT
085500     END-IF.
085600     DIVIDE WS-DATE-IN BY 100
085700             GIVING WS-DATE-WORK
085800             REMAINDER WS-DATE-DD.
085900     DIVIDE WS-DATE-WORK BY 100
086000             GIVING WS-DATE-WORK
086100             REMAINDER WS-DATE-MM.
086200     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
086300         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
086400         GO TO 2800-EXIT
086500     END-IF.
086600     SET WS-DATE-OK TO TRUE.
086700 2800-EXIT.
086800     EXIT.
086900******************************************************************
087000*                 9000 - TOTALS AND TERMINATION                  *
087100******************************************************************
087200 9000-TERMINATE.
087300     MOVE 'SEGCANC ' TO EXTENVL-TRL-FILE-ID.
087400     MOVE WS-ENV-CAN-COUNT TO EXTENVL-TRL-RECORD-COUNT.
087500     MOVE WS-ENV-AMOUNT-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
087600     MOVE SPACES TO ADRSCAN-ENTRY.
087700     MOVE EXTENVL-TRAILER TO ADRSCAN-ENTRY(1:38).
087800     WRITE ADRSCAN-ENTRY.
087900     MOVE 'SEGRFND ' TO EXTENVL-TRL-FILE-ID.
088000     MOVE WS-ENV-RFD-COUNT TO EXTENVL-TRL-RECORD-COUNT.
088100     MOVE WS-ENV-AMOUNT-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
088200     MOVE SPACES TO ADRSRFD-ENTRY.
088300     MOVE EXTENVL-TRAILER TO ADRSRFD-ENTRY(1:38).
088400     WRITE ADRSRFD-ENTRY.
088500     MOVE WS-CLOSED-COUNT       TO WS-TOT-CLOSED.
088600     MOVE WS-NOT-ON-FILE-COUNT  TO WS-TOT-NOT-ON-FILE.
088700     MOVE WS-NO-COVERAGE-COUNT  TO WS-TOT-NO-COVERAGE.
088800     MOVE WS-CANCELLED-COUNT    TO WS-TOT-CANCELLED.
088900     MOVE WS-ALREADY-COUNT      TO WS-TOT-ALREADY.
089000     MOVE WS-REFUND-COUNT       TO WS-TOT-REFUNDS.
089100     MOVE WS-REFUND-TOTAL       TO WS-TOT-REFUND-AMT.
089200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
089300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
089400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
089500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
089600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
089700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
089800     DISPLAY 'ADR034C - COVERAGES CANCELLED     : '
089900             WS-CANCELLED-COUNT.
090000     DISPLAY 'ADR034C - SENT LOG CARRIED/RETIRED: '
090100             WS-CARRIED-COUNT ' / ' WS-RETIRED-COUNT.
090200     IF WS-READ-ERROR-COUNT NOT = ZERO
090300         DISPLAY 'ADR034C - VQOEM READ ERRORS       : '
090400                 WS-READ-ERROR-COUNT
090500     END-IF.
090600     CLOSE CLIDATA-FILE.
090700     CLOSE VQOEMKY-FILE.
090800     CLOSE SLOG-OUT-FILE.
090900     CLOSE ADRSCAN-FILE.
091000     CLOSE ADRSRFD-FILE.
091100     CLOSE REPORT-FILE.
091110     IF NOT WS-REPLAY-RUN
091120         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
091130     END-IF.
091300 9000-EXIT.
091400     EXIT.
091500******************************************************************
091600*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
091700******************************************************************
091800 9900-WRITE-RUN-STATS.
091900     OPEN OUTPUT RUNLOG-FILE.
092000     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
092100     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
092200     MOVE SPACES                 TO RUNSTAT-ENTRY.
092300     MOVE 'ADR034C'              TO RUNSTAT-PROGRAM-ID.
092400     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
092500     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
092600     MOVE WS-RUNSTAT-START-RAW(1:6)
092700         TO RUNSTAT-START-TIME.
092800     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
092900     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
093000     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
093100     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
093200     WRITE RUNSTAT-ENTRY.
093300     CLOSE RUNLOG-FILE.
093400 9900-EXIT.
093500     EXIT.
093600******************************************************************
093700*                      END OF PROGRAM                            *
093800******************************************************************
