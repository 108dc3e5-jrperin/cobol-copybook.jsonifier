000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI070G                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     DAILY RECEIVABLES GENERAL-LEDGER INTERFACE. THE BALANCED   *
001400*     CLIDATA FILE AND THE DATA1 CURRENT-STATEMENT RECAPS        *
001500*     (REC-TYPE 1, PARSED THROUGH DATRECP) ARE WALKED SIDE BY    *
001600*     SIDE IN ACCOUNT ORDER, AS DAT015I DOES. RECEIVABLES        *
001700*     (CURRENT-BALANCE) AND CASH-ADVANCE BALANCES (CASH-CREDIT-  *
001800*     LIMIT LESS AVAILABLE-CASH-CREDIT) ARE SUMMARIZED BY        *
001900*     COMPANY, LOGO AND PRODUCT, AND THE RECAP FINANCE CHARGES   *
002000*     AND PAYMENTS ARE POSTED AS MOVEMENTS; A RECAP WITH NO      *
002100*     CLIDATA ACCOUNT POSTS UNDER ITS ORG WITH LOGO AND PRODUCT  *
002200*     ZERO. THE DETAIL BALANCE TOTAL MUST EQUAL THE HEADER       *
002300*     CTROL-BALANCE-TOTAL THAT CLI025C PROVES; ONLY THEN IS THE  *
002400*     ENVELOPED CLIGLJ JOURNAL WRITTEN AND THE CLOSING-BALANCE   *
002500*     MASTER (CLIGLB, .NEW SWAP) ROLLED. AN UNBALANCED FILE, A   *
002600*     MISSING HEADER OR A FULL SUMMARY TABLE ENDS RC=16 WITH NO  *
002700*     JOURNAL ENTRIES AND THE PRIOR BALANCES CARRIED UNCHANGED.  *
002800*     THE MOVEMENT REPORT TIES EACH ROW'S OPENING BALANCE PLUS   *
002900*     FINANCE CHARGES, PAYMENTS AND OTHER ACTIVITY TO ITS        *
003000*     CLOSING BALANCE.                                           *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  FSG  ORIGINAL VERSION.                        *
003310*     2026-10-15  FSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
003320*                      THE RUN-CONTROL DATASET MAKES THE         *
003330*                      REPLAYED BUSINESS DATE THE POSTING DATE,  *
003340*                      STAMPS THE REPORT AS A REPLAY AND         *
003350*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003400******************************************************************
003500 PROGRAM-ID.    CLI070G.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT DATA1-FILE    ASSIGN TO DATA1IN
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL GLB-IN-FILE ASSIGN TO GLBIN
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT GLB-OUT-FILE  ASSIGN TO GLBOUT
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT CLIGLJ-FILE   ASSIGN TO CLIGLJ
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT REPORT-FILE   ASSIGN TO CLI070RP
005000         ORGANIZATION IS LINE SEQUENTIAL.
005010     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005020         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CLIDATA-FILE.
005600     COPY "book_tests_OK.cob"
005700         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005800 FD  DATA1-FILE.
005900     COPY "DATA1_EBCDIC.cob"
006000         REPLACING ==:DATA1:== BY ==DATA1== .
006100 FD  GLB-IN-FILE.
006200     COPY "CLIGLB.cpy"
006300         REPLACING ==:CLIGLB:== BY ==GLBIN== .
006400 FD  GLB-OUT-FILE.
006500     COPY "CLIGLB.cpy"
006600         REPLACING ==:CLIGLB:== BY ==CLIGLB== .
006700 FD  CLIGLJ-FILE.
006800     COPY "CLIGLJ.cpy".
006810 FD  RUNPARM-FILE.
006820     COPY "RUNPARM.cpy".
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                        PIC X(132).
007100 FD  RUNLOG-FILE.
007200     COPY "RUNSTAT.cpy".
007300 WORKING-STORAGE SECTION.
007400 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007500 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007600 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007700 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007800 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007900 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
008000     88  WS-CLI-EOF                                 VALUE 'Y'.
008100 77  WS-DATA1-EOF-SW                    PIC X(01)   VALUE 'N'.
008200     88  WS-DATA1-EOF                               VALUE 'Y'.
008300 77  WS-GLB-EOF-SW                      PIC X(01)   VALUE 'N'.
008400     88  WS-GLB-EOF                                 VALUE 'Y'.
008410 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008420     88  WS-PARM-EOF                                VALUE 'Y'.
008430 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008440     88  WS-REPLAY-RUN                              VALUE 'Y'.
008450 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008500 77  WS-HEADER-SW                       PIC X(01)   VALUE 'N'.
008600     88  WS-HEADER-SEEN                             VALUE 'Y'.
008700 77  WS-BALANCED-SW                     PIC X(01)   VALUE 'N'.
008800     88  WS-BALANCED                                VALUE 'Y'.
008900 77  WS-ROW-FOUND-SW                    PIC X(01)   VALUE 'N'.
009000     88  WS-ROW-FOUND                               VALUE 'Y'.
009100 77  WS-ROW-COUNT                       PIC 9(04)   VALUE ZERO.
009200 77  WS-ROW-MAX                         PIC 9(04)   VALUE 2000.
009300 77  WS-ROW-IDX                         PIC 9(04)   VALUE ZERO.
009400 77  WS-SHIFT-IDX                       PIC 9(04)   VALUE ZERO.
009500 77  WS-ROW-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
009600 77  WS-CTROL-BALANCE-TOTAL             PIC 9(18)   VALUE ZERO.
009700 77  WS-DETAIL-BALANCE-TOTAL            PIC 9(18)   VALUE ZERO.
009800 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
009900 77  WS-RECAP-MATCHED-COUNT             PIC 9(09)   VALUE ZERO.
010000 77  WS-RECAP-UNMATCHED-COUNT           PIC 9(09)   VALUE ZERO.
010100 77  WS-JOURNAL-COUNT                   PIC 9(09)   VALUE ZERO.
010200 77  WS-CASH-ADVANCE                    PIC 9(17)   VALUE ZERO.
010300 77  WS-FINCHG-CENTS                    PIC S9(17)  VALUE ZERO.
010400 77  WS-PAYMENT-CENTS                   PIC S9(17)  VALUE ZERO.
010500 77  WS-OTHER-CENTS                     PIC S9(17)  VALUE ZERO.
010600 77  WS-ENTRY-CENTS                     PIC S9(17)  VALUE ZERO.
010700 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
010800 77  WS-GRAND-OPEN                      PIC S9(18)  VALUE ZERO.
010900 77  WS-GRAND-FINCHG                    PIC S9(18)  VALUE ZERO.
011000 77  WS-GRAND-PAYMENT                   PIC S9(18)  VALUE ZERO.
011100 77  WS-GRAND-OTHER                     PIC S9(18)  VALUE ZERO.
011200 77  WS-GRAND-CLOSE                     PIC S9(18)  VALUE ZERO.
011300     COPY "EXTENVL.cpy".
011400     COPY "DATRECP.cpy".
011500 01  WS-KEY.
011600     05  WS-KEY-COMPANY                 PIC 9(03).
011700     05  WS-KEY-LOGO                    PIC 9(03).
011800     05  WS-KEY-PRODUCT                 PIC 9(03).
011900 01  WS-ROW-TABLE.
012000     05  WS-ROW OCCURS 2000 TIMES.
012100         10  WS-ROW-KEY.
012200             15  WS-ROW-COMPANY         PIC 9(03).
012300             15  WS-ROW-LOGO            PIC 9(03).
012400             15  WS-ROW-PRODUCT         PIC 9(03).
012500         10  WS-ROW-OPEN-RCVB           PIC 9(17).
012600         10  WS-ROW-OPEN-CADV           PIC 9(17).
012700         10  WS-ROW-CLOSE-RCVB          PIC 9(17).
012800         10  WS-ROW-CLOSE-CADV          PIC 9(17).
012900         10  WS-ROW-FINCHG              PIC S9(17).
013000         10  WS-ROW-PAYMENT             PIC S9(17).
013100 01  WS-CURRENT-DATE-TIME.
013200     05  WS-CURRENT-DATE                PIC 9(08).
013300     05  WS-CURRENT-TIME                PIC 9(06).
013400     05  FILLER                         PIC X(08).
013500 01  WS-HEADING-LINE.
013600     05  FILLER                         PIC X(40)
013700             VALUE 'CLI070G - RECEIVABLES GL MOVEMENT       '.
013800     05  FILLER                         PIC X(10)
013900             VALUE 'RUN DATE: '.
014000     05  WS-HDG-RUN-DATE                PIC 9(08).
014100     05  FILLER                         PIC X(74)   VALUE SPACES.
014200 01  WS-COLUMN-LINE.
014300     05  FILLER                         PIC X(35)
014400             VALUE 'CO  LGO PRD         OPENING BALANCE'.
014500     05  FILLER                         PIC X(24)
014600             VALUE '         FINANCE CHARGES'.
014700     05  FILLER                         PIC X(24)
014800             VALUE '                PAYMENTS'.
014900     05  FILLER                         PIC X(24)
015000             VALUE '          OTHER ACTIVITY'.
015100     05  FILLER                         PIC X(24)
015200             VALUE '         CLOSING BALANCE'.
015300     05  FILLER                         PIC X(01)   VALUE SPACES.
015400 01  WS-DETAIL-LINE.
015500     05  WS-DTL-KEY.
015600         10  WS-DTL-COMPANY             PIC 9(03).
015700         10  FILLER                     PIC X(01)   VALUE SPACES.
015800         10  WS-DTL-LOGO                PIC 9(03).
015900         10  FILLER                     PIC X(01)   VALUE SPACES.
016000         10  WS-DTL-PRODUCT             PIC 9(03).
016100     05  FILLER                         PIC X(02)   VALUE SPACES.
016200     05  WS-DTL-OPEN
016300                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
016400     05  FILLER                         PIC X(02)   VALUE SPACES.
016500     05  WS-DTL-FINCHG
016600                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
016700     05  FILLER                         PIC X(02)   VALUE SPACES.
016800     05  WS-DTL-PAYMENT
016900                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017000     05  FILLER                         PIC X(02)   VALUE SPACES.
017100     05  WS-DTL-OTHER
017200                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER                         PIC X(02)   VALUE SPACES.
017400     05  WS-DTL-CLOSE
017500                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017600     05  FILLER                         PIC X(01)   VALUE SPACES.
017610 01  WS-REPLAY-LINE.
017620     05  FILLER                         PIC X(31)
017630         VALUE '*** REPLAY RUN - BUSINESS DATE '.
017640     05  WS-RPL-DATE                    PIC 9(08).
017650     05  FILLER                         PIC X(30)
017660         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
017670     05  FILLER                         PIC X(63)   VALUE SPACES.
017700 01  WS-TOTAL-LINE-1.
017800     05  FILLER                         PIC X(24)
017900                       VALUE 'ACCOUNTS READ         :'.
018000     05  WS-TOT-ACCOUNTS                PIC ZZZ,ZZZ,ZZ9.
018100     05  FILLER                         PIC X(97)   VALUE SPACES.
018200 01  WS-TOTAL-LINE-2.
018300     05  FILLER                         PIC X(24)
018400                       VALUE 'RECAPS POSTED         :'.
018500     05  WS-TOT-RECAP-MATCHED           PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                         PIC X(97)   VALUE SPACES.
018700 01  WS-TOTAL-LINE-3.
018800     05  FILLER                         PIC X(24)
018900                       VALUE 'RECAPS WITHOUT ACCOUNT:'.
019000     05  WS-TOT-RECAP-UNMATCHED         PIC ZZZ,ZZZ,ZZ9.
019100     05  FILLER                         PIC X(97)   VALUE SPACES.
019200 01  WS-TOTAL-LINE-4.
019300     05  FILLER                         PIC X(24)
019400                       VALUE 'JOURNAL ENTRIES       :'.
019500     05  WS-TOT-JOURNAL                 PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER                         PIC X(97)   VALUE SPACES.
019700 01  WS-TOTAL-LINE-5.
019800     05  FILLER                         PIC X(24)
019900                       VALUE 'HEADER CONTROL TOTAL  :'.
020000     05  WS-TOT-CTROL
020100                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
020200     05  FILLER                         PIC X(86)   VALUE SPACES.
020300 01  WS-TOTAL-LINE-6.
020400     05  FILLER                         PIC X(24)
020500                       VALUE 'DETAIL BALANCE TOTAL  :'.
020600     05  WS-TOT-DETAIL
020700                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
020800     05  FILLER                         PIC X(86)   VALUE SPACES.
020900 01  WS-TOTAL-LINE-7.
021000     05  FILLER                         PIC X(24)
021100                       VALUE 'JOURNAL STATUS        :'.
021200     05  WS-TOT-STATUS                  PIC X(30).
021300     05  FILLER                         PIC X(78)   VALUE SPACES.
021400******************************************************************
021500*                 PROCEDURE DIVISION                            *
021600******************************************************************
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
022000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
022100     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
022200             UNTIL WS-CLI-EOF.
022300     PERFORM 2300-POST-ONE-RECAP THRU 2300-EXIT
022400             UNTIL WS-DATA1-EOF.
022500     PERFORM 3000-PROVE-CONTROL  THRU 3000-EXIT.
022600     IF WS-BALANCED
022700         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
022800     ELSE
022900         PERFORM 7000-CARRY-PRIOR   THRU 7000-EXIT
023000                 VARYING WS-ROW-IDX FROM 1 BY 1
023100                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
023200     END-IF.
023300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
023400     GOBACK.
023500 0000-EXIT.
023600     EXIT.
023700******************************************************************
023800*   1000 - YESTERDAY'S CLOSING BALANCES AND THE INPUT FILES      *
023900******************************************************************
024000 1000-INITIALIZE.
024100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024110     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
024120     IF WS-REPLAY-RUN
024130         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
024140     END-IF.
024200     OPEN INPUT GLB-IN-FILE.
024300     PERFORM 1100-LOAD-ONE-PRIOR THRU 1100-EXIT
024400             UNTIL WS-GLB-EOF.
024500     CLOSE GLB-IN-FILE.
024600     OPEN INPUT  CLIDATA-FILE.
024700     OPEN INPUT  DATA1-FILE.
024800     OPEN OUTPUT GLB-OUT-FILE.
024900     OPEN OUTPUT CLIGLJ-FILE.
025000     OPEN OUTPUT REPORT-FILE.
025100     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
025200     WRITE REPORT-LINE FROM WS-HEADING-LINE.
025300     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
025310     IF WS-REPLAY-RUN
025320         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
025330         WRITE REPORT-LINE FROM WS-REPLAY-LINE
025340     END-IF.
025400     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
025500     PERFORM 2200-READ-DATA1   THRU 2200-EXIT.
025600 1000-EXIT.
025700     EXIT.
025800 1100-LOAD-ONE-PRIOR.
025900     READ GLB-IN-FILE
026000         AT END SET WS-GLB-EOF TO TRUE
026100         NOT AT END
026200             ADD 1 TO WS-RUNSTAT-READ
026300             MOVE GLBIN-KEY TO WS-KEY
026400             PERFORM 4000-FIND-ROW THRU 4000-EXIT
026500             IF WS-ROW-FOUND
026600                 MOVE GLBIN-RECEIVABLE-BAL
026700                      TO WS-ROW-OPEN-RCVB(WS-ROW-IDX)
026800                 MOVE GLBIN-CASH-ADVANCE-BAL
026900                      TO WS-ROW-OPEN-CADV(WS-ROW-IDX)
027000             END-IF
027100     END-READ.
027200 1100-EXIT.
027300     EXIT.
027302******************************************************************
027304*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
027306******************************************************************
027308 1500-LOAD-RUN-PARMS.
027310     OPEN INPUT RUNPARM-FILE.
027312     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
027314             UNTIL WS-PARM-EOF.
027316     CLOSE RUNPARM-FILE.
027318 1500-EXIT.
027320     EXIT.
027322 1510-READ-ONE-PARM.
027324     READ RUNPARM-FILE
027326         AT END SET WS-PARM-EOF TO TRUE
027328         NOT AT END
027330             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
027332                 AND RUNPARM-KEY = 'BUSDATE '
027334                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
027336                 SET WS-REPLAY-RUN TO TRUE
027338                 DISPLAY 'CLI070G - REPLAY RUN FOR BUSINESS DATE '
027340                         WS-REPLAY-DATE
027342             END-IF
027344     END-READ.
027346 1510-EXIT.
027348     EXIT.
027400******************************************************************
027500*   2000 - ONE CLIDATA ACCOUNT: ITS BALANCES, THEN ITS RECAPS    *
027600******************************************************************
027700 2000-PROCESS-ACCOUNT.
027800     ADD 1 TO WS-ACCOUNT-COUNT.
027900     ADD CLIDATA-CURRENT-BALANCE TO WS-DETAIL-BALANCE-TOTAL.
028000     MOVE ZERO TO WS-CASH-ADVANCE.
028100     IF CLIDATA-CASH-CREDIT-LIMIT > CLIDATA-AVAILABLE-CASH-CREDIT
028200         COMPUTE WS-CASH-ADVANCE = CLIDATA-CASH-CREDIT-LIMIT
028300                                 - CLIDATA-AVAILABLE-CASH-CREDIT
028400     END-IF.
028500     MOVE CLIDATA-COMPANY-CODE TO WS-KEY-COMPANY.
028600     MOVE CLIDATA-LOGO         TO WS-KEY-LOGO.
028700     MOVE CLIDATA-PRODUCT-CODE TO WS-KEY-PRODUCT.
028800     PERFORM 4000-FIND-ROW THRU 4000-EXIT.
028900     IF WS-ROW-FOUND
029000         ADD CLIDATA-CURRENT-BALANCE
029100             TO WS-ROW-CLOSE-RCVB(WS-ROW-IDX)
029200         ADD WS-CASH-ADVANCE TO WS-ROW-CLOSE-CADV(WS-ROW-IDX)
029300     END-IF.
029400     PERFORM 2300-POST-ONE-RECAP THRU 2300-EXIT
029500             UNTIL WS-DATA1-EOF
029600                OR DATA1-ACCT > CLIDATA-ACCOUNT-NUMBER.
029700     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000 2100-READ-CLIDATA.
030100     READ CLIDATA-FILE
030200         AT END SET WS-CLI-EOF TO TRUE
030300         NOT AT END
030400             ADD 1 TO WS-RUNSTAT-READ
030500             IF CLIDATA-RECTYPE-HEADER
030600                 SET WS-HEADER-SEEN TO TRUE
030700                 MOVE CLIDATA-CTROL-BALANCE-TOTAL
030800                      TO WS-CTROL-BALANCE-TOTAL
030900                 GO TO 2100-READ-CLIDATA
031000             END-IF
031100             IF NOT CLIDATA-RECTYPE-DETAIL
031200                 GO TO 2100-READ-CLIDATA
031300             END-IF
031400     END-READ.
031500 2100-EXIT.
031600     EXIT.
031700 2200-READ-DATA1.
031800     READ DATA1-FILE
031900         AT END SET WS-DATA1-EOF TO TRUE
032000         NOT AT END
032100             ADD 1 TO WS-RUNSTAT-READ
032200             IF DATA1-REC-TYPE NOT = 1
032300                 GO TO 2200-READ-DATA1
032400             END-IF
032500     END-READ.
032600 2200-EXIT.
032700     EXIT.
032800******************************************************************
032900*   2300 - POST ONE RECAP'S FINANCE CHARGES AND PAYMENTS TO THE  *
033000*           CURRENT ACCOUNT'S ROW, OR UNDER ITS ORG WHEN NO      *
033100*           CLIDATA ACCOUNT MATCHES                              *
033200******************************************************************
033300 2300-POST-ONE-RECAP.
033400     MOVE DATA1-ATPT-DATA TO DATRECP-AREA.
033500     COMPUTE WS-FINCHG-CENTS  = DATRECP-FINCHG-TOTAL-AMT * 100.
033600     COMPUTE WS-PAYMENT-CENTS = DATRECP-PAYMENT-TOTAL-AMT * 100.
033700     IF NOT WS-CLI-EOF
033800         AND DATA1-ACCT = CLIDATA-ACCOUNT-NUMBER
033900         MOVE CLIDATA-COMPANY-CODE TO WS-KEY-COMPANY
034000         MOVE CLIDATA-LOGO         TO WS-KEY-LOGO
034100         MOVE CLIDATA-PRODUCT-CODE TO WS-KEY-PRODUCT
034200         ADD 1 TO WS-RECAP-MATCHED-COUNT
034300     ELSE
034400         MOVE DATA1-ORG            TO WS-KEY-COMPANY
034500         MOVE ZERO                 TO WS-KEY-LOGO
034600         MOVE ZERO                 TO WS-KEY-PRODUCT
034700         ADD 1 TO WS-RECAP-UNMATCHED-COUNT
034800     END-IF.
034900     PERFORM 4000-FIND-ROW THRU 4000-EXIT.
035000     IF WS-ROW-FOUND
035100         ADD WS-FINCHG-CENTS  TO WS-ROW-FINCHG(WS-ROW-IDX)
035200         ADD WS-PAYMENT-CENTS TO WS-ROW-PAYMENT(WS-ROW-IDX)
035300     END-IF.
035400     PERFORM 2200-READ-DATA1 THRU 2200-EXIT.
035500 2300-EXIT.
035600     EXIT.
035700******************************************************************
035800*   3000 - THE DETAIL BALANCES MUST PROVE TO THE HEADER CONTROL  *
035900*           TOTAL BEFORE ANYTHING GOES TO THE LEDGER             *
036000******************************************************************
036100 3000-PROVE-CONTROL.
036200     IF NOT WS-HEADER-SEEN
036300         DISPLAY 'CLI070G - NO CLIDATA HEADER, JOURNAL NOT SENT'
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 3000-EXIT
036600     END-IF.
036700     IF WS-ROW-DROPPED-COUNT NOT = ZERO
036800         DISPLAY 'CLI070G - SUMMARY TABLE FULL, JOURNAL NOT SENT'
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF.
037200     IF WS-DETAIL-BALANCE-TOTAL NOT = WS-CTROL-BALANCE-TOTAL
037300         DISPLAY 'CLI070G - BALANCES DO NOT PROVE TO HEADER '
037400                 'CONTROL TOTAL, JOURNAL NOT SENT'
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 3000-EXIT
037700     END-IF.
037800     SET WS-BALANCED TO TRUE.
037900 3000-EXIT.
038000     EXIT.
038100******************************************************************
038200*   4000 - LOCATE THE COMPANY/LOGO/PRODUCT ROW, INSERTING IT IN  *
038300*           KEY ORDER WHEN NEW                                   *
038400******************************************************************
038500 4000-FIND-ROW.
038600     MOVE 'N' TO WS-ROW-FOUND-SW.
038700     PERFORM 4100-TEST-ONE-ROW THRU 4100-EXIT
038800             VARYING WS-ROW-IDX FROM 1 BY 1
038900             UNTIL WS-ROW-IDX > WS-ROW-COUNT
039000                OR WS-ROW-FOUND
039100                OR WS-ROW-KEY(WS-ROW-IDX) > WS-KEY.
039200     IF WS-ROW-FOUND
039300         SUBTRACT 1 FROM WS-ROW-IDX
039400         GO TO 4000-EXIT
039500     END-IF.
039600     IF WS-ROW-COUNT >= WS-ROW-MAX
039700         ADD 1 TO WS-ROW-DROPPED-COUNT
039800         GO TO 4000-EXIT
039900     END-IF.
040000     PERFORM 4200-SHIFT-ONE-ROW THRU 4200-EXIT
040100             VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
040200             UNTIL WS-SHIFT-IDX < WS-ROW-IDX.
040300     ADD 1 TO WS-ROW-COUNT.
040400     MOVE WS-KEY TO WS-ROW-KEY(WS-ROW-IDX).
040500     MOVE ZERO   TO WS-ROW-OPEN-RCVB(WS-ROW-IDX).
040600     MOVE ZERO   TO WS-ROW-OPEN-CADV(WS-ROW-IDX).
040700     MOVE ZERO   TO WS-ROW-CLOSE-RCVB(WS-ROW-IDX).
040800     MOVE ZERO   TO WS-ROW-CLOSE-CADV(WS-ROW-IDX).
040900     MOVE ZERO   TO WS-ROW-FINCHG(WS-ROW-IDX).
041000     MOVE ZERO   TO WS-ROW-PAYMENT(WS-ROW-IDX).
041100     SET WS-ROW-FOUND TO TRUE.
041200 4000-EXIT.
041300     EXIT.
041400 4100-TEST-ONE-ROW.
041500     IF WS-ROW-KEY(WS-ROW-IDX) = WS-KEY
041600         SET WS-ROW-FOUND TO TRUE
041700     END-IF.
041800 4100-EXIT.
041900     EXIT.
042000 4200-SHIFT-ONE-ROW.
042100     IF WS-SHIFT-IDX > ZERO
042200         MOVE WS-ROW(WS-SHIFT-IDX) TO WS-ROW(WS-SHIFT-IDX + 1)
042300     END-IF.
042400 4200-EXIT.
042500     EXIT.
042600******************************************************************
042700*   5000 - THE ENVELOPED JOURNAL, THE MOVEMENT REPORT AND THE    *
042800*           ROLLED CLOSING-BALANCE MASTER                        *
042900******************************************************************
043000 5000-WRITE-JOURNAL.
043100     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
043200     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
043300     MOVE 'CLIGLJ  ' TO EXTENVL-HDR-FILE-ID.
043400     MOVE SPACES TO CLIGLJ-ENTRY.
043500     MOVE EXTENVL-HEADER TO CLIGLJ-ENTRY(1:25).
043600     WRITE CLIGLJ-ENTRY.
043700     PERFORM 5100-JOURNAL-ONE-ROW THRU 5100-EXIT
043800             VARYING WS-ROW-IDX FROM 1 BY 1
043900             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
044000     MOVE 'CLIGLJ  ' TO EXTENVL-TRL-FILE-ID.
044100     MOVE WS-JOURNAL-COUNT        TO EXTENVL-TRL-RECORD-COUNT.
044200     MOVE WS-DETAIL-BALANCE-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
044300     MOVE SPACES TO CLIGLJ-ENTRY.
044400     MOVE EXTENVL-TRAILER TO CLIGLJ-ENTRY(1:38).
044500     WRITE CLIGLJ-ENTRY.
044600 5000-EXIT.
044700     EXIT.
044800 5100-JOURNAL-ONE-ROW.
044900     MOVE SPACES TO CLIGLJ-ENTRY.
045000     MOVE WS-ROW-CLOSE-RCVB(WS-ROW-IDX) TO WS-ENTRY-CENTS.
045100     IF WS-ENTRY-CENTS NOT = ZERO
045200         MOVE 'RCVB' TO CLIGLJ-ENTRY-TYPE
045300         MOVE 'B'    TO CLIGLJ-ENTRY-CLASS
045400         MOVE 'CLIDATA ' TO CLIGLJ-SOURCE
045500         PERFORM 5200-WRITE-ENTRY THRU 5200-EXIT
045600     END-IF.
045700     MOVE WS-ROW-CLOSE-CADV(WS-ROW-IDX) TO WS-ENTRY-CENTS.
045800     IF WS-ENTRY-CENTS NOT = ZERO
045900         MOVE 'CADV' TO CLIGLJ-ENTRY-TYPE
046000         MOVE 'B'    TO CLIGLJ-ENTRY-CLASS
046100         MOVE 'CLIDATA ' TO CLIGLJ-SOURCE
046200         PERFORM 5200-WRITE-ENTRY THRU 5200-EXIT
046300     END-IF.
046400     MOVE WS-ROW-FINCHG(WS-ROW-IDX) TO WS-ENTRY-CENTS.
046500     IF WS-ENTRY-CENTS NOT = ZERO
046600         MOVE 'FINC' TO CLIGLJ-ENTRY-TYPE
046700         MOVE 'M'    TO CLIGLJ-ENTRY-CLASS
046800         MOVE 'DATA1   ' TO CLIGLJ-SOURCE
046900         PERFORM 5200-WRITE-ENTRY THRU 5200-EXIT
047000     END-IF.
047100     COMPUTE WS-ENTRY-CENTS = 0 - WS-ROW-PAYMENT(WS-ROW-IDX).
047200     IF WS-ENTRY-CENTS NOT = ZERO
047300         MOVE 'PYMT' TO CLIGLJ-ENTRY-TYPE
047400         MOVE 'M'    TO CLIGLJ-ENTRY-CLASS
047500         MOVE 'DATA1   ' TO CLIGLJ-SOURCE
047600         PERFORM 5200-WRITE-ENTRY THRU 5200-EXIT
047700     END-IF.
047800     PERFORM 6000-REPORT-ONE-ROW THRU 6000-EXIT.
047900     IF WS-ROW-CLOSE-RCVB(WS-ROW-IDX) NOT = ZERO
048000         OR WS-ROW-CLOSE-CADV(WS-ROW-IDX) NOT = ZERO
048100         MOVE SPACES TO CLIGLB-RECORD
048200         MOVE WS-ROW-KEY(WS-ROW-IDX)  TO CLIGLB-KEY
048300         MOVE WS-CURRENT-DATE         TO CLIGLB-BUSINESS-DATE
048400         MOVE WS-ROW-CLOSE-RCVB(WS-ROW-IDX)
048500              TO CLIGLB-RECEIVABLE-BAL
048600         MOVE WS-ROW-CLOSE-CADV(WS-ROW-IDX)
048700              TO CLIGLB-CASH-ADVANCE-BAL
048800         WRITE CLIGLB-RECORD
048900         ADD 1 TO WS-RUNSTAT-WRITTEN
049000     END-IF.
049100 5100-EXIT.
049200     EXIT.
049300******************************************************************
049400*   5200 - ONE JOURNAL ENTRY; A DEBIT WHEN THE SIGNED AMOUNT     *
049500*           RAISES THE RECEIVABLE, A CREDIT WHEN IT LOWERS IT    *
049600******************************************************************
049700 5200-WRITE-ENTRY.
049800     MOVE WS-CURRENT-DATE            TO CLIGLJ-POSTING-DATE.
049900     MOVE WS-ROW-COMPANY(WS-ROW-IDX) TO CLIGLJ-COMPANY-CODE.
050000     MOVE WS-ROW-LOGO(WS-ROW-IDX)    TO CLIGLJ-LOGO.
050100     MOVE WS-ROW-PRODUCT(WS-ROW-IDX) TO CLIGLJ-PRODUCT-CODE.
050200     IF WS-ENTRY-CENTS < ZERO
050300         SET CLIGLJ-CREDIT TO TRUE
050400         COMPUTE CLIGLJ-AMOUNT = 0 - WS-ENTRY-CENTS
050500     ELSE
050600         SET CLIGLJ-DEBIT TO TRUE
050700         MOVE WS-ENTRY-CENTS TO CLIGLJ-AMOUNT
050800     END-IF.
050900     WRITE CLIGLJ-ENTRY.
051000     ADD 1 TO WS-RUNSTAT-WRITTEN.
051100     ADD 1 TO WS-JOURNAL-COUNT.
051200 5200-EXIT.
051300     EXIT.
051400******************************************************************
051500*   6000 - ONE MOVEMENT LINE: OPENING + FINANCE CHARGES -        *
051600*           PAYMENTS + OTHER ACTIVITY = CLOSING                  *
051700******************************************************************
051800 6000-REPORT-ONE-ROW.
051900     COMPUTE WS-OTHER-CENTS = WS-ROW-CLOSE-RCVB(WS-ROW-IDX)
052000                            - WS-ROW-OPEN-RCVB(WS-ROW-IDX)
052100                            - WS-ROW-FINCHG(WS-ROW-IDX)
052200                            + WS-ROW-PAYMENT(WS-ROW-IDX).
052300     MOVE WS-ROW-COMPANY(WS-ROW-IDX) TO WS-DTL-COMPANY.
052400     MOVE WS-ROW-LOGO(WS-ROW-IDX)    TO WS-DTL-LOGO.
052500     MOVE WS-ROW-PRODUCT(WS-ROW-IDX) TO WS-DTL-PRODUCT.
052600     COMPUTE WS-MONEY = WS-ROW-OPEN-RCVB(WS-ROW-IDX) / 100.
052700     MOVE WS-MONEY TO WS-DTL-OPEN.
052800     COMPUTE WS-MONEY = WS-ROW-FINCHG(WS-ROW-IDX) / 100.
052900     MOVE WS-MONEY TO WS-DTL-FINCHG.
053000     COMPUTE WS-MONEY = 0 - (WS-ROW-PAYMENT(WS-ROW-IDX) / 100).
053100     MOVE WS-MONEY TO WS-DTL-PAYMENT.
053200     COMPUTE WS-MONEY = WS-OTHER-CENTS / 100.
053300     MOVE WS-MONEY TO WS-DTL-OTHER.
053400     COMPUTE WS-MONEY = WS-ROW-CLOSE-RCVB(WS-ROW-IDX) / 100.
053500     MOVE WS-MONEY TO WS-DTL-CLOSE.
053600     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
053700     ADD WS-ROW-OPEN-RCVB(WS-ROW-IDX)  TO WS-GRAND-OPEN.
053800     ADD WS-ROW-FINCHG(WS-ROW-IDX)     TO WS-GRAND-FINCHG.
053900     SUBTRACT WS-ROW-PAYMENT(WS-ROW-IDX) FROM WS-GRAND-PAYMENT.
054000     ADD WS-OTHER-CENTS                TO WS-GRAND-OTHER.
054100     ADD WS-ROW-CLOSE-RCVB(WS-ROW-IDX) TO WS-GRAND-CLOSE.
054200 6000-EXIT.
054300     EXIT.
054400******************************************************************
054500*   7000 - UNBALANCED RUN: CARRY YESTERDAY'S BALANCES UNCHANGED  *
054600******************************************************************
054700 7000-CARRY-PRIOR.
054800     IF WS-ROW-OPEN-RCVB(WS-ROW-IDX) = ZERO
054900         AND WS-ROW-OPEN-CADV(WS-ROW-IDX) = ZERO
055000         GO TO 7000-EXIT
055100     END-IF.
055200     MOVE SPACES TO CLIGLB-RECORD.
055300     MOVE WS-ROW-KEY(WS-ROW-IDX)       TO CLIGLB-KEY.
055400     MOVE WS-CURRENT-DATE              TO CLIGLB-BUSINESS-DATE.
055500     MOVE WS-ROW-OPEN-RCVB(WS-ROW-IDX) TO CLIGLB-RECEIVABLE-BAL.
055600     MOVE WS-ROW-OPEN-CADV(WS-ROW-IDX) TO CLIGLB-CASH-ADVANCE-BAL.
055700     WRITE CLIGLB-RECORD.
055800     ADD 1 TO WS-RUNSTAT-WRITTEN.
055900 7000-EXIT.
056000     EXIT.
056100******************************************************************
056200*                 9000 - TOTALS AND TERMINATION                  *
056300******************************************************************
056400 9000-TERMINATE.
056500     IF WS-BALANCED
056600         MOVE 'TOTAL'                TO WS-DTL-KEY
056700         COMPUTE WS-MONEY = WS-GRAND-OPEN / 100
056800         MOVE WS-MONEY               TO WS-DTL-OPEN
056900         COMPUTE WS-MONEY = WS-GRAND-FINCHG / 100
057000         MOVE WS-MONEY               TO WS-DTL-FINCHG
057100         COMPUTE WS-MONEY = WS-GRAND-PAYMENT / 100
057200         MOVE WS-MONEY               TO WS-DTL-PAYMENT
057300         COMPUTE WS-MONEY = WS-GRAND-OTHER / 100
057400         MOVE WS-MONEY               TO WS-DTL-OTHER
057500         COMPUTE WS-MONEY = WS-GRAND-CLOSE / 100
057600         MOVE WS-MONEY               TO WS-DTL-CLOSE
057700         WRITE REPORT-LINE FROM WS-DETAIL-LINE
057800         MOVE 'BALANCED - JOURNAL SENT' TO WS-TOT-STATUS
057900     ELSE
058000         MOVE 'UNBALANCED - NOT SENT'   TO WS-TOT-STATUS
058100     END-IF.
058200     MOVE WS-ACCOUNT-COUNT         TO WS-TOT-ACCOUNTS.
058300     MOVE WS-RECAP-MATCHED-COUNT   TO WS-TOT-RECAP-MATCHED.
058400     MOVE WS-RECAP-UNMATCHED-COUNT TO WS-TOT-RECAP-UNMATCHED.
058500     MOVE WS-JOURNAL-COUNT         TO WS-TOT-JOURNAL.
058600     COMPUTE WS-MONEY = WS-CTROL-BALANCE-TOTAL / 100.
058700     MOVE WS-MONEY                 TO WS-TOT-CTROL.
058800     COMPUTE WS-MONEY = WS-DETAIL-BALANCE-TOTAL / 100.
058900     MOVE WS-MONEY                 TO WS-TOT-DETAIL.
059000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
059100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
059200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
059300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
059400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
059500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
059600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
059700     CLOSE CLIDATA-FILE.
059800     CLOSE DATA1-FILE.
059900     CLOSE GLB-OUT-FILE.
060000     CLOSE CLIGLJ-FILE.
060100     CLOSE REPORT-FILE.
060110     IF NOT WS-REPLAY-RUN
060120         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
060130     END-IF.
060300 9000-EXIT.
060400     EXIT.
060500******************************************************************
060600*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
060700******************************************************************
060800 9900-WRITE-RUN-STATS.
060900     OPEN OUTPUT RUNLOG-FILE.
061000     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
061100     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
061200     MOVE SPACES                 TO RUNSTAT-ENTRY.
061300     MOVE 'CLI070G'              TO RUNSTAT-PROGRAM-ID.
061400     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
061500     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
061600     MOVE WS-RUNSTAT-START-RAW(1:6)
061700         TO RUNSTAT-START-TIME.
061800     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
061900     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
062000     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
062100     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
062200     WRITE RUNSTAT-ENTRY.
062300     CLOSE RUNLOG-FILE.
062400 9900-EXIT.
062500     EXIT.
062600******************************************************************
062700*                      END OF PROGRAM                            *
062800******************************************************************
