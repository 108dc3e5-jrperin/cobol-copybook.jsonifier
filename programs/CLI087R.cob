000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI087R                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     REGISTERED BOLETO RETURN PROCESSING AND PAYMENT            *
001400*     RECONCILIATION. THE BANK'S CNAB 240 RETURN (BOLRET) IS     *
001500*     EDITED AS A WHOLE - OUR BANK, A RETURN FILE CODE, A        *
001600*     SEQUENCE PAST THE LAST ONE POSTED AND A RECORD COUNT THAT  *
001700*     AGREES WITH ITS TRAILER - AND ITS SEGMENT T/U PAIRS ARE    *
001800*     TABLED. THE BOLETO MASTER (BOLIN), TONIGHT'S ISSUES FROM   *
001900*     CLI086B (BOLDOC) AND CLIDATA ARE THEN MATCHED BY ACCOUNT   *
002000*     TO WRITE THE NEW MASTER (BOLOUT):                          *
002100*       - TONIGHT'S ISSUES ARE ADDED AS ISSUED;                  *
002200*       - RETURN EVENTS ARE POSTED TO THE OPEN BOLETO BY OUR     *
002300*         NUMBER: 02 REGISTERED, 03 REJECTED, 06/17 PAID,        *
002400*         09 WRITTEN OFF (EXPIRED). A 17 (PAID AFTER WRITE-OFF)  *
002500*         IS ALSO POSTED TO A BOLETO ALREADY WRITTEN OFF;        *
002600*       - A BOLETO PAID ON AN EARLIER NIGHT IS RECONCILED        *
002700*         AGAINST CLIDATA LAST-PAYMENT-DATE AND LAST-PAYMENT-    *
002800*         AMOUNT. A PAYMENT THE PROCESSOR HAS NOT APPLIED IS     *
002900*         LISTED EVERY NIGHT UNTIL IT IS - THOSE ACCOUNTS GO     *
003000*         DELINQUENT FOR MONEY WE HAVE RECEIVED;                 *
003100*       - A BOLETO THE BANK HAS NOT CONFIRMED BOLCONF DAYS       *
003200*         AFTER ISSUE IS LISTED;                                 *
003300*       - FINISHED BOLETOS ARE DROPPED BOLKEEP DAYS AFTER THEY   *
003400*         CLOSED.                                                *
003500*     REJECTIONS, AMOUNT DIFFERENCES, UNAPPLIED PAYMENTS,        *
003600*     UNCONFIRMED BOLETOS AND RETURN EVENTS WITH NO OPEN BOLETO  *
003700*     END THE STEP RC=4; A REFUSED RETURN FILE RC=8 (NOTHING     *
003800*     FROM IT IS POSTED); A BROKEN BOLDOC ENVELOPE RC=16 WITH NO *
003900*     MASTER WRITTEN. RUN-CONTROL KEYS (RUNPARM, PROGRAM         *
004000*     CLI087R):                                                  *
004100*       BOLCONF  - DAYS TO WAIT FOR THE BANK'S CONFIRMATION      *
004200*                  OF A REGISTRATION               (DEFAULT 5)   *
004300*       BOLKEEP  - DAYS A FINISHED BOLETO IS KEPT  (DEFAULT 180) *
004400*     THE BUSINESS DATE RIDES ON THE PARM (YYMMDD).              *
004500*----------------------------------------------------------------*
004600* MODIFICATION HISTORY.                                          *
004700*     2026-10-15  FSG  ORIGINAL VERSION.                        *
004800*     2026-10-15  FSG  MOVEMENT 17 POSTED TO A WRITTEN-OFF       *
004900*                      BOLETO SO IT IS RECONCILED LIKE ANY OTHER *
005000*                      PAYMENT.                                  *
005010*     2026-10-15  FSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
005020*                      THE RUN-CONTROL DATASET MAKES THE         *
005030*                      REPLAYED BUSINESS DATE OVERRIDE THE PARM, *
005040*                      STAMPS THE REPORT AS A REPLAY AND         *
005050*                      SUPPRESSES THE RUN-LOG ENTRY.             *
005100******************************************************************
005200 PROGRAM-ID.    CLI087R.
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL BOL-IN-FILE ASSIGN TO BOLIN
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT BOL-OUT-FILE  ASSIGN TO BOLOUT
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT BOLDOC-FILE   ASSIGN TO BOLDOC
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT OPTIONAL BOLRET-FILE ASSIGN TO BOLRET
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT BOLPARM-FILE  ASSIGN TO BOLPARM
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT REPORT-FILE   ASSIGN TO CLI087RP
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CLIDATA-FILE.
007700     COPY "book_tests_OK.cob"
007800         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
007900 FD  BOL-IN-FILE.
008000     COPY "BOLMAST.cpy"
008100         REPLACING ==:BOLMAST:== BY ==BOLIN== .
008200 FD  BOL-OUT-FILE.
008300     COPY "BOLMAST.cpy"
008400         REPLACING ==:BOLMAST:== BY ==BOLOUT== .
008500 FD  BOLDOC-FILE.
008600     COPY "BOLDOC.cpy".
008700 FD  BOLRET-FILE.
008800     COPY "BOLCNAB.cpy".
008900 FD  BOLPARM-FILE.
009000     COPY "BOLPARM.cpy".
009100 FD  RUNPARM-FILE.
009200     COPY "RUNPARM.cpy".
009300 FD  REPORT-FILE.
009400 01  REPORT-LINE                        PIC X(132).
009500 FD  RUNLOG-FILE.
009600     COPY "RUNSTAT.cpy".
009700 WORKING-STORAGE SECTION.
009800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
009900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
010000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
010100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
010200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
010300 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
010400     88  WS-CLI-EOF                                 VALUE 'Y'.
010500 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
010600     88  WS-MST-EOF                                 VALUE 'Y'.
010700 77  WS-DOC-EOF-SW                      PIC X(01)   VALUE 'N'.
010800     88  WS-DOC-EOF                                 VALUE 'Y'.
010900 77  WS-RET-EOF-SW                      PIC X(01)   VALUE 'N'.
011000     88  WS-RET-EOF                                 VALUE 'Y'.
011100 77  WS-BPM-EOF-SW                      PIC X(01)   VALUE 'N'.
011200     88  WS-BPM-EOF                                 VALUE 'Y'.
011300 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
011400     88  WS-PARM-EOF                                VALUE 'Y'.
011410 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
011420     88  WS-REPLAY-RUN                              VALUE 'Y'.
011430 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
011500 77  WS-BANK-CARD-SW                    PIC X(01)   VALUE 'N'.
011600     88  WS-BANK-CARD-FOUND                         VALUE 'Y'.
011700 77  WS-DOC-OK-SW                       PIC X(01)   VALUE 'N'.
011800     88  WS-DOC-OK                                  VALUE 'Y'.
011900 77  WS-DOC-TRAILER-SW                  PIC X(01)   VALUE 'N'.
012000     88  WS-DOC-TRAILER-FOUND                       VALUE 'Y'.
012100 77  WS-RET-TRAILER-SW                  PIC X(01)   VALUE 'N'.
012200     88  WS-RET-TRAILER-FOUND                       VALUE 'Y'.
012300 77  WS-CLI-MATCH-SW                    PIC X(01)   VALUE 'N'.
012400     88  WS-CLI-MATCH                               VALUE 'Y'.
012500 77  WS-CONFIRM-DAYS                    PIC 9(03)   VALUE 005.
012600 77  WS-KEEP-DAYS                       PIC 9(05)   VALUE 00180.
012700 77  WS-BNK-CODE                        PIC 9(03)   VALUE ZERO.
012800 77  WS-BUS-INT-DATE                    PIC 9(09)   VALUE ZERO.
012900 77  WS-CHK-INT-DATE                    PIC 9(09)   VALUE ZERO.
013000 77  WS-CLOSED-DATE                     PIC 9(08)   VALUE ZERO.
013100 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
013200 77  WS-ISO-OUT                         PIC 9(08)   VALUE ZERO.
013300 77  WS-LAST-OUR-NUMBER                 PIC 9(11)   VALUE ZERO.
013400 77  WS-LAST-REMITTANCE                 PIC 9(06)   VALUE ZERO.
013500 77  WS-LAST-RETURN-NBR                 PIC 9(06)   VALUE ZERO.
013600 77  WS-RETURN-NBR                      PIC 9(06)   VALUE ZERO.
013700 77  WS-RET-REASON                      PIC X(40)   VALUE SPACES.
013800 77  WS-RET-RECORDS                     PIC 9(07)   VALUE ZERO.
013900 77  WS-RET-TRAILER-COUNT               PIC 9(07)   VALUE ZERO.
014000 77  WS-RET-COUNT                       PIC 9(05)   VALUE ZERO.
014100 77  WS-RET-MAX                         PIC 9(05)   VALUE 20000.
014200 77  WS-RET-IDX                         PIC 9(05)   VALUE ZERO.
014300 77  WS-RET-DROPPED                     PIC 9(05)   VALUE ZERO.
014400 77  WS-DOC-RECORDS                     PIC 9(09)   VALUE ZERO.
014500 77  WS-DOC-TRAILER-COUNT               PIC 9(09)   VALUE ZERO.
014600 77  WS-ACTION                          PIC X(38)   VALUE SPACES.
014700 77  WS-ACTION-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
014800 77  WS-MASTER-READ                     PIC 9(09)   VALUE ZERO.
014900 77  WS-MASTER-WRITTEN                  PIC 9(09)   VALUE ZERO.
015000 77  WS-ISSUE-COUNT                     PIC 9(09)   VALUE ZERO.
015100 77  WS-REGISTERED-COUNT                PIC 9(09)   VALUE ZERO.
015200 77  WS-REJECTED-COUNT                  PIC 9(09)   VALUE ZERO.
015300 77  WS-PAID-COUNT                      PIC 9(09)   VALUE ZERO.
015400 77  WS-PAID-TOTAL                      PIC 9(18)   VALUE ZERO.
015500 77  WS-EXPIRED-COUNT                   PIC 9(09)   VALUE ZERO.
015600 77  WS-OTHER-EVENT-COUNT               PIC 9(09)   VALUE ZERO.
015700 77  WS-UNMATCHED-COUNT                 PIC 9(09)   VALUE ZERO.
015800 77  WS-RECONCILED-COUNT                PIC 9(09)   VALUE ZERO.
015900 77  WS-DIFFERS-COUNT                   PIC 9(09)   VALUE ZERO.
016000 77  WS-UNAPPLIED-COUNT                 PIC 9(09)   VALUE ZERO.
016100 77  WS-UNAPPLIED-TOTAL                 PIC 9(18)   VALUE ZERO.
016200 77  WS-UNCONFIRMED-COUNT               PIC 9(09)   VALUE ZERO.
016300 77  WS-PURGED-COUNT                    PIC 9(09)   VALUE ZERO.
016400 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
016500     COPY "EXTENVL.cpy".
016600 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
016700 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
016800                                        PIC X(08).
016900 01  WS-CNAB-DATE                       PIC 9(08)   VALUE ZERO.
017000 01  WS-CNAB-DATE-PARTS REDEFINES WS-CNAB-DATE.
017100     05  WS-CNAB-DAY                    PIC 9(02).
017200     05  WS-CNAB-MONTH                  PIC 9(02).
017300     05  WS-CNAB-YEAR                   PIC 9(04).
017400 01  WS-MERGE-KEYS.
017500     05  WS-CLI-KEY                     PIC X(19)   VALUE SPACES.
017600     05  WS-MST-KEY                     PIC X(19)   VALUE SPACES.
017700     05  WS-DOC-KEY                     PIC X(19)   VALUE SPACES.
017800     05  WS-LOW-KEY                     PIC X(19)   VALUE SPACES.
017900*----------------------------------------------------------------*
018000*   EVENTS FROM THE BANK'S RETURN: ONE ENTRY PER SEGMENT T,      *
018100*   COMPLETED BY THE SEGMENT U THAT FOLLOWS IT                   *
018200*----------------------------------------------------------------*
018300 01  WS-RET-TABLE.
018400     05  WS-RET-ENTRY OCCURS 20000 TIMES.
018500         10  WS-RET-OUR-NUMBER          PIC 9(11).
018600         10  WS-RET-ACCOUNT             PIC X(19).
018700         10  WS-RET-MOVEMENT            PIC 9(02).
018800         10  WS-RET-DUE-DATE            PIC 9(08).
018900         10  WS-RET-AMOUNT              PIC 9(15).
019000         10  WS-RET-REASONS             PIC X(10).
019100         10  WS-RET-PAID-AMOUNT         PIC 9(15).
019200         10  WS-RET-PAYMENT-DATE        PIC 9(08).
019300         10  WS-RET-CREDIT-DATE         PIC 9(08).
019400         10  WS-RET-MATCHED-SW          PIC X(01).
019500             88  WS-RET-MATCHED                     VALUE 'Y'.
019600 01  WS-HEADING-LINE.
019700     05  FILLER                         PIC X(40)
019800             VALUE 'CLI087R - BOLETO RETURN AND PAYMENT RECO'.
019900     05  FILLER                         PIC X(25)
020000             VALUE 'NCILIATION BUSINESS DATE:'.
020100     05  FILLER                         PIC X(01)   VALUE SPACE.
020200     05  WS-HDG-DATE                    PIC 9(08).
020300     05  FILLER                         PIC X(58)   VALUE SPACES.
020400 01  WS-RETURN-LINE.
020500     05  FILLER                         PIC X(24)
020600             VALUE 'BANK RETURN FILE       :'.
020700     05  FILLER                         PIC X(01)   VALUE SPACE.
020800     05  WS-RTL-STATUS                  PIC X(40).
020900     05  FILLER                         PIC X(01)   VALUE SPACE.
021000     05  FILLER                         PIC X(10)
021100             VALUE 'SEQUENCE :'.
021200     05  FILLER                         PIC X(01)   VALUE SPACE.
021300     05  WS-RTL-SEQUENCE                PIC 9(06).
021400     05  FILLER                         PIC X(04)   VALUE SPACES.
021500     05  FILLER                         PIC X(09)
021600             VALUE 'RECORDS :'.
021700     05  FILLER                         PIC X(01)   VALUE SPACE.
021800     05  WS-RTL-RECORDS                 PIC ZZZ,ZZ9.
021900     05  FILLER                         PIC X(28)   VALUE SPACES.
022000 01  WS-SECTION-LINE.
022100     05  FILLER                         PIC X(03)   VALUE '** '.
022200     05  WS-SEC-TITLE                   PIC X(60).
022300     05  FILLER                         PIC X(69)   VALUE SPACES.
022400 01  WS-COLUMN-LINE.
022500     05  FILLER                         PIC X(40)
022600             VALUE 'ACCOUNT             OUR NUMBER    DUE DA'.
022700     05  FILLER                         PIC X(40)
022800             VALUE 'TE       AMOUNT       AMOUNT PAID    PAI'.
022900     05  FILLER                         PIC X(40)
023000             VALUE 'D ON  DLQ NGT ACTION                    '.
023100     05  FILLER                         PIC X(12)   VALUE SPACES.
023110 01  WS-REPLAY-LINE.
023120     05  FILLER                         PIC X(31)
023130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
023140     05  WS-RPL-DATE                    PIC 9(08).
023150     05  FILLER                         PIC X(30)
023160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
023170     05  FILLER                         PIC X(63)   VALUE SPACES.
023200 01  WS-DETAIL-LINE.
023300     05  WS-DTL-ACCOUNT                 PIC X(19).
023400     05  FILLER                         PIC X(01).
023500     05  WS-DTL-OUR-NUMBER              PIC X(13).
023600     05  FILLER                         PIC X(01).
023700     05  WS-DTL-DUE-DATE                PIC X(08).
023800     05  FILLER                         PIC X(01).
023900     05  WS-DTL-AMOUNT                  PIC X(16).
024000     05  WS-DTL-AMOUNT-R REDEFINES WS-DTL-AMOUNT
024100                                  PIC Z,ZZZ,ZZZ,ZZ9.99.
024200     05  FILLER                         PIC X(01).
024300     05  WS-DTL-PAID                    PIC X(16).
024400     05  WS-DTL-PAID-R REDEFINES WS-DTL-PAID
024500                                  PIC Z,ZZZ,ZZZ,ZZ9.99.
024600     05  FILLER                         PIC X(01).
024700     05  WS-DTL-PAY-DATE                PIC X(08).
024800     05  FILLER                         PIC X(01).
024900     05  WS-DTL-DLQ                     PIC X(03).
025000     05  WS-DTL-DLQ-R REDEFINES WS-DTL-DLQ PIC ZZ9.
025100     05  FILLER                         PIC X(01).
025200     05  WS-DTL-NIGHTS                  PIC X(03).
025300     05  WS-DTL-NIGHTS-R REDEFINES WS-DTL-NIGHTS PIC ZZ9.
025400     05  FILLER                         PIC X(01).
025500     05  WS-DTL-ACTION                  PIC X(38).
025600 01  WS-NONE-LINE.
025700     05  FILLER                         PIC X(40)
025800             VALUE '   NONE                                 '.
025900     05  FILLER                         PIC X(92)   VALUE SPACES.
026000 01  WS-TOTAL-LINE.
026100     05  WS-TOT-CAPTION                 PIC X(24).
026200     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
026300     05  FILLER                         PIC X(97)   VALUE SPACES.
026400 01  WS-AMOUNT-LINE.
026500     05  WS-AMT-CAPTION                 PIC X(24).
026600     05  WS-AMT-VALUE
026700                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
026800     05  FILLER                         PIC X(86)   VALUE SPACES.
026900******************************************************************
027000*                 LINKAGE SECTION                               *
027100******************************************************************
027200 LINKAGE SECTION.
027300 01  LS-PARM.
027400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
027500     03  LS-PARM-BUSDATE                PIC X(06).
027600******************************************************************
027700*                 PROCEDURE DIVISION                            *
027800******************************************************************
027900 PROCEDURE DIVISION USING LS-PARM.
028000 0000-MAINLINE.
028100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
028200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
028300     IF WS-DOC-OK
028400         PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
028500                 UNTIL WS-CLI-EOF AND WS-MST-EOF AND WS-DOC-EOF
028600         PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT
028700     END-IF.
028800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
028900     GOBACK.
029000 0000-EXIT.
029100     EXIT.
029200******************************************************************
029300*   1000 - BUSINESS DATE, PARAMETERS, THE RETURN FILE, TONIGHT'S *
029400*           ISSUES AND THE NEW CONTROL RECORD                    *
029500******************************************************************
029600 1000-INITIALIZE.
029700     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
029800     IF LS-PARM-LENGTH >= 6
029900         AND LS-PARM-BUSDATE NUMERIC
030000         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
030100         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
030200     END-IF.
030300     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
030310     IF WS-REPLAY-RUN
030320         MOVE WS-REPLAY-DATE TO WS-BUSINESS-DATE
030330     END-IF.
030400     COMPUTE WS-BUS-INT-DATE =
030500         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
030600     PERFORM 1600-LOAD-BENEFICIARY THRU 1600-EXIT.
030700     OPEN INPUT BOL-IN-FILE.
030800     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
030900     IF NOT WS-MST-EOF
031000         AND BOLIN-CONTROL-RECORD
031100         MOVE BOLIN-LAST-OUR-NUMBER TO WS-LAST-OUR-NUMBER
031200         MOVE BOLIN-LAST-REMITTANCE TO WS-LAST-REMITTANCE
031300         MOVE BOLIN-LAST-RETURN-NBR TO WS-LAST-RETURN-NBR
031400         PERFORM 2200-READ-MASTER THRU 2200-EXIT
031500     END-IF.
031600     OPEN OUTPUT REPORT-FILE.
031700     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
031800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
031810     IF WS-REPLAY-RUN
031820         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
031830         WRITE REPORT-LINE FROM WS-REPLAY-LINE
031840     END-IF.
031900     ADD 1 TO WS-RUNSTAT-WRITTEN.
032000     PERFORM 1700-LOAD-RETURN  THRU 1700-EXIT.
032100     PERFORM 1800-SCAN-ISSUES  THRU 1800-EXIT.
032200     MOVE SPACES TO REPORT-LINE.
032300     WRITE REPORT-LINE.
032400     MOVE 'BOLETO EXCEPTIONS' TO WS-SEC-TITLE.
032500     WRITE REPORT-LINE FROM WS-SECTION-LINE.
032600     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
032700     ADD 3 TO WS-RUNSTAT-WRITTEN.
032800     IF NOT WS-DOC-OK
032900         GO TO 1000-EXIT
033000     END-IF.
033100     OPEN INPUT  CLIDATA-FILE.
033200     OPEN INPUT  BOLDOC-FILE.
033300     OPEN OUTPUT BOL-OUT-FILE.
033400     MOVE SPACES              TO BOLOUT-RECORD.
033500     MOVE WS-LAST-OUR-NUMBER  TO BOLOUT-LAST-OUR-NUMBER.
033600     MOVE WS-LAST-REMITTANCE  TO BOLOUT-LAST-REMITTANCE.
033700     MOVE WS-BUSINESS-DATE    TO BOLOUT-LAST-RUN-DATE.
033800     MOVE WS-LAST-RETURN-NBR  TO BOLOUT-LAST-RETURN-NBR.
033900     MOVE ZERO                TO BOLOUT-OUR-NUMBER.
034000     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
034100     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
034200     PERFORM 2300-READ-ISSUE   THRU 2300-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500 1500-LOAD-RUN-PARMS.
034600     OPEN INPUT RUNPARM-FILE.
034700     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
034800             UNTIL WS-PARM-EOF.
034900     CLOSE RUNPARM-FILE.
035000 1500-EXIT.
035100     EXIT.
035200 1510-READ-ONE-PARM.
035300     READ RUNPARM-FILE
035400         AT END SET WS-PARM-EOF TO TRUE
035500                GO TO 1510-EXIT
035600     END-READ.
035610     IF RUNPARM-PROGRAM-ID = 'REPLAY  '
035620         AND RUNPARM-KEY = 'BUSDATE '
035630         MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
035640         SET WS-REPLAY-RUN TO TRUE
035650         DISPLAY 'CLI087R - REPLAY RUN FOR BUSINESS DATE '
035660                 WS-REPLAY-DATE
035670         GO TO 1510-EXIT
035680     END-IF.
035700     IF RUNPARM-PROGRAM-ID NOT = 'CLI087R '
035800         GO TO 1510-EXIT
035900     END-IF.
036000     EVALUATE RUNPARM-KEY
036100         WHEN 'BOLCONF '
036200             MOVE RUNPARM-VALUE-NUM TO WS-CONFIRM-DAYS
036300             DISPLAY 'CLI087R - BANK CONFIRMATION AWAITED '
036400                     WS-CONFIRM-DAYS ' DAYS BY RUN PARAMETER'
036500         WHEN 'BOLKEEP '
036600             MOVE RUNPARM-VALUE-NUM TO WS-KEEP-DAYS
036700             DISPLAY 'CLI087R - FINISHED BOLETOS KEPT '
036800                     WS-KEEP-DAYS ' DAYS BY RUN PARAMETER'
036900     END-EVALUATE.
037000 1510-EXIT.
037100     EXIT.
037200******************************************************************
037300*   1600 - OUR BANK, FROM THE BOLPARM BANK CARD. WITHOUT IT NO   *
037400*           RETURN FILE CAN BE ACCEPTED                          *
037500******************************************************************
037600 1600-LOAD-BENEFICIARY.
037700     OPEN INPUT BOLPARM-FILE.
037800     PERFORM 1610-READ-ONE-CARD THRU 1610-EXIT
037900             UNTIL WS-BPM-EOF.
038000     CLOSE BOLPARM-FILE.
038100 1600-EXIT.
038200     EXIT.
038300 1610-READ-ONE-CARD.
038400     READ BOLPARM-FILE
038500         AT END SET WS-BPM-EOF TO TRUE
038600                GO TO 1610-EXIT
038700     END-READ.
038800     ADD 1 TO WS-RUNSTAT-READ.
038900     IF BOLPARM-BANK-CARD
039000         AND BOLPARM-BANK-CODE NUMERIC
039100         MOVE BOLPARM-BANK-CODE TO WS-BNK-CODE
039200         SET WS-BANK-CARD-FOUND TO TRUE
039300     END-IF.
039400 1610-EXIT.
039500     EXIT.
039600******************************************************************
039700*   1700 - EDIT THE BANK'S RETURN AND TABLE ITS EVENTS. ANY      *
039800*           FAULT IN THE FILE AS A WHOLE REFUSES ALL OF IT, SO   *
039900*           A TRUNCATED OR REPEATED RETURN IS NEVER HALF POSTED  *
040000******************************************************************
040100 1700-LOAD-RETURN.
040200     MOVE SPACES TO WS-RET-REASON.
040300     OPEN INPUT BOLRET-FILE.
040400     PERFORM 1710-READ-RETURN THRU 1710-EXIT.
040500     IF WS-RET-EOF
040600         MOVE 'NONE RECEIVED' TO WS-RTL-STATUS
040700         GO TO 1700-CLOSE
040800     END-IF.
040900     IF NOT WS-BANK-CARD-FOUND
041000         MOVE 'REFUSED - NO BANK CARD ON BOLPARM'
041100                                  TO WS-RET-REASON
041200     ELSE IF NOT BOLCNAB-FILE-HEADER
041300         MOVE 'REFUSED - FIRST RECORD NOT A FILE HEADER'
041400                                  TO WS-RET-REASON
041500     ELSE IF BOLCNAB-BANK-CODE NOT = WS-BNK-CODE
041600         MOVE 'REFUSED - FROM ANOTHER BANK'
041700                                  TO WS-RET-REASON
041800     ELSE IF NOT BOLCNAB-FH-RETURN
041900         MOVE 'REFUSED - NOT A RETURN FILE'
042000                                  TO WS-RET-REASON
042100     ELSE IF BOLCNAB-FH-FILE-SEQUENCE NOT > WS-LAST-RETURN-NBR
042200         MOVE 'REFUSED - SEQUENCE ALREADY POSTED'
042300                                  TO WS-RET-REASON
042400     END-IF.
042500     MOVE BOLCNAB-FH-FILE-SEQUENCE TO WS-RETURN-NBR.
042600     PERFORM 1720-TABLE-ONE-RECORD THRU 1720-EXIT
042700             UNTIL WS-RET-EOF.
042800     IF WS-RET-REASON = SPACES
042900         AND NOT WS-RET-TRAILER-FOUND
043000         MOVE 'REFUSED - NO FILE TRAILER'
043100                                  TO WS-RET-REASON
043200     END-IF.
043300     IF WS-RET-REASON = SPACES
043400         AND WS-RET-TRAILER-COUNT NOT = WS-RET-RECORDS
043500         MOVE 'REFUSED - RECORD COUNT DISAGREES'
043600                                  TO WS-RET-REASON
043700     END-IF.
043800     IF WS-RET-REASON = SPACES
043900         AND WS-RET-DROPPED NOT = ZERO
044000         MOVE 'REFUSED - TOO MANY EVENTS FOR THE TABLE'
044100                                  TO WS-RET-REASON
044200     END-IF.
044300     IF WS-RET-REASON = SPACES
044400         MOVE 'ACCEPTED'          TO WS-RTL-STATUS
044500         MOVE WS-RETURN-NBR       TO WS-LAST-RETURN-NBR
044600     ELSE
044700         MOVE WS-RET-REASON       TO WS-RTL-STATUS
044800         MOVE ZERO                TO WS-RET-COUNT
044900         DISPLAY 'CLI087R - BANK RETURN ' WS-RET-REASON
045000         MOVE 8 TO RETURN-CODE
045100     END-IF.
045200 1700-CLOSE.
045300     CLOSE BOLRET-FILE.
045400     MOVE WS-RETURN-NBR  TO WS-RTL-SEQUENCE.
045500     MOVE WS-RET-RECORDS TO WS-RTL-RECORDS.
045600     WRITE REPORT-LINE FROM WS-RETURN-LINE.
045700     ADD 1 TO WS-RUNSTAT-WRITTEN.
045800 1700-EXIT.
045900     EXIT.
046000 1710-READ-RETURN.
046100     READ BOLRET-FILE
046200         AT END SET WS-RET-EOF TO TRUE
046300         NOT AT END
046400             ADD 1 TO WS-RUNSTAT-READ
046500             ADD 1 TO WS-RET-RECORDS
046600     END-READ.
046700 1710-EXIT.
046800     EXIT.
046900 1720-TABLE-ONE-RECORD.
047000     IF BOLCNAB-FILE-TRAILER
047100         SET WS-RET-TRAILER-FOUND TO TRUE
047200         MOVE BOLCNAB-FT-RECORD-COUNT TO WS-RET-TRAILER-COUNT
047300     END-IF.
047400     IF NOT BOLCNAB-DETAIL
047500         GO TO 1720-NEXT
047600     END-IF.
047700     IF BOLCNAB-SEGMENT-T
047800         IF WS-RET-COUNT >= WS-RET-MAX
047900             ADD 1 TO WS-RET-DROPPED
048000             GO TO 1720-NEXT
048100         END-IF
048200         ADD 1 TO WS-RET-COUNT
048300         MOVE BOLCNAB-T-OUR-NUMBER
048400                          TO WS-RET-OUR-NUMBER(WS-RET-COUNT)
048500         MOVE BOLCNAB-T-COMPANY-USE(1:19)
048600                          TO WS-RET-ACCOUNT(WS-RET-COUNT)
048700         MOVE BOLCNAB-DT-MOVEMENT
048800                          TO WS-RET-MOVEMENT(WS-RET-COUNT)
048900         MOVE BOLCNAB-T-DUE-DATE TO WS-DATE-IN
049000         PERFORM 7300-FROM-CNAB-DATE THRU 7300-EXIT
049100         MOVE WS-ISO-OUT  TO WS-RET-DUE-DATE(WS-RET-COUNT)
049200         MOVE BOLCNAB-T-AMOUNT
049300                          TO WS-RET-AMOUNT(WS-RET-COUNT)
049400         MOVE BOLCNAB-T-REASONS
049500                          TO WS-RET-REASONS(WS-RET-COUNT)
049600         MOVE ZERO        TO WS-RET-PAID-AMOUNT(WS-RET-COUNT)
049700         MOVE ZERO        TO WS-RET-PAYMENT-DATE(WS-RET-COUNT)
049800         MOVE ZERO        TO WS-RET-CREDIT-DATE(WS-RET-COUNT)
049900         MOVE 'N'         TO WS-RET-MATCHED-SW(WS-RET-COUNT)
050000         GO TO 1720-NEXT
050100     END-IF.
050200     IF BOLCNAB-SEGMENT-U
050300         AND WS-RET-COUNT > ZERO
050400         AND WS-RET-DROPPED = ZERO
050500         MOVE BOLCNAB-U-PAID-AMOUNT
050600                          TO WS-RET-PAID-AMOUNT(WS-RET-COUNT)
050700         MOVE BOLCNAB-U-OCCURRENCE-DATE TO WS-DATE-IN
050800         PERFORM 7300-FROM-CNAB-DATE THRU 7300-EXIT
050900         MOVE WS-ISO-OUT  TO WS-RET-PAYMENT-DATE(WS-RET-COUNT)
051000         MOVE BOLCNAB-U-CREDIT-DATE TO WS-DATE-IN
051100         PERFORM 7300-FROM-CNAB-DATE THRU 7300-EXIT
051200         MOVE WS-ISO-OUT  TO WS-RET-CREDIT-DATE(WS-RET-COUNT)
051300     END-IF.
051400 1720-NEXT.
051500     PERFORM 1710-READ-RETURN THRU 1710-EXIT.
051600 1720-EXIT.
051700     EXIT.
051800******************************************************************
051900*   1800 - PROVE TONIGHT'S BOLDOC AGAINST ITS TRAILER AND TAKE   *
052000*           THE HIGHEST OUR NUMBER AND REMITTANCE NUMBER IT USED *
052100*           FOR THE CONTROL RECORD                               *
052200******************************************************************
052300 1800-SCAN-ISSUES.
052400     OPEN INPUT BOLDOC-FILE.
052500     PERFORM 1810-SCAN-ONE-ISSUE THRU 1810-EXIT
052600             UNTIL WS-DOC-EOF.
052700     CLOSE BOLDOC-FILE.
052800     MOVE 'N' TO WS-DOC-EOF-SW.
052900     IF WS-DOC-TRAILER-FOUND
053000         AND WS-DOC-TRAILER-COUNT = WS-DOC-RECORDS
053100         SET WS-DOC-OK TO TRUE
053200     ELSE
053300         DISPLAY 'CLI087R - BOLDOC TRAILER MISSING OR COUNT '
053400                 'DISAGREES - MASTER NOT WRITTEN'
053500         MOVE 16 TO RETURN-CODE
053600     END-IF.
053700 1800-EXIT.
053800     EXIT.
053900 1810-SCAN-ONE-ISSUE.
054000     READ BOLDOC-FILE
054100         AT END SET WS-DOC-EOF TO TRUE
054200                GO TO 1810-EXIT
054300     END-READ.
054400     IF BOLDOC-ENTRY(1:3) = 'HDR'
054500         GO TO 1810-EXIT
054600     END-IF.
054700     IF BOLDOC-ENTRY(1:3) = 'TRL'
054800         MOVE BOLDOC-ENTRY(1:38) TO EXTENVL-TRAILER
054900         MOVE EXTENVL-TRL-RECORD-COUNT TO WS-DOC-TRAILER-COUNT
055000         SET WS-DOC-TRAILER-FOUND TO TRUE
055100         GO TO 1810-EXIT
055200     END-IF.
055300     ADD 1 TO WS-DOC-RECORDS.
055400     IF BOLDOC-OUR-NUMBER > WS-LAST-OUR-NUMBER
055500         MOVE BOLDOC-OUR-NUMBER TO WS-LAST-OUR-NUMBER
055600     END-IF.
055700     IF BOLDOC-REMITTANCE-NBR > WS-LAST-REMITTANCE
055800         MOVE BOLDOC-REMITTANCE-NBR TO WS-LAST-REMITTANCE
055900     END-IF.
056000 1810-EXIT.
056100     EXIT.
056200******************************************************************
056300*   2000 - MATCH CLIDATA, THE MASTER AND TONIGHT'S ISSUES ON THE *
056400*           LOWEST ACCOUNT: ITS MASTER BOLETOS FIRST, THEN THE   *
056500*           NEW ONES, WHOSE OUR NUMBERS ARE ALWAYS HIGHER        *
056600******************************************************************
056700 2000-MATCH-MERGE.
056800     MOVE WS-CLI-KEY TO WS-LOW-KEY.
056900     IF WS-MST-KEY < WS-LOW-KEY
057000         MOVE WS-MST-KEY TO WS-LOW-KEY
057100     END-IF.
057200     IF WS-DOC-KEY < WS-LOW-KEY
057300         MOVE WS-DOC-KEY TO WS-LOW-KEY
057400     END-IF.
057500     MOVE 'N' TO WS-CLI-MATCH-SW.
057600     IF WS-CLI-KEY = WS-LOW-KEY
057700         SET WS-CLI-MATCH TO TRUE
057800     END-IF.
057900     PERFORM 2400-WORK-MASTER THRU 2400-EXIT
058000             UNTIL WS-MST-KEY NOT = WS-LOW-KEY.
058100     PERFORM 2500-ADD-ISSUE   THRU 2500-EXIT
058200             UNTIL WS-DOC-KEY NOT = WS-LOW-KEY.
058300     IF WS-CLI-MATCH
058400         PERFORM 2100-READ-CLIDATA THRU 2100-EXIT
058500     END-IF.
058600 2000-EXIT.
058700     EXIT.
058800 2100-READ-CLIDATA.
058900     READ CLIDATA-FILE
059000         AT END SET WS-CLI-EOF TO TRUE
059100                MOVE HIGH-VALUES TO WS-CLI-KEY
059200         NOT AT END
059300             ADD 1 TO WS-RUNSTAT-READ
059400             IF NOT CLIDATA-RECTYPE-DETAIL
059500                 GO TO 2100-READ-CLIDATA
059600             END-IF
059700             MOVE CLIDATA-ACCOUNT-NUMBER TO WS-CLI-KEY
059800     END-READ.
059900 2100-EXIT.
060000     EXIT.
060100 2200-READ-MASTER.
060200     READ BOL-IN-FILE
060300         AT END SET WS-MST-EOF TO TRUE
060400                MOVE HIGH-VALUES TO WS-MST-KEY
060500         NOT AT END
060600             ADD 1 TO WS-RUNSTAT-READ
060700             ADD 1 TO WS-MASTER-READ
060800             MOVE BOLIN-ACCOUNT-NUMBER TO WS-MST-KEY
060900     END-READ.
061000 2200-EXIT.
061100     EXIT.
061200 2300-READ-ISSUE.
061300     READ BOLDOC-FILE
061400         AT END SET WS-DOC-EOF TO TRUE
061500                MOVE HIGH-VALUES TO WS-DOC-KEY
061600         NOT AT END
061700             ADD 1 TO WS-RUNSTAT-READ
061800             IF BOLDOC-ENTRY(1:3) = 'HDR'
061900                 OR BOLDOC-ENTRY(1:3) = 'TRL'
062000                 GO TO 2300-READ-ISSUE
062100             END-IF
062200             MOVE BOLDOC-ACCOUNT-NUMBER TO WS-DOC-KEY
062300     END-READ.
062400 2300-EXIT.
062500     EXIT.
062600******************************************************************
062700*   2400 - ONE BOLETO FROM THE MASTER: POST TONIGHT'S EVENTS,    *
062800*           RECONCILE AN EARLIER PAYMENT, CHASE A MISSING        *
062900*           CONFIRMATION, DROP IT WHEN LONG FINISHED             *
063000******************************************************************
063100 2400-WORK-MASTER.
063200     MOVE BOLIN-RECORD TO BOLOUT-RECORD.
063300     IF BOLOUT-OPEN-AT-BANK
063400         OR BOLOUT-EXPIRED
063500         PERFORM 3000-POST-EVENTS THRU 3000-EXIT
063600     END-IF.
063700     IF BOLOUT-PAID
063800         AND BOLOUT-POSTED-DATE < WS-BUSINESS-DATE
063900         PERFORM 3500-RECONCILE THRU 3500-EXIT
064000     END-IF.
064100     IF BOLOUT-ISSUED
064200         PERFORM 2450-TEST-CONFIRMATION THRU 2450-EXIT
064300     END-IF.
064400     IF BOLOUT-FINISHED
064500         PERFORM 2460-TEST-PURGE THRU 2460-EXIT
064600         IF WS-CLOSED-DATE = ZERO
064700             ADD 1 TO WS-PURGED-COUNT
064800             GO TO 2400-NEXT
064900         END-IF
065000     END-IF.
065100     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
065200 2400-NEXT.
065300     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
065400 2400-EXIT.
065500     EXIT.
065600 2450-TEST-CONFIRMATION.
065700     COMPUTE WS-CHK-INT-DATE =
065800         FUNCTION INTEGER-OF-DATE(BOLOUT-ISSUE-DATE)
065900         + WS-CONFIRM-DAYS.
066000     IF WS-CHK-INT-DATE < WS-BUS-INT-DATE
066100         ADD 1 TO WS-UNCONFIRMED-COUNT
066200         MOVE 'NOT CONFIRMED BY THE BANK' TO WS-ACTION
066300         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
066400     END-IF.
066500 2450-EXIT.
066600     EXIT.
066700******************************************************************
066800*   2460 - A FINISHED BOLETO CLOSED MORE THAN BOLKEEP DAYS AGO   *
066900*           LEAVES WS-CLOSED-DATE ZERO AND IS DROPPED            *
067000******************************************************************
067100 2460-TEST-PURGE.
067200     IF BOLOUT-RECONCILED
067300         OR BOLOUT-AMOUNT-DIFFERS
067400         MOVE BOLOUT-RECON-DATE TO WS-CLOSED-DATE
067500     ELSE
067600         MOVE BOLOUT-EVENT-DATE TO WS-CLOSED-DATE
067700     END-IF.
067800     IF WS-CLOSED-DATE = ZERO
067900         MOVE WS-BUSINESS-DATE TO WS-CLOSED-DATE
068000     END-IF.
068100     COMPUTE WS-CHK-INT-DATE =
068200         FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
068300         + WS-KEEP-DAYS.
068400     IF WS-CHK-INT-DATE < WS-BUS-INT-DATE
068500         MOVE ZERO TO WS-CLOSED-DATE
068600     END-IF.
068700 2460-EXIT.
068800     EXIT.
068900******************************************************************
069000*   2500 - ONE BOLETO ISSUED TONIGHT GOES ON THE MASTER AS       *
069100*           ISSUED                                               *
069200******************************************************************
069300 2500-ADD-ISSUE.
069400     MOVE SPACES                TO BOLOUT-RECORD.
069500     MOVE BOLDOC-ACCOUNT-NUMBER TO BOLOUT-ACCOUNT-NUMBER.
069600     MOVE BOLDOC-OUR-NUMBER     TO BOLOUT-OUR-NUMBER.
069700     MOVE BOLDOC-OUR-NUMBER-DV  TO BOLOUT-OUR-NUMBER-DV.
069800     SET BOLOUT-ISSUED          TO TRUE.
069900     MOVE BOLDOC-DUE-DATE       TO BOLOUT-DUE-DATE.
070000     MOVE BOLDOC-AMOUNT         TO BOLOUT-AMOUNT.
070100     MOVE BOLDOC-MINIMUM-AMOUNT TO BOLOUT-MINIMUM-AMOUNT.
070200     MOVE BOLDOC-ISSUE-DATE     TO BOLOUT-ISSUE-DATE.
070300     MOVE BOLDOC-REMITTANCE-NBR TO BOLOUT-REMITTANCE-NBR.
070400     MOVE SPACES                TO BOLOUT-EVENT-CODE.
070500     MOVE ZERO                  TO BOLOUT-EVENT-DATE.
070600     MOVE SPACES                TO BOLOUT-REJECT-REASONS.
070700     MOVE ZERO                  TO BOLOUT-PAID-AMOUNT.
070800     MOVE ZERO                  TO BOLOUT-PAYMENT-DATE.
070900     MOVE ZERO                  TO BOLOUT-CREDIT-DATE.
071000     MOVE ZERO                  TO BOLOUT-POSTED-DATE.
071100     MOVE ZERO                  TO BOLOUT-RECON-DATE.
071200     MOVE ZERO                  TO BOLOUT-APPLIED-AMOUNT.
071300     MOVE ZERO                  TO BOLOUT-UNAPPLIED-NIGHTS.
071400     ADD 1 TO WS-ISSUE-COUNT.
071500     PERFORM 3000-POST-EVENTS  THRU 3000-EXIT.
071600     PERFORM 2700-WRITE-MASTER THRU 2700-EXIT.
071700     PERFORM 2300-READ-ISSUE   THRU 2300-EXIT.
071800 2500-EXIT.
071900     EXIT.
072000 2700-WRITE-MASTER.
072100     WRITE BOLOUT-RECORD.
072200     ADD 1 TO WS-RUNSTAT-WRITTEN.
072300     ADD 1 TO WS-MASTER-WRITTEN.
072400 2700-EXIT.
072500     EXIT.
072600******************************************************************
072700*   3000 - POST EVERY RETURN EVENT FOR THIS BOLETO, IN THE ORDER *
072800*           THE BANK SENT THEM. THE EVENT MUST CARRY BOTH OUR    *
072900*           NUMBER AND OUR ACCOUNT NUMBER                        *
073000******************************************************************
073100 3000-POST-EVENTS.
073200     PERFORM 3010-POST-ONE-EVENT THRU 3010-EXIT
073300             VARYING WS-RET-IDX FROM 1 BY 1
073400             UNTIL WS-RET-IDX > WS-RET-COUNT.
073500 3000-EXIT.
073600     EXIT.
073700 3010-POST-ONE-EVENT.
073800     IF WS-RET-MATCHED(WS-RET-IDX)
073900         OR WS-RET-OUR-NUMBER(WS-RET-IDX) NOT = BOLOUT-OUR-NUMBER
074000         OR WS-RET-ACCOUNT(WS-RET-IDX) NOT = BOLOUT-ACCOUNT-NUMBER
074100         GO TO 3010-EXIT
074200     END-IF.
074300     IF NOT BOLOUT-OPEN-AT-BANK
074400         AND NOT (BOLOUT-EXPIRED
074500                  AND WS-RET-MOVEMENT(WS-RET-IDX) = 17)
074600         GO TO 3010-EXIT
074700     END-IF.
074800     SET WS-RET-MATCHED(WS-RET-IDX) TO TRUE.
074900     MOVE WS-RET-MOVEMENT(WS-RET-IDX) TO BOLOUT-EVENT-CODE.
075000     MOVE WS-BUSINESS-DATE            TO BOLOUT-EVENT-DATE.
075100     EVALUATE WS-RET-MOVEMENT(WS-RET-IDX)
075200         WHEN 02
075300             IF BOLOUT-ISSUED
075400                 SET BOLOUT-REGISTERED TO TRUE
075500                 ADD 1 TO WS-REGISTERED-COUNT
075600             END-IF
075700         WHEN 03
075800             IF BOLOUT-OPEN-AT-BANK
075900                 SET BOLOUT-REJECTED TO TRUE
076000                 MOVE WS-RET-REASONS(WS-RET-IDX)
076100                                  TO BOLOUT-REJECT-REASONS
076200                 ADD 1 TO WS-REJECTED-COUNT
076300                 MOVE SPACES TO WS-ACTION
076400                 STRING 'REJECTED BY THE BANK - REASONS '
076500                                  DELIMITED BY SIZE
076600                        WS-RET-REASONS(WS-RET-IDX)
076700                                  DELIMITED BY SIZE
076800                        INTO WS-ACTION
076900                 END-STRING
077000                 PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
077100             END-IF
077200         WHEN 06
077300         WHEN 17
077400             SET BOLOUT-PAID TO TRUE
077500             MOVE WS-RET-PAID-AMOUNT(WS-RET-IDX)
077600                                  TO BOLOUT-PAID-AMOUNT
077700             MOVE WS-RET-PAYMENT-DATE(WS-RET-IDX)
077800                                  TO BOLOUT-PAYMENT-DATE
077900             MOVE WS-RET-CREDIT-DATE(WS-RET-IDX)
078000                                  TO BOLOUT-CREDIT-DATE
078100             MOVE WS-BUSINESS-DATE TO BOLOUT-POSTED-DATE
078200             MOVE ZERO             TO BOLOUT-UNAPPLIED-NIGHTS
078300             ADD 1 TO WS-PAID-COUNT
078400             ADD WS-RET-PAID-AMOUNT(WS-RET-IDX) TO WS-PAID-TOTAL
078500         WHEN 09
078600             IF BOLOUT-OPEN-AT-BANK
078700                 SET BOLOUT-EXPIRED TO TRUE
078800                 ADD 1 TO WS-EXPIRED-COUNT
078900             END-IF
079000         WHEN OTHER
079100             ADD 1 TO WS-OTHER-EVENT-COUNT
079200     END-EVALUATE.
079300 3010-EXIT.
079400     EXIT.
079500******************************************************************
079600*   3500 - A PAYMENT POSTED ON AN EARLIER NIGHT MUST NOW SHOW ON *
079700*           CLIDATA: A LAST PAYMENT ON OR AFTER THE DAY THE      *
079800*           PAYER PAID, FOR THE AMOUNT THE BANK RECEIVED         *
079900******************************************************************
080000 3500-RECONCILE.
080100     IF WS-CLI-MATCH
080200         AND CLIDATA-LAST-PAYMENT-DATE NOT < BOLOUT-PAYMENT-DATE
080300         MOVE WS-BUSINESS-DATE          TO BOLOUT-RECON-DATE
080400         MOVE CLIDATA-LAST-PAYMENT-AMOUNT
080500                                        TO BOLOUT-APPLIED-AMOUNT
080600         IF CLIDATA-LAST-PAYMENT-AMOUNT = BOLOUT-PAID-AMOUNT
080700             SET BOLOUT-RECONCILED TO TRUE
080800             ADD 1 TO WS-RECONCILED-COUNT
080900         ELSE
081000             SET BOLOUT-AMOUNT-DIFFERS TO TRUE
081100             ADD 1 TO WS-DIFFERS-COUNT
081200             COMPUTE WS-MONEY = CLIDATA-LAST-PAYMENT-AMOUNT / 100
081300             MOVE WS-MONEY            TO WS-ACTION-AMOUNT
081400             MOVE SPACES              TO WS-ACTION
081500             STRING 'PROCESSOR APPLIED ' DELIMITED BY SIZE
081600                    WS-ACTION-AMOUNT     DELIMITED BY SIZE
081700                    INTO WS-ACTION
081800             END-STRING
081900             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
082000         END-IF
082100         GO TO 3500-EXIT
082200     END-IF.
082300     ADD 1 TO BOLOUT-UNAPPLIED-NIGHTS.
082400     ADD 1 TO WS-UNAPPLIED-COUNT.
082500     ADD BOLOUT-PAID-AMOUNT TO WS-UNAPPLIED-TOTAL.
082600     IF WS-CLI-MATCH
082700         MOVE 'PAYMENT NOT APPLIED BY THE PROCESSOR'
082800                                        TO WS-ACTION
082900     ELSE
083000         MOVE 'PAID - ACCOUNT NOT ON CLIDATA'
083100                                        TO WS-ACTION
083200     END-IF.
083300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
083400 3500-EXIT.
083500     EXIT.
083600******************************************************************
083700*   4000 - RETURN EVENTS NO OPEN BOLETO TOOK                     *
083800******************************************************************
083900 4000-LIST-UNMATCHED.
084000     PERFORM 4010-TEST-ONE-EVENT THRU 4010-EXIT
084100             VARYING WS-RET-IDX FROM 1 BY 1
084200             UNTIL WS-RET-IDX > WS-RET-COUNT.
084300 4000-EXIT.
084400     EXIT.
084500 4010-TEST-ONE-EVENT.
084600     IF WS-RET-MATCHED(WS-RET-IDX)
084700         GO TO 4010-EXIT
084800     END-IF.
084900     ADD 1 TO WS-UNMATCHED-COUNT.
085000     MOVE SPACES                        TO WS-DETAIL-LINE.
085100     MOVE WS-RET-ACCOUNT(WS-RET-IDX)    TO WS-DTL-ACCOUNT.
085200     MOVE WS-RET-OUR-NUMBER(WS-RET-IDX) TO WS-DTL-OUR-NUMBER.
085300     MOVE WS-RET-DUE-DATE(WS-RET-IDX)   TO WS-DTL-DUE-DATE.
085400     COMPUTE WS-MONEY = WS-RET-AMOUNT(WS-RET-IDX) / 100.
085500     MOVE WS-MONEY                      TO WS-DTL-AMOUNT-R.
085600     IF WS-RET-PAID-AMOUNT(WS-RET-IDX) NOT = ZERO
085700         COMPUTE WS-MONEY = WS-RET-PAID-AMOUNT(WS-RET-IDX) / 100
085800         MOVE WS-MONEY                  TO WS-DTL-PAID-R
085900         MOVE WS-RET-PAYMENT-DATE(WS-RET-IDX)
086000                                        TO WS-DTL-PAY-DATE
086100     END-IF.
086200     STRING 'EVENT ' DELIMITED BY SIZE
086300            WS-RET-MOVEMENT(WS-RET-IDX) DELIMITED BY SIZE
086400            ' - NO OPEN BOLETO ON FILE' DELIMITED BY SIZE
086500            INTO WS-DTL-ACTION
086600     END-STRING.
086700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
086800     ADD 1 TO WS-RUNSTAT-WRITTEN.
086900 4010-EXIT.
087000     EXIT.
087100******************************************************************
087200*   6000 - LIST THE CURRENT MASTER BOLETO WITH WS-ACTION         *
087300******************************************************************
087400 6000-WRITE-DETAIL.
087500     MOVE SPACES                    TO WS-DETAIL-LINE.
087600     MOVE BOLOUT-ACCOUNT-NUMBER     TO WS-DTL-ACCOUNT.
087700     MOVE BOLOUT-OUR-NUMBER         TO WS-DTL-OUR-NUMBER(1:11).
087800     MOVE '-'                       TO WS-DTL-OUR-NUMBER(12:1).
087900     MOVE BOLOUT-OUR-NUMBER-DV      TO WS-DTL-OUR-NUMBER(13:1).
088000     MOVE BOLOUT-DUE-DATE           TO WS-DTL-DUE-DATE.
088100     COMPUTE WS-MONEY = BOLOUT-AMOUNT / 100.
088200     MOVE WS-MONEY                  TO WS-DTL-AMOUNT-R.
088300     IF BOLOUT-PAID-AMOUNT NOT = ZERO
088400         COMPUTE WS-MONEY = BOLOUT-PAID-AMOUNT / 100
088500         MOVE WS-MONEY              TO WS-DTL-PAID-R
088600         MOVE BOLOUT-PAYMENT-DATE   TO WS-DTL-PAY-DATE
088700     END-IF.
088800     IF WS-CLI-MATCH
088900         MOVE CLIDATA-PAYMENT-DELINQ-DAYS TO WS-DTL-DLQ-R
089000     END-IF.
089100     IF BOLOUT-UNAPPLIED-NIGHTS NOT = ZERO
089200         MOVE BOLOUT-UNAPPLIED-NIGHTS TO WS-DTL-NIGHTS-R
089300     END-IF.
089400     MOVE WS-ACTION                 TO WS-DTL-ACTION.
089500     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
089600     ADD 1 TO WS-RUNSTAT-WRITTEN.
089700 6000-EXIT.
089800     EXIT.
089900******************************************************************
090000*   7300 - A CNAB DDMMAAAA DATE IN WS-DATE-IN AS YYYYMMDD        *
090100******************************************************************
090200 7300-FROM-CNAB-DATE.
090300     MOVE WS-DATE-IN TO WS-CNAB-DATE.
090400     COMPUTE WS-ISO-OUT = WS-CNAB-YEAR * 10000
090500                        + WS-CNAB-MONTH * 100
090600                        + WS-CNAB-DAY.
090700 7300-EXIT.
090800     EXIT.
090900******************************************************************
091000*                 9000 - TOTALS AND TERMINATION                  *
091100******************************************************************
091200 9000-TERMINATE.
091300     IF WS-REJECTED-COUNT    = ZERO
091400         AND WS-DIFFERS-COUNT     = ZERO
091500         AND WS-UNAPPLIED-COUNT   = ZERO
091600         AND WS-UNCONFIRMED-COUNT = ZERO
091700         AND WS-UNMATCHED-COUNT   = ZERO
091800         WRITE REPORT-LINE FROM WS-NONE-LINE
091900         ADD 1 TO WS-RUNSTAT-WRITTEN
092000     ELSE
092100         IF RETURN-CODE < 4
092200             MOVE 4 TO RETURN-CODE
092300         END-IF
092400     END-IF.
092500     MOVE SPACES TO REPORT-LINE.
092600     WRITE REPORT-LINE.
092700     MOVE 'RETURN EVENTS TABLED  :' TO WS-TOT-CAPTION.
092800     MOVE WS-RET-COUNT              TO WS-TOT-COUNT.
092900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
093000     MOVE 'BOLETOS ISSUED TONIGHT:' TO WS-TOT-CAPTION.
093100     MOVE WS-ISSUE-COUNT            TO WS-TOT-COUNT.
093200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
093300     MOVE 'REGISTERED            :' TO WS-TOT-CAPTION.
093400     MOVE WS-REGISTERED-COUNT       TO WS-TOT-COUNT.
093500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
093600     MOVE 'REJECTED              :' TO WS-TOT-CAPTION.
093700     MOVE WS-REJECTED-COUNT         TO WS-TOT-COUNT.
093800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
093900     MOVE 'PAID                  :' TO WS-TOT-CAPTION.
094000     MOVE WS-PAID-COUNT             TO WS-TOT-COUNT.
094100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
094200     COMPUTE WS-MONEY = WS-PAID-TOTAL / 100.
094300     MOVE 'AMOUNT PAID           :' TO WS-AMT-CAPTION.
094400     MOVE WS-MONEY                  TO WS-AMT-VALUE.
094500     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
094600     MOVE 'EXPIRED UNPAID        :' TO WS-TOT-CAPTION.
094700     MOVE WS-EXPIRED-COUNT          TO WS-TOT-COUNT.
094800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
094900     MOVE 'OTHER BANK EVENTS     :' TO WS-TOT-CAPTION.
095000     MOVE WS-OTHER-EVENT-COUNT      TO WS-TOT-COUNT.
095100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
095200     MOVE 'EVENTS WITHOUT BOLETO :' TO WS-TOT-CAPTION.
095300     MOVE WS-UNMATCHED-COUNT        TO WS-TOT-COUNT.
095400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
095500     MOVE 'PAYMENTS RECONCILED   :' TO WS-TOT-CAPTION.
095600     MOVE WS-RECONCILED-COUNT       TO WS-TOT-COUNT.
095700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
095800     MOVE 'APPLIED AMOUNT DIFFERS:' TO WS-TOT-CAPTION.
095900     MOVE WS-DIFFERS-COUNT          TO WS-TOT-COUNT.
096000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
096100     MOVE 'PAYMENTS NOT APPLIED  :' TO WS-TOT-CAPTION.
096200     MOVE WS-UNAPPLIED-COUNT        TO WS-TOT-COUNT.
096300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
096400     COMPUTE WS-MONEY = WS-UNAPPLIED-TOTAL / 100.
096500     MOVE 'AMOUNT NOT APPLIED    :' TO WS-AMT-CAPTION.
096600     MOVE WS-MONEY                  TO WS-AMT-VALUE.
096700     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
096800     MOVE 'NOT CONFIRMED BY BANK :' TO WS-TOT-CAPTION.
096900     MOVE WS-UNCONFIRMED-COUNT      TO WS-TOT-COUNT.
097000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
097100     MOVE 'FINISHED AND DROPPED  :' TO WS-TOT-CAPTION.
097200     MOVE WS-PURGED-COUNT           TO WS-TOT-COUNT.
097300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
097400     MOVE 'MASTER RECORDS WRITTEN:' TO WS-TOT-CAPTION.
097500     MOVE WS-MASTER-WRITTEN         TO WS-TOT-COUNT.
097600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
097700     ADD 17 TO WS-RUNSTAT-WRITTEN.
097800     DISPLAY 'CLI087R - PAYMENTS NOT APPLIED           : '
097900             WS-UNAPPLIED-COUNT.
098000     DISPLAY 'CLI087R - BOLETOS REJECTED BY THE BANK   : '
098100             WS-REJECTED-COUNT.
098200     IF WS-DOC-OK
098300         CLOSE CLIDATA-FILE
098400         CLOSE BOLDOC-FILE
098500         CLOSE BOL-OUT-FILE
098600     END-IF.
098700     CLOSE BOL-IN-FILE.
098800     CLOSE REPORT-FILE.
098810     IF NOT WS-REPLAY-RUN
098820         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
098830     END-IF.
099000 9000-EXIT.
099100     EXIT.
099200******************************************************************
099300*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
099400******************************************************************
099500 9900-WRITE-RUN-STATS.
099600     OPEN OUTPUT RUNLOG-FILE.
099700     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
099800     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
099900     MOVE SPACES                 TO RUNSTAT-ENTRY.
100000     MOVE 'CLI087R'              TO RUNSTAT-PROGRAM-ID.
100100     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
100200     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
100300     MOVE WS-RUNSTAT-START-RAW(1:6)
100400         TO RUNSTAT-START-TIME.
100500     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
100600     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
100700     MOVE WS-UNMATCHED-COUNT     TO RUNSTAT-RECORDS-REJECTED.
100800     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
100900     WRITE RUNSTAT-ENTRY.
101000     CLOSE RUNLOG-FILE.
101100 9900-EXIT.
101200     EXIT.
101300******************************************************************
101400*                      END OF PROGRAM                            *
101500******************************************************************
