000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT017D                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARDHOLDER DISPUTES GROUP.                       *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     DUPLICATE-CHARGE DETECTION. THE NIGHT'S PARSED TRANSACTION *
001400*     EXTRACT (DATTXNX), IN DATA1 ORG/ACCOUNT ORDER, IS TAKEN    *
001500*     ONE ACCOUNT AT A TIME AND EVERY DEBIT POSTING IS COMPARED  *
001600*     WITH THE EARLIER POSTINGS OF THE SAME ACCOUNT. A POSTING   *
001700*     IS A SUSPECTED DUPLICATE OF THE FIRST EARLIER ONE THAT     *
001800*     EITHER CARRIES THE SAME AUTHORIZATION CODE (BASIS AUTH) OR *
001900*     HAS THE SAME MERCHANT NAME AND AMOUNT WITH TRANSACTION     *
002000*     DATES NO MORE THAN DUPDAYS APART (BASIS MAMT; RUN-CONTROL  *
002100*     KEY DUPDAYS, DEFAULT 1). EACH SUSPECT GOES TO THE          *
002200*     PRE-DISPUTE SERVICE QUEUE (DATDUPQ) FOR CUSTOMER SERVICE   *
002300*     TO REVERSE. A PAIR THE CARDHOLDER HAS ALREADY DISPUTED -   *
002400*     A DISPUTE ON THE NEW DISPUTE MASTER (DATDMST) FOR THE SAME *
002500*     ACCOUNT, MERCHANT AND AMOUNT DATED ON EITHER POSTING - IS  *
002600*     QUEUED MARKED AS DISPUTED. THE REPORT LISTS EVERY SUSPECT  *
002700*     AND RANKS THE MERCHANTS BY SUSPECT COUNT (RUN-CONTROL KEY  *
002800*     TOPMERCH, DEFAULT 25) FOR MERCHANT RELATIONS. SUSPECTS     *
002900*     ARE WORK FOR THE QUEUE AND DO NOT SET THE RETURN CODE; A   *
003000*     FULL WORK TABLE ENDS RC=8.                                 *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  CDG  ORIGINAL VERSION.                        *
003400******************************************************************
003500 PROGRAM-ID.    DAT017D.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DATTXNX-FILE  ASSIGN TO DATTXNX
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL DATDMST-FILE ASSIGN TO DATDMST
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT DATDUPQ-FILE  ASSIGN TO DATDUPQ
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPORT-FILE   ASSIGN TO DAT017RP
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DATTXNX-FILE.
005400     COPY "DATTXNX.cpy".
005500 FD  DATDMST-FILE.
005600     COPY "DATDMST.cpy"
005700         REPLACING ==:DATDMST:== BY ==DATDMST== .
005800 FD  DATDUPQ-FILE.
005900     COPY "DATDUPQ.cpy".
006000 FD  REPORT-FILE.
006100 01  REPORT-LINE                        PIC X(132).
006200 FD  RUNPARM-FILE.
006300     COPY "RUNPARM.cpy".
006400 FD  RUNLOG-FILE.
006500     COPY "RUNSTAT.cpy".
006600 WORKING-STORAGE SECTION.
006700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007200 77  WS-TXN-EOF-SW                      PIC X(01)   VALUE 'N'.
007300     88  WS-TXN-EOF                                 VALUE 'Y'.
007400 77  WS-DSP-EOF-SW                      PIC X(01)   VALUE 'N'.
007500     88  WS-DSP-EOF                                 VALUE 'Y'.
007600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
007700     88  WS-PARM-EOF                                VALUE 'Y'.
007800 77  WS-WINDOW-DAYS                     PIC 9(03)   VALUE 001.
007900 77  WS-TOP-MERCHANTS                   PIC 9(04)   VALUE 0025.
008000 77  WS-ACT-COUNT                       PIC 9(04)   VALUE ZERO.
008100 77  WS-ACT-MAX                         PIC 9(04)   VALUE 1000.
008200 77  WS-ACT-IDX                         PIC 9(04)   VALUE ZERO.
008300 77  WS-ACT-ORIG-IDX                    PIC 9(04)   VALUE ZERO.
008400 77  WS-ADS-COUNT                       PIC 9(04)   VALUE ZERO.
008500 77  WS-ADS-MAX                         PIC 9(04)   VALUE 0200.
008600 77  WS-ADS-IDX                         PIC 9(04)   VALUE ZERO.
008700 77  WS-MCH-COUNT                       PIC 9(04)   VALUE ZERO.
008800 77  WS-MCH-MAX                         PIC 9(04)   VALUE 2000.
008900 77  WS-MCH-IDX                         PIC 9(04)   VALUE ZERO.
009000 77  WS-FOUND-IDX                       PIC 9(04)   VALUE ZERO.
009100 77  WS-BEST-IDX                        PIC 9(04)   VALUE ZERO.
009200 77  WS-RANK                            PIC 9(04)   VALUE ZERO.
009300 77  WS-DATE-GAP                        PIC S9(09)  VALUE ZERO.
009400 77  WS-MATCH-BASIS                     PIC X(04)   VALUE SPACES.
009500 77  WS-DISPUTED-SW                     PIC X(01)   VALUE 'N'.
009600     88  WS-DISPUTED                                VALUE 'Y'.
009700 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
009800 77  WS-DEBIT-COUNT                     PIC 9(09)   VALUE ZERO.
009900 77  WS-SUSPECT-COUNT                   PIC 9(07)   VALUE ZERO.
010000 77  WS-AUTH-COUNT                      PIC 9(07)   VALUE ZERO.
010100 77  WS-MERCH-AMT-COUNT                 PIC 9(07)   VALUE ZERO.
010200 77  WS-DISPUTED-COUNT                  PIC 9(07)   VALUE ZERO.
010300 77  WS-SUSPECT-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
010400 77  WS-ACT-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
010500 77  WS-ADS-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
010600 77  WS-MCH-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
010700 01  WS-CUR-KEY.
010800     05  WS-CUR-ORG                     PIC 999.
010900     05  WS-CUR-ACCT                    PIC X(19).
011000 01  WS-TXN-KEY.
011100     05  WS-TXN-ORG                     PIC 999.
011200     05  WS-TXN-ACCT                    PIC X(19).
011300 01  WS-DSP-KEY                         PIC X(22)   VALUE SPACES.
011400 01  WS-ACCOUNT-TABLE.
011500     05  WS-ACT-ENTRY OCCURS 1000 TIMES.
011600         10  WS-ACT-STMT-ID-CODE        PIC S9(7).
011700         10  WS-ACT-REC-NBR             PIC S9(4).
011800         10  WS-ACT-TXN-DATE            PIC 9(08).
011900         10  WS-ACT-INT-DATE            PIC 9(09).
012000         10  WS-ACT-AMOUNT              PIC S9(13)V99.
012100         10  WS-ACT-AUTH-CODE           PIC X(06).
012200         10  WS-ACT-MERCHANT-NAME       PIC X(40).
012300         10  WS-ACT-MERCHANT-CATEGORY   PIC 9(04).
012400 01  WS-ACCOUNT-DISPUTE-TABLE.
012500     05  WS-ADS-ENTRY OCCURS 200 TIMES.
012600         10  WS-ADS-MERCHANT-NAME       PIC X(40).
012700         10  WS-ADS-AMOUNT              PIC S9(13)V99.
012800         10  WS-ADS-TXN-DATE            PIC 9(08).
012900 01  WS-MERCHANT-TABLE.
013000     05  WS-MCH-ENTRY OCCURS 2000 TIMES.
013100         10  WS-MCH-NAME                PIC X(40).
013200         10  WS-MCH-CATEGORY            PIC 9(04).
013300         10  WS-MCH-SUSPECT-COUNT       PIC 9(07).
013400         10  WS-MCH-SUSPECT-AMOUNT      PIC S9(13)V99.
013500         10  WS-MCH-DISPUTED-COUNT      PIC 9(07).
013600         10  WS-MCH-RANKED-SW           PIC X(01).
013700 01  WS-CURRENT-DATE-TIME.
013800     05  WS-CURRENT-DATE                PIC 9(08).
013900     05  FILLER                         PIC X(14).
014000 01  WS-HEADING-LINE.
014100     05  FILLER                         PIC X(46)
014200         VALUE 'DAT017D - SUSPECTED DUPLICATE CHARGES        '.
014300     05  FILLER                         PIC X(10)
014400         VALUE 'RUN DATE: '.
014500     05  WS-HDG-RUN-DATE                PIC 9(08).
014600     05  FILLER                         PIC X(68)   VALUE SPACES.
014700 01  WS-COLUMN-LINE.
014800     05  FILLER                         PIC X(40)
014900         VALUE 'ACCOUNT              ORIG DATE DUP DATE '.
015000     05  FILLER                         PIC X(40)
015100         VALUE '          AMOUNT  MERCHANT              '.
015200     05  FILLER                         PIC X(40)
015300         VALUE '                    AUTH    BASIS DISPUT'.
015400     05  FILLER                         PIC X(12)
015500         VALUE 'ED          '.
015600 01  WS-DETAIL-LINE.
015700     05  WS-DTL-ACCOUNT                 PIC X(19).
015800     05  FILLER                         PIC X(02)   VALUE SPACES.
015900     05  WS-DTL-ORIG-DATE               PIC 9(08).
016000     05  FILLER                         PIC X(02)   VALUE SPACES.
016100     05  WS-DTL-DUP-DATE                PIC 9(08).
016200     05  FILLER                         PIC X(02)   VALUE SPACES.
016300     05  WS-DTL-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
016400     05  FILLER                         PIC X(02)   VALUE SPACES.
016500     05  WS-DTL-MERCHANT                PIC X(40).
016600     05  FILLER                         PIC X(02)   VALUE SPACES.
016700     05  WS-DTL-AUTH-CODE               PIC X(06).
016800     05  FILLER                         PIC X(02)   VALUE SPACES.
016900     05  WS-DTL-BASIS                   PIC X(04).
017000     05  FILLER                         PIC X(02)   VALUE SPACES.
017100     05  WS-DTL-DISPUTED                PIC X(08).
017200     05  FILLER                         PIC X(10)   VALUE SPACES.
017300 01  WS-RANK-HEADING-LINE.
017400     05  FILLER                         PIC X(44)
017500         VALUE 'MERCHANTS RANKED BY SUSPECTED DUPLICATES    '.
017600     05  FILLER                         PIC X(88)   VALUE SPACES.
017700 01  WS-RANK-COLUMN-LINE.
017800     05  FILLER                         PIC X(40)
017900         VALUE 'RANK MERCHANT                           '.
018000     05  FILLER                         PIC X(40)
018100         VALUE '       MCC  SUSPECTS           AMOUNT DI'.
018200     05  FILLER                         PIC X(40)
018300         VALUE 'SPUTED                                  '.
018400     05  FILLER                         PIC X(12)   VALUE SPACES.
018500 01  WS-RANK-LINE.
018600     05  WS-RNK-RANK                    PIC ZZ9.
018700     05  FILLER                         PIC X(02)   VALUE SPACES.
018800     05  WS-RNK-MERCHANT                PIC X(40).
018900     05  FILLER                         PIC X(02)   VALUE SPACES.
019000     05  WS-RNK-CATEGORY                PIC 9(04).
019100     05  FILLER                         PIC X(02)   VALUE SPACES.
019200     05  WS-RNK-SUSPECTS                PIC ZZZ,ZZ9.
019300     05  FILLER                         PIC X(02)   VALUE SPACES.
019400     05  WS-RNK-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER                         PIC X(02)   VALUE SPACES.
019600     05  WS-RNK-DISPUTED                PIC ZZZ,ZZ9.
019700     05  FILLER                         PIC X(46)   VALUE SPACES.
019800 01  WS-TOTAL-LINE.
019900     05  WS-TOT-LABEL                   PIC X(40).
020000     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
020100     05  FILLER                         PIC X(81)   VALUE SPACES.
020200 01  WS-AMOUNT-LINE.
020300     05  FILLER                         PIC X(40)
020400         VALUE 'AMOUNT OF SUSPECTED DUPLICATES         :'.
020500     05  WS-TOT-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                         PIC X(73)   VALUE SPACES.
020700******************************************************************
020800*                 PROCEDURE DIVISION                            *
020900******************************************************************
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
021300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
021400     PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
021500             UNTIL WS-TXN-EOF.
021600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
021700     GOBACK.
021800 0000-EXIT.
021900     EXIT.
022000 1000-INITIALIZE.
022100     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
022200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022300     OPEN INPUT  DATTXNX-FILE.
022400     OPEN INPUT  DATDMST-FILE.
022500     OPEN OUTPUT DATDUPQ-FILE.
022600     OPEN OUTPUT REPORT-FILE.
022700     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
022800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
022900     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
023000     PERFORM 2100-READ-TXN THRU 2100-EXIT.
023100     PERFORM 2400-READ-DISPUTE THRU 2400-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400******************************************************************
023500*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
023600******************************************************************
023700 1500-LOAD-RUN-PARMS.
023800     OPEN INPUT RUNPARM-FILE.
023900     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
024000             UNTIL WS-PARM-EOF.
024100     CLOSE RUNPARM-FILE.
024200 1500-EXIT.
024300     EXIT.
024400 1510-READ-ONE-PARM.
024500     READ RUNPARM-FILE
024600         AT END SET WS-PARM-EOF TO TRUE
024700         NOT AT END
024800             IF RUNPARM-PROGRAM-ID = 'DAT017D '
024900                 AND RUNPARM-KEY = 'DUPDAYS '
025000                 MOVE RUNPARM-VALUE-NUM TO WS-WINDOW-DAYS
025100                 DISPLAY 'DAT017D - DUPLICATE WINDOW SET TO '
025200                         WS-WINDOW-DAYS
025300                         ' DAYS BY RUN PARAMETER'
025400             END-IF
025500             IF RUNPARM-PROGRAM-ID = 'DAT017D '
025600                 AND RUNPARM-KEY = 'TOPMERCH'
025700                 MOVE RUNPARM-VALUE-NUM TO WS-TOP-MERCHANTS
025800                 DISPLAY 'DAT017D - MERCHANTS RANKED SET TO '
025900                         WS-TOP-MERCHANTS ' BY RUN PARAMETER'
026000             END-IF
026100     END-READ.
026200 1510-EXIT.
026300     EXIT.
026400******************************************************************
026500*   2000 - GATHER ONE ACCOUNT'S DEBIT POSTINGS AND DISPUTES,     *
026600*           THEN LOOK FOR DUPLICATES AMONG THE POSTINGS          *
026700******************************************************************
026800 2000-PROCESS-ACCOUNT.
026900     MOVE WS-TXN-KEY TO WS-CUR-KEY.
027000     MOVE ZERO TO WS-ACT-COUNT.
027100     ADD 1 TO WS-ACCOUNT-COUNT.
027200     PERFORM 2200-COLLECT-ONE-TXN THRU 2200-EXIT
027300             UNTIL WS-TXN-EOF
027400                OR WS-TXN-KEY NOT = WS-CUR-KEY.
027500     PERFORM 2300-COLLECT-DISPUTES THRU 2300-EXIT.
027600     PERFORM 3000-TEST-ONE-POSTING THRU 3000-EXIT
027700             VARYING WS-ACT-IDX FROM 2 BY 1
027800             UNTIL WS-ACT-IDX > WS-ACT-COUNT.
027900 2000-EXIT.
028000     EXIT.
028100 2100-READ-TXN.
028200     READ DATTXNX-FILE
028300         AT END SET WS-TXN-EOF TO TRUE
028400         NOT AT END
028500             ADD 1 TO WS-RUNSTAT-READ
028600             MOVE DATTXNX-ORG  TO WS-TXN-ORG
028700             MOVE DATTXNX-ACCT TO WS-TXN-ACCT
028800     END-READ.
028900 2100-EXIT.
029000     EXIT.
029100******************************************************************
029200*   2200 - TABLE ONE POSTING; CREDITS AND DISPUTE RECORDS ARE    *
029300*           NOT CANDIDATES FOR A DUPLICATE CHARGE                *
029400******************************************************************
029500 2200-COLLECT-ONE-TXN.
029600     IF NOT DATTXNX-IS-TRANSACTION
029700         OR DATTXNX-TXN-AMOUNT NOT > ZERO
029800         GO TO 2200-READ-NEXT
029900     END-IF.
030000     ADD 1 TO WS-DEBIT-COUNT.
030100     IF WS-ACT-COUNT >= WS-ACT-MAX
030200         ADD 1 TO WS-ACT-DROPPED-COUNT
030300         GO TO 2200-READ-NEXT
030400     END-IF.
030500     ADD 1 TO WS-ACT-COUNT.
030600     MOVE DATTXNX-STMT-ID-CODE
030700                         TO WS-ACT-STMT-ID-CODE(WS-ACT-COUNT).
030800     MOVE DATTXNX-REC-NBR       TO WS-ACT-REC-NBR(WS-ACT-COUNT).
030900     MOVE DATTXNX-TXN-DATE      TO WS-ACT-TXN-DATE(WS-ACT-COUNT).
031000     MOVE ZERO                  TO WS-ACT-INT-DATE(WS-ACT-COUNT).
031100     IF DATTXNX-TXN-DATE > 16010101
031200         COMPUTE WS-ACT-INT-DATE(WS-ACT-COUNT) =
031300                 FUNCTION INTEGER-OF-DATE(DATTXNX-TXN-DATE)
031400     END-IF.
031500     MOVE DATTXNX-TXN-AMOUNT    TO WS-ACT-AMOUNT(WS-ACT-COUNT).
031600     MOVE DATTXNX-AUTH-CODE     TO WS-ACT-AUTH-CODE(WS-ACT-COUNT).
031700     MOVE DATTXNX-MERCHANT-NAME
031800                         TO WS-ACT-MERCHANT-NAME(WS-ACT-COUNT).
031900     MOVE DATTXNX-MERCHANT-CATEGORY
032000                 TO WS-ACT-MERCHANT-CATEGORY(WS-ACT-COUNT).
032100 2200-READ-NEXT.
032200     PERFORM 2100-READ-TXN THRU 2100-EXIT.
032300 2200-EXIT.
032400     EXIT.
032500******************************************************************
032600*   2300 - TABLE THE ACCOUNT'S DISPUTES. THE DISPUTE MASTER IS   *
032700*           IN THE SAME ORG/ACCOUNT ORDER AS THE EXTRACT         *
032800******************************************************************
032900 2300-COLLECT-DISPUTES.
033000     MOVE ZERO TO WS-ADS-COUNT.
033100     PERFORM 2410-SKIP-ONE-DISPUTE THRU 2410-EXIT
033200             UNTIL WS-DSP-KEY NOT < WS-CUR-KEY.
033300     PERFORM 2420-TABLE-ONE-DISPUTE THRU 2420-EXIT
033400             UNTIL WS-DSP-KEY NOT = WS-CUR-KEY.
033500 2300-EXIT.
033600     EXIT.
033700 2400-READ-DISPUTE.
033800     READ DATDMST-FILE
033900         AT END
034000             SET WS-DSP-EOF TO TRUE
034100             MOVE HIGH-VALUES TO WS-DSP-KEY
034200         NOT AT END
034300             ADD 1 TO WS-RUNSTAT-READ
034400             MOVE DATDMST-KEY(1:22) TO WS-DSP-KEY
034500     END-READ.
034600 2400-EXIT.
034700     EXIT.
034800 2410-SKIP-ONE-DISPUTE.
034900     PERFORM 2400-READ-DISPUTE THRU 2400-EXIT.
035000 2410-EXIT.
035100     EXIT.
035200 2420-TABLE-ONE-DISPUTE.
035300     IF WS-ADS-COUNT >= WS-ADS-MAX
035400         ADD 1 TO WS-ADS-DROPPED-COUNT
035500     ELSE
035600         ADD 1 TO WS-ADS-COUNT
035700         MOVE DATDMST-MERCHANT-NAME
035800                         TO WS-ADS-MERCHANT-NAME(WS-ADS-COUNT)
035900         MOVE DATDMST-TXN-AMOUNT TO WS-ADS-AMOUNT(WS-ADS-COUNT)
036000         MOVE DATDMST-TXN-DATE   TO WS-ADS-TXN-DATE(WS-ADS-COUNT)
036100     END-IF.
036200     PERFORM 2400-READ-DISPUTE THRU 2400-EXIT.
036300 2420-EXIT.
036400     EXIT.
036500******************************************************************
036600*   3000 - IS THIS POSTING A REPEAT OF AN EARLIER ONE? ONLY THE  *
036700*           FIRST EARLIER MATCH IS PAIRED, SO A CHARGE POSTED    *
036800*           THREE TIMES QUEUES TWO SUSPECTS, NOT THREE           *
036900******************************************************************
037000 3000-TEST-ONE-POSTING.
037100     MOVE ZERO   TO WS-FOUND-IDX.
037200     MOVE SPACES TO WS-MATCH-BASIS.
037300     PERFORM 3100-COMPARE-EARLIER THRU 3100-EXIT
037400             VARYING WS-ACT-ORIG-IDX FROM 1 BY 1
037500             UNTIL WS-ACT-ORIG-IDX >= WS-ACT-IDX
037600                OR WS-FOUND-IDX NOT = ZERO.
037700     IF WS-FOUND-IDX = ZERO
037800         GO TO 3000-EXIT
037900     END-IF.
038000     MOVE WS-FOUND-IDX TO WS-ACT-ORIG-IDX.
038100     MOVE 'N' TO WS-DISPUTED-SW.
038200     PERFORM 3200-TEST-ONE-DISPUTE THRU 3200-EXIT
038300             VARYING WS-ADS-IDX FROM 1 BY 1
038400             UNTIL WS-ADS-IDX > WS-ADS-COUNT
038500                OR WS-DISPUTED.
038600     PERFORM 3300-QUEUE-SUSPECT THRU 3300-EXIT.
038700     PERFORM 3400-COUNT-MERCHANT THRU 3400-EXIT.
038800 3000-EXIT.
038900     EXIT.
039000 3100-COMPARE-EARLIER.
039100     IF WS-ACT-AUTH-CODE(WS-ACT-IDX) NOT = SPACES
039200         AND WS-ACT-AUTH-CODE(WS-ACT-IDX)
039300                             = WS-ACT-AUTH-CODE(WS-ACT-ORIG-IDX)
039400         MOVE WS-ACT-ORIG-IDX TO WS-FOUND-IDX
039500         MOVE 'AUTH'          TO WS-MATCH-BASIS
039600         GO TO 3100-EXIT
039700     END-IF.
039800     IF WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
039900                     NOT = WS-ACT-MERCHANT-NAME(WS-ACT-ORIG-IDX)
040000         OR WS-ACT-AMOUNT(WS-ACT-IDX)
040100                         NOT = WS-ACT-AMOUNT(WS-ACT-ORIG-IDX)
040200         GO TO 3100-EXIT
040300     END-IF.
040400     COMPUTE WS-DATE-GAP = WS-ACT-INT-DATE(WS-ACT-IDX)
040500                         - WS-ACT-INT-DATE(WS-ACT-ORIG-IDX).
040600     IF WS-DATE-GAP < ZERO
040700         COMPUTE WS-DATE-GAP = ZERO - WS-DATE-GAP
040800     END-IF.
040900     IF WS-DATE-GAP <= WS-WINDOW-DAYS
041000         MOVE WS-ACT-ORIG-IDX TO WS-FOUND-IDX
041100         MOVE 'MAMT'          TO WS-MATCH-BASIS
041200     END-IF.
041300 3100-EXIT.
041400     EXIT.
041500 3200-TEST-ONE-DISPUTE.
041600     IF WS-ADS-MERCHANT-NAME(WS-ADS-IDX)
041700                         = WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
041800         AND WS-ADS-AMOUNT(WS-ADS-IDX) = WS-ACT-AMOUNT(WS-ACT-IDX)
041900         AND (WS-ADS-TXN-DATE(WS-ADS-IDX)
042000                         = WS-ACT-TXN-DATE(WS-ACT-IDX)
042100           OR WS-ADS-TXN-DATE(WS-ADS-IDX)
042200                         = WS-ACT-TXN-DATE(WS-ACT-ORIG-IDX))
042300         SET WS-DISPUTED TO TRUE
042400     END-IF.
042500 3200-EXIT.
042600     EXIT.
042700******************************************************************
042800*   3300 - WRITE THE QUEUE ENTRY AND THE REPORT LINE             *
042900******************************************************************
043000 3300-QUEUE-SUSPECT.
043100     MOVE SPACES                 TO DATDUPQ-ENTRY.
043200     MOVE WS-CUR-ORG             TO DATDUPQ-ORG.
043300     MOVE WS-CUR-ACCT            TO DATDUPQ-ACCT.
043400     MOVE WS-ACT-STMT-ID-CODE(WS-ACT-ORIG-IDX)
043500                                 TO DATDUPQ-ORIG-STMT-ID-CODE.
043600     MOVE WS-ACT-REC-NBR(WS-ACT-ORIG-IDX)
043700                                 TO DATDUPQ-ORIG-REC-NBR.
043800     MOVE WS-ACT-TXN-DATE(WS-ACT-ORIG-IDX)
043900                                 TO DATDUPQ-ORIG-TXN-DATE.
044000     MOVE WS-ACT-STMT-ID-CODE(WS-ACT-IDX)
044100                                 TO DATDUPQ-DUP-STMT-ID-CODE.
044200     MOVE WS-ACT-REC-NBR(WS-ACT-IDX)
044300                                 TO DATDUPQ-DUP-REC-NBR.
044400     MOVE WS-ACT-TXN-DATE(WS-ACT-IDX)
044500                                 TO DATDUPQ-DUP-TXN-DATE.
044600     MOVE WS-ACT-AMOUNT(WS-ACT-IDX)
044700                                 TO DATDUPQ-TXN-AMOUNT.
044800     MOVE WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
044900                                 TO DATDUPQ-MERCHANT-NAME.
045000     MOVE WS-ACT-AUTH-CODE(WS-ACT-IDX)
045100                                 TO DATDUPQ-AUTH-CODE.
045200     MOVE WS-MATCH-BASIS         TO DATDUPQ-MATCH-BASIS.
045300     MOVE WS-DISPUTED-SW         TO DATDUPQ-DISPUTED-SW.
045400     MOVE WS-CURRENT-DATE        TO DATDUPQ-RUN-DATE.
045500     WRITE DATDUPQ-ENTRY.
045600     ADD 1 TO WS-RUNSTAT-WRITTEN.
045700     ADD 1 TO WS-SUSPECT-COUNT.
045800     ADD WS-ACT-AMOUNT(WS-ACT-IDX) TO WS-SUSPECT-AMOUNT.
045900     IF DATDUPQ-SAME-AUTH
046000         ADD 1 TO WS-AUTH-COUNT
046100     ELSE
046200         ADD 1 TO WS-MERCH-AMT-COUNT
046300     END-IF.
046400     MOVE SPACES                 TO WS-DTL-DISPUTED.
046500     IF WS-DISPUTED
046600         ADD 1 TO WS-DISPUTED-COUNT
046700         MOVE 'DISPUTED'         TO WS-DTL-DISPUTED
046800     END-IF.
046900     MOVE WS-CUR-ACCT            TO WS-DTL-ACCOUNT.
047000     MOVE DATDUPQ-ORIG-TXN-DATE  TO WS-DTL-ORIG-DATE.
047100     MOVE DATDUPQ-DUP-TXN-DATE   TO WS-DTL-DUP-DATE.
047200     MOVE WS-ACT-AMOUNT(WS-ACT-IDX) TO WS-DTL-AMOUNT.
047300     MOVE DATDUPQ-MERCHANT-NAME  TO WS-DTL-MERCHANT.
047400     MOVE DATDUPQ-AUTH-CODE      TO WS-DTL-AUTH-CODE.
047500     MOVE DATDUPQ-MATCH-BASIS    TO WS-DTL-BASIS.
047600     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
047700 3300-EXIT.
047800     EXIT.
047900******************************************************************
048000*   3400 - CHARGE THE SUSPECT TO ITS MERCHANT FOR THE RANKING    *
048100******************************************************************
048200 3400-COUNT-MERCHANT.
048300     MOVE ZERO TO WS-FOUND-IDX.
048400     PERFORM 3410-MATCH-ONE-MERCHANT THRU 3410-EXIT
048500             VARYING WS-MCH-IDX FROM 1 BY 1
048600             UNTIL WS-MCH-IDX > WS-MCH-COUNT
048700                OR WS-FOUND-IDX NOT = ZERO.
048800     IF WS-FOUND-IDX = ZERO
048900         IF WS-MCH-COUNT >= WS-MCH-MAX
049000             ADD 1 TO WS-MCH-DROPPED-COUNT
049100             GO TO 3400-EXIT
049200         END-IF
049300         ADD 1 TO WS-MCH-COUNT
049400         MOVE WS-MCH-COUNT TO WS-FOUND-IDX
049500         MOVE WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
049600                             TO WS-MCH-NAME(WS-FOUND-IDX)
049700         MOVE WS-ACT-MERCHANT-CATEGORY(WS-ACT-IDX)
049800                             TO WS-MCH-CATEGORY(WS-FOUND-IDX)
049900         MOVE ZERO TO WS-MCH-SUSPECT-COUNT(WS-FOUND-IDX)
050000         MOVE ZERO TO WS-MCH-SUSPECT-AMOUNT(WS-FOUND-IDX)
050100         MOVE ZERO TO WS-MCH-DISPUTED-COUNT(WS-FOUND-IDX)
050200         MOVE 'N'  TO WS-MCH-RANKED-SW(WS-FOUND-IDX)
050300     END-IF.
050400     ADD 1 TO WS-MCH-SUSPECT-COUNT(WS-FOUND-IDX).
050500     ADD WS-ACT-AMOUNT(WS-ACT-IDX)
050600         TO WS-MCH-SUSPECT-AMOUNT(WS-FOUND-IDX).
050700     IF WS-DISPUTED
050800         ADD 1 TO WS-MCH-DISPUTED-COUNT(WS-FOUND-IDX)
050900     END-IF.
051000 3400-EXIT.
051100     EXIT.
051200 3410-MATCH-ONE-MERCHANT.
051300     IF WS-MCH-NAME(WS-MCH-IDX) = WS-ACT-MERCHANT-NAME(WS-ACT-IDX)
051400         MOVE WS-MCH-IDX TO WS-FOUND-IDX
051500     END-IF.
051600 3410-EXIT.
051700     EXIT.
051800******************************************************************
051900*   5000 - RANK THE MERCHANTS: EACH PASS PRINTS THE UNRANKED     *
052000*           MERCHANT WITH THE MOST SUSPECTS                      *
052100******************************************************************
052200 5000-RANK-ONE-MERCHANT.
052300     MOVE ZERO TO WS-BEST-IDX.
052400     PERFORM 5100-TEST-ONE-MERCHANT THRU 5100-EXIT
052500             VARYING WS-MCH-IDX FROM 1 BY 1
052600             UNTIL WS-MCH-IDX > WS-MCH-COUNT.
052700     IF WS-BEST-IDX = ZERO
052800         GO TO 5000-EXIT
052900     END-IF.
053000     MOVE 'Y' TO WS-MCH-RANKED-SW(WS-BEST-IDX).
053100     MOVE WS-RANK                            TO WS-RNK-RANK.
053200     MOVE WS-MCH-NAME(WS-BEST-IDX)           TO WS-RNK-MERCHANT.
053300     MOVE WS-MCH-CATEGORY(WS-BEST-IDX)       TO WS-RNK-CATEGORY.
053400     MOVE WS-MCH-SUSPECT-COUNT(WS-BEST-IDX)  TO WS-RNK-SUSPECTS.
053500     MOVE WS-MCH-SUSPECT-AMOUNT(WS-BEST-IDX) TO WS-RNK-AMOUNT.
053600     MOVE WS-MCH-DISPUTED-COUNT(WS-BEST-IDX) TO WS-RNK-DISPUTED.
053700     WRITE REPORT-LINE FROM WS-RANK-LINE.
053800 5000-EXIT.
053900     EXIT.
054000 5100-TEST-ONE-MERCHANT.
054100     IF WS-MCH-RANKED-SW(WS-MCH-IDX) = 'Y'
054200         GO TO 5100-EXIT
054300     END-IF.
054400     IF WS-BEST-IDX = ZERO
054500         MOVE WS-MCH-IDX TO WS-BEST-IDX
054600         GO TO 5100-EXIT
054700     END-IF.
054800     IF WS-MCH-SUSPECT-COUNT(WS-MCH-IDX)
054900                         > WS-MCH-SUSPECT-COUNT(WS-BEST-IDX)
055000         OR (WS-MCH-SUSPECT-COUNT(WS-MCH-IDX)
055100                         = WS-MCH-SUSPECT-COUNT(WS-BEST-IDX)
055200         AND WS-MCH-SUSPECT-AMOUNT(WS-MCH-IDX)
055300                         > WS-MCH-SUSPECT-AMOUNT(WS-BEST-IDX))
055400         MOVE WS-MCH-IDX TO WS-BEST-IDX
055500     END-IF.
055600 5100-EXIT.
055700     EXIT.
055800******************************************************************
055900*                 9000 - RANKING, TOTALS AND TERMINATION         *
056000******************************************************************
056100 9000-TERMINATE.
056200     MOVE SPACES TO REPORT-LINE.
056300     WRITE REPORT-LINE.
056400     WRITE REPORT-LINE FROM WS-RANK-HEADING-LINE.
056500     WRITE REPORT-LINE FROM WS-RANK-COLUMN-LINE.
056600     PERFORM 5000-RANK-ONE-MERCHANT THRU 5000-EXIT
056700             VARYING WS-RANK FROM 1 BY 1
056800             UNTIL WS-RANK > WS-TOP-MERCHANTS
056900                OR WS-RANK > WS-MCH-COUNT.
057000     MOVE SPACES TO REPORT-LINE.
057100     WRITE REPORT-LINE.
057200     MOVE 'ACCOUNTS ON THE EXTRACT                :'
057300                                    TO WS-TOT-LABEL.
057400     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
057500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
057600     MOVE 'DEBIT POSTINGS COMPARED                :'
057700                                    TO WS-TOT-LABEL.
057800     MOVE WS-DEBIT-COUNT            TO WS-TOT-COUNT.
057900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058000     MOVE 'SUSPECTED DUPLICATES QUEUED            :'
058100                                    TO WS-TOT-LABEL.
058200     MOVE WS-SUSPECT-COUNT          TO WS-TOT-COUNT.
058300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058400     MOVE 'AUTH - SAME AUTHORIZATION CODE         :'
058500                                    TO WS-TOT-LABEL.
058600     MOVE WS-AUTH-COUNT             TO WS-TOT-COUNT.
058700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058800     MOVE 'MAMT - SAME MERCHANT, AMOUNT, WINDOW   :'
058900                                    TO WS-TOT-LABEL.
059000     MOVE WS-MERCH-AMT-COUNT        TO WS-TOT-COUNT.
059100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059200     MOVE 'ALREADY DISPUTED BY THE CARDHOLDER     :'
059300                                    TO WS-TOT-LABEL.
059400     MOVE WS-DISPUTED-COUNT         TO WS-TOT-COUNT.
059500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059600     MOVE 'MERCHANTS WITH SUSPECTS                :'
059700                                    TO WS-TOT-LABEL.
059800     MOVE WS-MCH-COUNT              TO WS-TOT-COUNT.
059900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
060000     MOVE WS-SUSPECT-AMOUNT         TO WS-TOT-AMOUNT.
060100     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
060200     IF WS-ACT-DROPPED-COUNT NOT = ZERO
060300         DISPLAY 'DAT017D - ACCOUNT POSTING TABLE FULL, '
060400                 'POSTINGS NOT COMPARED: ' WS-ACT-DROPPED-COUNT
060500         MOVE 8 TO RETURN-CODE
060600     END-IF.
060700     IF WS-ADS-DROPPED-COUNT NOT = ZERO
060800         DISPLAY 'DAT017D - ACCOUNT DISPUTE TABLE FULL, '
060900                 'DISPUTES NOT CHECKED: ' WS-ADS-DROPPED-COUNT
061000         MOVE 8 TO RETURN-CODE
061100     END-IF.
061200     IF WS-MCH-DROPPED-COUNT NOT = ZERO
061300         DISPLAY 'DAT017D - MERCHANT TABLE FULL, SUSPECTS '
061400                 'NOT RANKED: ' WS-MCH-DROPPED-COUNT
061500         MOVE 8 TO RETURN-CODE
061600     END-IF.
061700     CLOSE DATTXNX-FILE.
061800     CLOSE DATDMST-FILE.
061900     CLOSE DATDUPQ-FILE.
062000     CLOSE REPORT-FILE.
062100     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
062200 9000-EXIT.
062300     EXIT.
062400******************************************************************
062500*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
062600******************************************************************
062700 9900-WRITE-RUN-STATS.
062800     OPEN OUTPUT RUNLOG-FILE.
062900     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
063000     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
063100     MOVE SPACES                 TO RUNSTAT-ENTRY.
063200     MOVE 'DAT017D'              TO RUNSTAT-PROGRAM-ID.
063300     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
063400     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
063500     MOVE WS-RUNSTAT-START-RAW(1:6)
063600         TO RUNSTAT-START-TIME.
063700     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
063800     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
063900     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
064000     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
064100     WRITE RUNSTAT-ENTRY.
064200     CLOSE RUNLOG-FILE.
064300 9900-EXIT.
064400     EXIT.
064500******************************************************************
064600*                      END OF PROGRAM                            *
064700******************************************************************
