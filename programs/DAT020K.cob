000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : DAT020K                                       *
000500*    SYSTEM     : STATEMENT/TRANSACTION FILE PROCESSING         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. STATEMENT SYSTEMS.                               *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     AML ALERT DISPOSITION CASE MANAGEMENT. CARRIES THE AML     *
001400*     DISPOSITION MASTER (DATAMLD) RUN OVER RUN THE WAY CLI051M  *
001500*     CARRIES THE WATCHLIST PAIRS: THE LATEST MONTHLY ALERT      *
001600*     FILE FROM DAT019A (DATAMLA) IS TAKEN ON - AN ALERT ALREADY *
001700*     ON THE MASTER IS LEFT AS IT STANDS, A NEW ONE STARTS       *
001800*     PENDING - AND THE ANALYST DECISION CARDS COMPLIANCE        *
001900*     RETURNS (S SUSPICIOUS / N NOT SUSPICIOUS) ARE APPLIED TO   *
002000*     PENDING ALERTS. EVERY ALERT CONFIRMED SUSPICIOUS GOES OUT  *
002100*     ONCE ON THE FIXED-FORMAT COAF COMMUNICATION FILE AND IS    *
002200*     STAMPED WITH THE COMMUNICATION DATE. PENDING ALERTS AGE    *
002300*     FROM INTAKE AGAINST THE REVIEW DEADLINE (RUN-CONTROL KEY   *
002400*     REVDAYS, DEFAULT 30) AND OVERDUE ONES ARE REPORTED. THE    *
002500*     REPORTING INSTITUTION'S CNPJ FOR THE COAF HEADER IS KEY    *
002600*     ENTITYID.                                                  *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-10-15  CSG  ORIGINAL VERSION.                        *
002910*     2026-10-15  CSG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002920*                      THE RUN-CONTROL DATASET MAKES THE         *
002930*                      REPLAYED BUSINESS DATE THE RUN DATE,      *
002940*                      STAMPS THE REPORT AS A REPLAY AND         *
002950*                      SUPPRESSES THE RUN-LOG ENTRY.             *
003000******************************************************************
003100 PROGRAM-ID.    DAT020K.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL DATAMLA-FILE ASSIGN TO DATAMLA
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL PRIOR-MASTER-FILE ASSIGN TO AMLDIN
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT NEW-MASTER-FILE ASSIGN TO AMLDOUT
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL CARD-FILE ASSIGN TO AMLDCRD
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT DATCOAF-FILE  ASSIGN TO DATCOAF
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPORT-FILE   ASSIGN TO DAT020RP
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DATAMLA-FILE.
005400     COPY "DATAMLA.cpy".
005500 FD  PRIOR-MASTER-FILE.
005600     COPY "DATAMLD.cpy"
005700         REPLACING ==:DATAMLD:== BY ==PRIOR== .
005800 FD  NEW-MASTER-FILE.
005900     COPY "DATAMLD.cpy"
006000         REPLACING ==:DATAMLD:== BY ==DATAMLD== .
006100 FD  CARD-FILE.
006200     COPY "AMLDCRD.cpy".
006300 FD  DATCOAF-FILE.
006400     COPY "DATCOAF.cpy".
006500 FD  REPORT-FILE.
006600 01  REPORT-LINE                        PIC X(132).
006700 FD  RUNPARM-FILE.
006800     COPY "RUNPARM.cpy".
006900 FD  RUNLOG-FILE.
007000     COPY "RUNSTAT.cpy".
007100 WORKING-STORAGE SECTION.
007200 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007300 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007400 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007500 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007600 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007700 77  WS-ALERT-EOF-SW                    PIC X(01)   VALUE 'N'.
007800     88  WS-ALERT-EOF                               VALUE 'Y'.
007900 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
008000     88  WS-PRIOR-EOF                               VALUE 'Y'.
008100 77  WS-CARD-EOF-SW                     PIC X(01)   VALUE 'N'.
008200     88  WS-CARD-EOF                                VALUE 'Y'.
008300 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008400     88  WS-PARM-EOF                                VALUE 'Y'.
008410 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
008420     88  WS-REPLAY-RUN                              VALUE 'Y'.
008430 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
008500 77  WS-REVIEW-DEADLINE-DAYS            PIC 9(03)   VALUE 030.
008600 77  WS-ENTITY-ID                       PIC 9(14)   VALUE ZERO.
008700 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
008800 77  WS-FIRST-INT-DATE                  PIC 9(09)   VALUE ZERO.
008900 77  WS-AGE-DAYS                        PIC S9(09)  VALUE ZERO.
009000 77  WS-CARD-COUNT                      PIC 9(04)   VALUE ZERO.
009100 77  WS-CARD-MAX                        PIC 9(04)   VALUE 2000.
009200 77  WS-CARD-IDX                        PIC 9(04)   VALUE ZERO.
009300 77  WS-CARD-FOUND-IDX                  PIC 9(04)   VALUE ZERO.
009400 77  WS-CARD-DROPPED-COUNT              PIC 9(04)   VALUE ZERO.
009500 77  WS-ALT-COUNT                       PIC 9(05)   VALUE ZERO.
009600 77  WS-ALT-MAX                         PIC 9(05)   VALUE 10000.
009700 77  WS-ALT-IDX                         PIC 9(05)   VALUE ZERO.
009800 77  WS-ALT-FOUND-IDX                   PIC 9(05)   VALUE ZERO.
009900 77  WS-ALT-DROPPED-COUNT               PIC 9(05)   VALUE ZERO.
010000 77  WS-NEW-COUNT                       PIC 9(07)   VALUE ZERO.
010100 77  WS-CARRIED-COUNT                   PIC 9(07)   VALUE ZERO.
010200 77  WS-KNOWN-COUNT                     PIC 9(07)   VALUE ZERO.
010300 77  WS-DECIDED-COUNT                   PIC 9(07)   VALUE ZERO.
010400 77  WS-CLEARED-COUNT                   PIC 9(07)   VALUE ZERO.
010500 77  WS-PENDING-COUNT                   PIC 9(07)   VALUE ZERO.
010600 77  WS-OVERDUE-COUNT                   PIC 9(07)   VALUE ZERO.
010700 77  WS-COAF-COUNT                      PIC 9(09)   VALUE ZERO.
010800 77  WS-COAF-TOTAL                      PIC 9(15)V99 VALUE ZERO.
010900 01  WS-CURRENT-DATE-TIME.
011000     05  WS-CURRENT-DATE                PIC 9(08).
011100     05  WS-CURRENT-TIME                PIC 9(06).
011200     05  FILLER                         PIC X(08).
011300 01  WS-CARD-TABLE.
011400     05  WS-CARD-ENTRY OCCURS 2000 TIMES.
011500         10  WS-CRD-KEY                 PIC X(32).
011600         10  WS-CRD-DECISION            PIC X(01).
011700         10  WS-CRD-DATE                PIC 9(08).
011800         10  WS-CRD-ANALYST-ID          PIC X(08).
011900 01  WS-ALERT-TABLE.
012000     05  WS-ALT-ENTRY OCCURS 10000 TIMES.
012100         10  WS-ALT-RECORD              PIC X(150).
012200         10  WS-ALT-ON-MASTER-SW        PIC X(01).
012300             88  WS-ALT-ON-MASTER                   VALUE 'Y'.
012400 01  WS-HEADING-LINE.
012500     05  FILLER                         PIC X(46)
012600         VALUE 'DAT020K - AML ALERT DISPOSITION              '.
012700     05  FILLER                         PIC X(10)
012800         VALUE 'RUN DATE: '.
012900     05  WS-HDG-RUN-DATE                PIC 9(08).
013000     05  FILLER                         PIC X(68)   VALUE SPACES.
013010 01  WS-REPLAY-LINE.
013020     05  FILLER                         PIC X(31)
013030         VALUE '*** REPLAY RUN - BUSINESS DATE '.
013040     05  WS-RPL-DATE                    PIC 9(08).
013050     05  FILLER                         PIC X(30)
013060         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
013070     05  FILLER                         PIC X(63)   VALUE SPACES.
013100 01  WS-CASE-LINE.
013200     05  WS-CSE-LABEL                   PIC X(10).
013300     05  WS-CSE-ACCT                    PIC X(19).
013400     05  FILLER                         PIC X(02)   VALUE SPACES.
013500     05  WS-CSE-MONTH                   PIC 9(06).
013600     05  FILLER                         PIC X(02)   VALUE SPACES.
013700     05  WS-CSE-RULE                    PIC X(04).
013800     05  FILLER                         PIC X(02)   VALUE SPACES.
013900     05  WS-CSE-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
014000     05  FILLER                         PIC X(02)   VALUE SPACES.
014100     05  WS-CSE-AGE                     PIC ZZ,ZZ9.
014200     05  WS-CSE-DAYS                    PIC X(05).
014300     05  FILLER                         PIC X(02)   VALUE SPACES.
014400     05  WS-CSE-NAME                    PIC X(40).
014500     05  FILLER                         PIC X(13)   VALUE SPACES.
014600 01  WS-TOTAL-LINE.
014700     05  WS-TOT-LABEL                   PIC X(40).
014800     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
014900     05  FILLER                         PIC X(81)   VALUE SPACES.
015000******************************************************************
015100*                 PROCEDURE DIVISION                            *
015200******************************************************************
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
015600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015700     PERFORM 2000-CARRY-PRIOR    THRU 2000-EXIT
015800             UNTIL WS-PRIOR-EOF.
015900     PERFORM 2500-TAKE-ON-ALERT  THRU 2500-EXIT
016000             VARYING WS-ALT-IDX FROM 1 BY 1
016100             UNTIL WS-ALT-IDX > WS-ALT-COUNT.
016200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016300     GOBACK.
016400 0000-EXIT.
016500     EXIT.
016600 1000-INITIALIZE.
016700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016800     COMPUTE WS-TODAY-INT-DATE =
016900             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
017000     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
017010     IF WS-REPLAY-RUN
017020         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
017030         COMPUTE WS-TODAY-INT-DATE =
017040                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
017050     END-IF.
017100     PERFORM 1600-LOAD-CARDS     THRU 1600-EXIT.
017200     PERFORM 1700-LOAD-ALERTS    THRU 1700-EXIT.
017300     OPEN INPUT  PRIOR-MASTER-FILE.
017400     OPEN OUTPUT NEW-MASTER-FILE.
017500     OPEN OUTPUT DATCOAF-FILE.
017600     OPEN OUTPUT REPORT-FILE.
017700     MOVE SPACES                 TO DATCOAF-RECORD.
017800     SET DATCOAF-HEADER          TO TRUE.
017900     MOVE WS-ENTITY-ID           TO DATCOAF-HDR-ENTITY-ID.
018000     MOVE WS-CURRENT-DATE        TO DATCOAF-HDR-FILE-DATE.
018100     MOVE WS-CURRENT-TIME        TO DATCOAF-HDR-FILE-TIME.
018200     WRITE DATCOAF-RECORD.
018300     ADD 1 TO WS-RUNSTAT-WRITTEN.
018400     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
018500     WRITE REPORT-LINE FROM WS-HEADING-LINE.
018510     IF WS-REPLAY-RUN
018520         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
018530         WRITE REPORT-LINE FROM WS-REPLAY-LINE
018540     END-IF.
018600     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900******************************************************************
019000*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
019100******************************************************************
019200 1500-LOAD-RUN-PARMS.
019300     OPEN INPUT RUNPARM-FILE.
019400     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
019500             UNTIL WS-PARM-EOF.
019600     CLOSE RUNPARM-FILE.
019700 1500-EXIT.
019800     EXIT.
019900 1510-READ-ONE-PARM.
020000     READ RUNPARM-FILE
020100         AT END
020200             SET WS-PARM-EOF TO TRUE
020300             GO TO 1510-EXIT
020400     END-READ.
020410     IF RUNPARM-PROGRAM-ID = 'REPLAY  '
020420         AND RUNPARM-KEY = 'BUSDATE '
020430         MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
020440         SET WS-REPLAY-RUN TO TRUE
020450         DISPLAY 'DAT020K - REPLAY RUN FOR BUSINESS DATE '
020460                 WS-REPLAY-DATE
020470         GO TO 1510-EXIT
020480     END-IF.
020500     IF RUNPARM-PROGRAM-ID NOT = 'DAT020K '
020600         GO TO 1510-EXIT
020700     END-IF.
020800     EVALUATE RUNPARM-KEY
020900         WHEN 'REVDAYS '
021000             MOVE RUNPARM-VALUE-NUM TO WS-REVIEW-DEADLINE-DAYS
021100         WHEN 'ENTITYID'
021200             MOVE RUNPARM-VALUE-NUM TO WS-ENTITY-ID
021300         WHEN OTHER
021400             GO TO 1510-EXIT
021500     END-EVALUATE.
021600     DISPLAY 'DAT020K - ' RUNPARM-KEY ' SET TO '
021700             RUNPARM-VALUE ' BY RUN PARAMETER'.
021800 1510-EXIT.
021900     EXIT.
022000******************************************************************
022100*   1600 - TABLE THE ANALYST DECISION CARDS                      *
022200******************************************************************
022300 1600-LOAD-CARDS.
022400     OPEN INPUT CARD-FILE.
022500     PERFORM 1610-LOAD-ONE-CARD THRU 1610-EXIT
022600             UNTIL WS-CARD-EOF.
022700     CLOSE CARD-FILE.
022800     IF WS-CARD-DROPPED-COUNT NOT = ZERO
022900         DISPLAY 'DAT020K - DECISION CARD TABLE FULL, CARDS '
023000                 'DROPPED : ' WS-CARD-DROPPED-COUNT
023100         MOVE 8 TO RETURN-CODE
023200     END-IF.
023300 1600-EXIT.
023400     EXIT.
023500 1610-LOAD-ONE-CARD.
023600     READ CARD-FILE
023700         AT END
023800             SET WS-CARD-EOF TO TRUE
023900             GO TO 1610-EXIT
024000     END-READ.
024100     IF AMLDCRD-DECISION NOT = 'S'
024200         AND AMLDCRD-DECISION NOT = 'N'
024300         DISPLAY 'DAT020K - DECISION CARD IGNORED, DECISION '
024400                 AMLDCRD-DECISION ' FOR ACCOUNT ' AMLDCRD-ACCT
024500         GO TO 1610-EXIT
024600     END-IF.
024700     IF WS-CARD-COUNT >= WS-CARD-MAX
024800         ADD 1 TO WS-CARD-DROPPED-COUNT
024900         GO TO 1610-EXIT
025000     END-IF.
025100     ADD 1 TO WS-CARD-COUNT.
025200     MOVE AMLDCRD-KEY         TO WS-CRD-KEY(WS-CARD-COUNT).
025300     MOVE AMLDCRD-DECISION    TO WS-CRD-DECISION(WS-CARD-COUNT).
025400     MOVE AMLDCRD-ANALYST-ID  TO WS-CRD-ANALYST-ID(WS-CARD-COUNT).
025500     IF AMLDCRD-DECISION-DATE = ZERO
025600         MOVE WS-CURRENT-DATE TO WS-CRD-DATE(WS-CARD-COUNT)
025700     ELSE
025800         MOVE AMLDCRD-DECISION-DATE
025900                              TO WS-CRD-DATE(WS-CARD-COUNT)
026000     END-IF.
026100 1610-EXIT.
026200     EXIT.
026300******************************************************************
026400*   1700 - TABLE THE LATEST MONTHLY ALERT FILE                   *
026500******************************************************************
026600 1700-LOAD-ALERTS.
026700     OPEN INPUT DATAMLA-FILE.
026800     PERFORM 1710-LOAD-ONE-ALERT THRU 1710-EXIT
026900             UNTIL WS-ALERT-EOF.
027000     CLOSE DATAMLA-FILE.
027100     IF WS-ALT-DROPPED-COUNT NOT = ZERO
027200         DISPLAY 'DAT020K - ALERT TABLE FULL, ALERTS NOT TAKEN '
027300                 'ON : ' WS-ALT-DROPPED-COUNT
027400         MOVE 8 TO RETURN-CODE
027500     END-IF.
027600 1700-EXIT.
027700     EXIT.
027800 1710-LOAD-ONE-ALERT.
027900     READ DATAMLA-FILE
028000         AT END
028100             SET WS-ALERT-EOF TO TRUE
028200             GO TO 1710-EXIT
028300     END-READ.
028400     ADD 1 TO WS-RUNSTAT-READ.
028500     IF WS-ALT-COUNT >= WS-ALT-MAX
028600         ADD 1 TO WS-ALT-DROPPED-COUNT
028700         GO TO 1710-EXIT
028800     END-IF.
028900     ADD 1 TO WS-ALT-COUNT.
029000     MOVE DATAMLA-RECORD TO WS-ALT-RECORD(WS-ALT-COUNT).
029100     MOVE 'N'            TO WS-ALT-ON-MASTER-SW(WS-ALT-COUNT).
029200 1710-EXIT.
029300     EXIT.
029400******************************************************************
029500*   2000 - CARRY ONE MASTER ALERT; AN ALERT ON TONIGHT'S FILE    *
029600*           THAT IS ALREADY HERE IS MARKED SO IT IS NOT ADDED    *
029700******************************************************************
029800 2000-CARRY-PRIOR.
029900     MOVE PRIOR-RECORD TO DATAMLD-RECORD.
030000     ADD 1 TO WS-CARRIED-COUNT.
030100     MOVE ZERO TO WS-ALT-FOUND-IDX.
030200     PERFORM 2010-MATCH-ONE-ALERT THRU 2010-EXIT
030300             VARYING WS-ALT-IDX FROM 1 BY 1
030400             UNTIL WS-ALT-IDX > WS-ALT-COUNT
030500                OR WS-ALT-FOUND-IDX NOT = ZERO.
030600     IF WS-ALT-FOUND-IDX NOT = ZERO
030700         SET WS-ALT-ON-MASTER(WS-ALT-FOUND-IDX) TO TRUE
030800         ADD 1 TO WS-KNOWN-COUNT
030900     END-IF.
031000     PERFORM 3000-FINISH-MASTER THRU 3000-EXIT.
031100     PERFORM 2100-READ-PRIOR    THRU 2100-EXIT.
031200 2000-EXIT.
031300     EXIT.
031400 2010-MATCH-ONE-ALERT.
031500     IF WS-ALT-RECORD(WS-ALT-IDX)(1:32) = DATAMLD-KEY
031600         MOVE WS-ALT-IDX TO WS-ALT-FOUND-IDX
031700     END-IF.
031800 2010-EXIT.
031900     EXIT.
032000 2100-READ-PRIOR.
032100     READ PRIOR-MASTER-FILE
032200         AT END SET WS-PRIOR-EOF TO TRUE
032300         NOT AT END ADD 1 TO WS-RUNSTAT-READ
032400     END-READ.
032500 2100-EXIT.
032600     EXIT.
032700******************************************************************
032800*   2500 - AN ALERT NOT YET ON THE MASTER STARTS PENDING         *
032900******************************************************************
033000 2500-TAKE-ON-ALERT.
033100     IF WS-ALT-ON-MASTER(WS-ALT-IDX)
033200         GO TO 2500-EXIT
033300     END-IF.
033400     MOVE WS-ALT-RECORD(WS-ALT-IDX) TO DATAMLA-RECORD.
033500     MOVE SPACES                 TO DATAMLD-RECORD.
033600     MOVE DATAMLA-KEY            TO DATAMLD-KEY.
033700     SET DATAMLD-PENDING         TO TRUE.
033800     MOVE ZERO                   TO DATAMLD-DECISION-DATE.
033900     MOVE DATAMLA-NAME-LINE-1    TO DATAMLD-NAME-LINE-1.
034000     MOVE DATAMLA-CLIENT-DOC     TO DATAMLD-CLIENT-DOC.
034100     MOVE DATAMLA-PERSON-TYPE    TO DATAMLD-PERSON-TYPE.
034200     MOVE DATAMLA-INCOME         TO DATAMLD-INCOME.
034300     MOVE DATAMLA-ALERT-AMOUNT   TO DATAMLD-ALERT-AMOUNT.
034400     MOVE DATAMLA-ALERT-TXN-COUNT TO DATAMLD-ALERT-TXN-COUNT.
034500     MOVE DATAMLA-MONTH-SPEND    TO DATAMLD-MONTH-SPEND.
034600     MOVE WS-CURRENT-DATE        TO DATAMLD-FIRST-SEEN-DATE.
034700     MOVE ZERO                   TO DATAMLD-AGE-DAYS.
034800     MOVE ZERO                   TO DATAMLD-COAF-SENT-DATE.
034900     ADD 1 TO WS-NEW-COUNT.
035000     PERFORM 3000-FINISH-MASTER  THRU 3000-EXIT.
035100 2500-EXIT.
035200     EXIT.
035300******************************************************************
035400*   3000 - APPLY DECISIONS, COMMUNICATE, AGE AND WRITE           *
035500******************************************************************
035600 3000-FINISH-MASTER.
035700     PERFORM 3100-APPLY-DECISION THRU 3100-EXIT.
035800     IF DATAMLD-SUSPICIOUS
035900         AND DATAMLD-COAF-SENT-DATE = ZERO
036000         PERFORM 3200-WRITE-COAF THRU 3200-EXIT
036100     END-IF.
036200     IF DATAMLD-FIRST-SEEN-DATE = ZERO
036300         MOVE ZERO TO WS-AGE-DAYS
036400     ELSE
036500         COMPUTE WS-FIRST-INT-DATE =
036600             FUNCTION INTEGER-OF-DATE(DATAMLD-FIRST-SEEN-DATE)
036700         COMPUTE WS-AGE-DAYS =
036800             WS-TODAY-INT-DATE - WS-FIRST-INT-DATE
036900         IF WS-AGE-DAYS < ZERO
037000             MOVE ZERO TO WS-AGE-DAYS
037100         END-IF
037200     END-IF.
037300     MOVE WS-AGE-DAYS            TO DATAMLD-AGE-DAYS.
037400     IF DATAMLD-PENDING
037500         ADD 1 TO WS-PENDING-COUNT
037600     END-IF.
037700     IF DATAMLD-PENDING
037800         AND WS-AGE-DAYS > WS-REVIEW-DEADLINE-DAYS
037900         ADD 1 TO WS-OVERDUE-COUNT
038000         MOVE 'OVERDUE : '       TO WS-CSE-LABEL
038100         PERFORM 3300-WRITE-CASE-LINE THRU 3300-EXIT
038200     END-IF.
038300     WRITE DATAMLD-RECORD.
038400     ADD 1 TO WS-RUNSTAT-WRITTEN.
038500 3000-EXIT.
038600     EXIT.
038700******************************************************************
038800*   3100 - APPLY AN ANALYST DECISION CARD TO A PENDING ALERT     *
038900******************************************************************
039000 3100-APPLY-DECISION.
039100     IF NOT DATAMLD-PENDING
039200         GO TO 3100-EXIT
039300     END-IF.
039400     MOVE ZERO TO WS-CARD-FOUND-IDX.
039500     PERFORM 3110-MATCH-ONE-CARD THRU 3110-EXIT
039600             VARYING WS-CARD-IDX FROM 1 BY 1
039700             UNTIL WS-CARD-IDX > WS-CARD-COUNT
039800                OR WS-CARD-FOUND-IDX NOT = ZERO.
039900     IF WS-CARD-FOUND-IDX = ZERO
040000         GO TO 3100-EXIT
040100     END-IF.
040200     MOVE WS-CRD-DECISION(WS-CARD-FOUND-IDX)
040300                                 TO DATAMLD-DECISION.
040400     MOVE WS-CRD-DATE(WS-CARD-FOUND-IDX)
040500                                 TO DATAMLD-DECISION-DATE.
040600     MOVE WS-CRD-ANALYST-ID(WS-CARD-FOUND-IDX)
040700                                 TO DATAMLD-ANALYST-ID.
040800     ADD 1 TO WS-DECIDED-COUNT.
040900     IF DATAMLD-NOT-SUSPICIOUS
041000         ADD 1 TO WS-CLEARED-COUNT
041100     END-IF.
041200 3100-EXIT.
041300     EXIT.
041400 3110-MATCH-ONE-CARD.
041500     IF WS-CRD-KEY(WS-CARD-IDX) = DATAMLD-KEY
041600         MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
041700     END-IF.
041800 3110-EXIT.
041900     EXIT.
042000******************************************************************
042100*   3200 - ONE SUSPICIOUS-OPERATION COMMUNICATION FOR COAF       *
042200******************************************************************
042300 3200-WRITE-COAF.
042400     ADD 1 TO WS-COAF-COUNT.
042500     MOVE SPACES                 TO DATCOAF-RECORD.
042600     SET DATCOAF-DETAIL          TO TRUE.
042700     MOVE WS-COAF-COUNT          TO DATCOAF-COMM-SEQ.
042800     MOVE DATAMLD-ALERT-MONTH    TO DATCOAF-REFERENCE-MONTH.
042900     MOVE DATAMLD-DECISION-DATE  TO DATCOAF-DECISION-DATE.
043000     MOVE DATAMLD-PERSON-TYPE    TO DATCOAF-PERSON-TYPE.
043100     MOVE DATAMLD-CLIENT-DOC     TO DATCOAF-CLIENT-DOC.
043200     MOVE DATAMLD-NAME-LINE-1    TO DATCOAF-CLIENT-NAME.
043300     MOVE DATAMLD-ACCT           TO DATCOAF-ACCOUNT.
043400     MOVE DATAMLD-INCOME         TO DATCOAF-DECLARED-INCOME.
043500     MOVE DATAMLD-RULE           TO DATCOAF-SUSPICION-CODE.
043600     EVALUATE DATAMLD-RULE
043700         WHEN 'HRMC'
043800             MOVE 'HIGH-RISK CATEGORY SPEND OVER THE INCOME SHARE'
043900                                 TO DATCOAF-SUSPICION-TEXT
044000         WHEN 'STRC'
044100             MOVE 'REPEATED OPERATIONS JUST UNDER THE REPORT LINE'
044200                                 TO DATCOAF-SUSPICION-TEXT
044300         WHEN 'INCM'
044400             MOVE 'CARD SPEND INCONSISTENT WITH DECLARED INCOME'
044500                                 TO DATCOAF-SUSPICION-TEXT
044600     END-EVALUATE.
044700     MOVE DATAMLD-ALERT-AMOUNT   TO DATCOAF-OPERATION-AMOUNT.
044800     MOVE DATAMLD-ALERT-TXN-COUNT TO DATCOAF-OPERATION-COUNT.
044900     MOVE DATAMLD-MONTH-SPEND    TO DATCOAF-MONTH-SPEND.
045000     MOVE DATAMLD-ANALYST-ID     TO DATCOAF-ANALYST-ID.
045100     WRITE DATCOAF-RECORD.
045200     ADD 1 TO WS-RUNSTAT-WRITTEN.
045300     ADD DATCOAF-OPERATION-AMOUNT TO WS-COAF-TOTAL.
045400     MOVE WS-CURRENT-DATE        TO DATAMLD-COAF-SENT-DATE.
045500     MOVE 'TO COAF : '           TO WS-CSE-LABEL.
045600     PERFORM 3300-WRITE-CASE-LINE THRU 3300-EXIT.
045700 3200-EXIT.
045800     EXIT.
045900 3300-WRITE-CASE-LINE.
046000     MOVE DATAMLD-ACCT           TO WS-CSE-ACCT.
046100     MOVE DATAMLD-ALERT-MONTH    TO WS-CSE-MONTH.
046200     MOVE DATAMLD-RULE           TO WS-CSE-RULE.
046300     MOVE DATAMLD-ALERT-AMOUNT   TO WS-CSE-AMOUNT.
046400     MOVE WS-AGE-DAYS            TO WS-CSE-AGE.
046500     MOVE ' DAYS'                TO WS-CSE-DAYS.
046600     MOVE DATAMLD-NAME-LINE-1    TO WS-CSE-NAME.
046700     WRITE REPORT-LINE FROM WS-CASE-LINE.
046800 3300-EXIT.
046900     EXIT.
047000******************************************************************
047100*                 9000 - TOTALS AND TERMINATION                  *
047200******************************************************************
047300 9000-TERMINATE.
047400     MOVE SPACES                 TO DATCOAF-RECORD.
047500     SET DATCOAF-TRAILER         TO TRUE.
047600     MOVE WS-COAF-COUNT          TO DATCOAF-TRL-DETAIL-COUNT.
047700     MOVE WS-COAF-TOTAL          TO DATCOAF-TRL-TOTAL-AMOUNT.
047800     WRITE DATCOAF-RECORD.
047900     ADD 1 TO WS-RUNSTAT-WRITTEN.
048000     MOVE SPACES TO REPORT-LINE.
048100     WRITE REPORT-LINE.
048200     MOVE 'ALERTS ON THE MONTHLY FILE             :'
048300                                    TO WS-TOT-LABEL.
048400     MOVE WS-ALT-COUNT              TO WS-TOT-COUNT.
048500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048600     MOVE '  ALREADY ON THE MASTER                :'
048700                                    TO WS-TOT-LABEL.
048800     MOVE WS-KNOWN-COUNT            TO WS-TOT-COUNT.
048900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
049000     MOVE '  NEW ALERTS TAKEN ON                  :'
049100                                    TO WS-TOT-LABEL.
049200     MOVE WS-NEW-COUNT              TO WS-TOT-COUNT.
049300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
049400     MOVE 'ALERTS CARRIED FROM THE PRIOR MASTER   :'
049500                                    TO WS-TOT-LABEL.
049600     MOVE WS-CARRIED-COUNT          TO WS-TOT-COUNT.
049700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
049800     MOVE 'DECISIONS APPLIED                      :'
049900                                    TO WS-TOT-LABEL.
050000     MOVE WS-DECIDED-COUNT          TO WS-TOT-COUNT.
050100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
050200     MOVE '  CLEARED NOT SUSPICIOUS               :'
050300                                    TO WS-TOT-LABEL.
050400     MOVE WS-CLEARED-COUNT          TO WS-TOT-COUNT.
050500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
050600     MOVE 'COMMUNICATIONS WRITTEN FOR COAF        :'
050700                                    TO WS-TOT-LABEL.
050800     MOVE WS-COAF-COUNT             TO WS-TOT-COUNT.
050900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
051000     MOVE 'ALERTS PENDING REVIEW                  :'
051100                                    TO WS-TOT-LABEL.
051200     MOVE WS-PENDING-COUNT          TO WS-TOT-COUNT.
051300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
051400     MOVE '  PENDING PAST DEADLINE                :'
051500                                    TO WS-TOT-LABEL.
051600     MOVE WS-OVERDUE-COUNT          TO WS-TOT-COUNT.
051700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
051800     CLOSE PRIOR-MASTER-FILE.
051900     CLOSE NEW-MASTER-FILE.
052000     CLOSE DATCOAF-FILE.
052100     CLOSE REPORT-FILE.
052110     IF NOT WS-REPLAY-RUN
052120         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
052130     END-IF.
052300 9000-EXIT.
052400     EXIT.
052500******************************************************************
052600*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
052700******************************************************************
052800 9900-WRITE-RUN-STATS.
052900     OPEN OUTPUT RUNLOG-FILE.
053000     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
053100     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
053200     MOVE SPACES                 TO RUNSTAT-ENTRY.
053300     MOVE 'DAT020K'              TO RUNSTAT-PROGRAM-ID.
053400     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
053500     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
053600     MOVE WS-RUNSTAT-START-RAW(1:6)
053700         TO RUNSTAT-START-TIME.
053800     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
053900     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
054000     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
054100     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
054200     WRITE RUNSTAT-ENTRY.
054300     CLOSE RUNLOG-FILE.
054400 9900-EXIT.
054500     EXIT.
054600******************************************************************
054700*                      END OF PROGRAM                            *
054800******************************************************************
