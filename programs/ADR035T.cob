000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : ADR035T                                       *
000500*    SYSTEM     : VQOEM CLIENT ADDRESS FILE (DATA2 FEED)         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       ADDRESS SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     UNIFIED ACCOUNT-TAKEOVER RISK SCORE. BRINGS TOGETHER PER   *
001400*     ACCOUNT / NUM-CLI WHAT THE FRAUD DESK OTHERWISE READS ON   *
001500*     FIVE SEPARATE OUTPUTS:                                     *
001600*       PHONE CHANGE / VELOCITY - THE DATAHIST CHANGE LOG        *
001700*                     (ADR024V'S 30-DAY COUNT AND THRESHOLD);    *
001800*       SHARED CELLPHONE  - ADR029X'S ADRFSUPC FEED;             *
001900*       ADDRESS CHANGE    - ADR031L'S CLIMAILA LETTER EXTRACT;   *
002000*       FRAUD ADDRESS     - ADR027F'S ADRFSUP FEED;              *
002100*       LIMIT RAISE / BLOCK CHANGE - CLI038K'S CLIAUDT AUDIT;    *
002200*       CARD REISSUE      - NON-RENEWAL CLIEMBR REQUESTS.        *
002300*     A LIMIT RAISE OR REISSUE WITHIN ATOCOMBO DAYS (DEFAULT 7)  *
002400*     AFTER A PHONE CHANGE IS A SIGNAL OF ITS OWN. THE DATE      *
002500*     EACH SIGNAL WAS LAST SEEN IS CARRIED ON THE ADRATOM        *
002600*     MASTER (.NEW SWAP) THE WAY MAFRISK CARRIES TRANSFERS;      *
002700*     A SIGNAL SCORES ITS RUN-CONTROL WEIGHT ON THE DAY IT IS    *
002800*     SEEN AND DECAYS IN A STRAIGHT LINE TO NOTHING OVER THE     *
002900*     ATOWIN WINDOW (DEFAULT 30 DAYS). ACCOUNTS AT OR ABOVE      *
003000*     ATOLINE (DEFAULT 60) PRINT RANKED BY SCORE WITH THE        *
003100*     SIGNALS BEHIND EACH SCORE. RUN-CONTROL KEYS (RUNPARM,      *
003200*     PROGRAM ADR035T): WTPHONE WTVELO WTSHRCEL WTADRCHG         *
003300*     WTFRDADR WTLIMIT WTBLOCK WTREISS WTCOMBO, ATOWIN,          *
003400*     ATOCOMBO, ATOLINE, VELOCITY (DEFAULT 3).                   *
003500*----------------------------------------------------------------*
003600* MODIFICATION HISTORY.                                          *
003700*     2026-10-15  ASG  ORIGINAL VERSION.                        *
003800*     2026-10-15  ASG  SHARED-CELLPHONE AND FRAUD-ADDRESS        *
003900*                      SIGNALS DATED FROM THEIR FEED RECORDS SO  *
004000*                      THEY DECAY OVER ATOWIN LIKE THE OTHERS.   *
004010*     2026-10-15  ASG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
004020*                      THE RUN-CONTROL DATASET MAKES THE         *
004030*                      REPLAYED BUSINESS DATE OVERRIDE THE PARM, *
004040*                      STAMPS THE REPORT AS A REPLAY AND         *
004050*                      SUPPRESSES THE RUN-LOG ENTRY.             *
004100******************************************************************
004200 PROGRAM-ID.    ADR035T.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL PRIOR-FILE ASSIGN TO ATOIN
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT NEW-FILE      ASSIGN TO ATOOUT
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL DATAHIST-FILE ASSIGN TO DATAHIST
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL SHARED-FILE ASSIGN TO ADRFSUPC
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL FRAUD-FILE ASSIGN TO ADRFSUP
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL LETTER-FILE ASSIGN TO CLIMAILA
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL CLIAUDT-FILE ASSIGN TO CLIAUDT
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL CLIEMBR-FILE ASSIGN TO CLIEMBR
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT REPORT-FILE   ASSIGN TO ADR035RP
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PRIOR-FILE.
007100     COPY "ADRATOM.cpy" REPLACING ==:ADRATOM:== BY ==PRIOR== .
007200 FD  NEW-FILE.
007300     COPY "ADRATOM.cpy" REPLACING ==:ADRATOM:== BY ==ADRATOM== .
007400 FD  DATAHIST-FILE.
007500     COPY "DATAHIST.cpy".
007600 FD  SHARED-FILE.
007700 01  SHARED-RECORD                      PIC X(50).
007800 FD  FRAUD-FILE.
007900     COPY "ADRFSUP.cpy".
008000 FD  LETTER-FILE.
008100     COPY "CLIMAIL.cpy".
008200 FD  CLIAUDT-FILE.
008300     COPY "CLIAUDT.cpy".
008400 FD  CLIEMBR-FILE.
008500     COPY "CLIEMBR.cpy".
008600 FD  RUNPARM-FILE.
008700     COPY "RUNPARM.cpy".
008800 FD  REPORT-FILE.
008900 01  REPORT-LINE                        PIC X(100).
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
010000 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
010100     88  WS-PARM-EOF                                VALUE 'Y'.
010110 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
010120     88  WS-REPLAY-RUN                              VALUE 'Y'.
010130 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
010200 77  WS-AT-COUNT                        PIC 9(05)   VALUE ZERO.
010300 77  WS-AT-MAX                          PIC 9(05)   VALUE 20000.
010400 77  WS-AT-IDX                          PIC 9(05)   VALUE ZERO.
010500 77  WS-AT-FOUND-IDX                    PIC 9(05)   VALUE ZERO.
010600 77  WS-SIG-IDX                         PIC 9(02)   VALUE ZERO.
010700 77  WS-CLR-IDX                         PIC 9(02)   VALUE ZERO.
010800 77  WS-AL-COUNT                        PIC 9(05)   VALUE ZERO.
010900 77  WS-AL-MAX                          PIC 9(05)   VALUE 02000.
011000 77  WS-AL-IDX                          PIC 9(05)   VALUE ZERO.
011100 77  WS-AL-BEST-IDX                     PIC 9(05)   VALUE ZERO.
011200 77  WS-AL-BEST-SCORE                   PIC 9(04)   VALUE ZERO.
011300 77  WS-RANK                            PIC 9(05)   VALUE ZERO.
011400 77  WS-WINDOW-DAYS                     PIC 9(03)   VALUE 030.
011500 77  WS-COMBO-DAYS                      PIC 9(03)   VALUE 007.
011600 77  WS-ALERT-LINE                      PIC 9(04)   VALUE 0060.
011700 77  WS-VELOCITY-THRESHOLD              PIC 9(03)   VALUE 003.
011800 77  WS-VELOCITY-DAYS                   PIC 9(03)   VALUE 030.
011900 77  WS-BUSINESS-INT                    PIC 9(09)   VALUE ZERO.
012000 77  WS-EVENT-INT                       PIC 9(09)   VALUE ZERO.
012100 77  WS-EVENT-DATE                      PIC 9(08)   VALUE ZERO.
012200 77  WS-EVENT-AGE                       PIC S9(09)  VALUE ZERO.
012300 77  WS-PHONE-INT                       PIC 9(09)   VALUE ZERO.
012400 77  WS-FOLLOW-DATE                     PIC 9(08)   VALUE ZERO.
012500 77  WS-FOLLOW-GAP                      PIC S9(09)  VALUE ZERO.
012600 77  WS-POINTS                          PIC 9(05)   VALUE ZERO.
012700 77  WS-SCORE                           PIC 9(05)   VALUE ZERO.
012800 77  WS-OLD-LIMIT                       PIC 9(17)   VALUE ZERO.
012900 77  WS-NEW-LIMIT                       PIC 9(17)   VALUE ZERO.
013000 77  WS-SCORED-COUNT                    PIC 9(05)   VALUE ZERO.
013100 77  WS-AGED-OFF-COUNT                  PIC 9(05)   VALUE ZERO.
013200 77  WS-DROPPED-COUNT                   PIC 9(05)   VALUE ZERO.
013300 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
013400 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
013500                                        PIC X(08).
013600 01  WS-WORK-ACCOUNT                    PIC X(19)   VALUE SPACES.
013700 01  WS-SHARED-ENTRY.
013800     05  WS-SHR-NUM-CLI                 PIC X(19).
013900     05  WS-SHR-MARK-DATE               PIC 9(08).
014000     05  FILLER                         PIC X(23).
014100******************************************************************
014200*    SIGNAL WEIGHTS (RUN-CONTROL OVERRIDABLE) AND CAPTIONS, IN   *
014300*    THE ORDER OF THE ADRATOM SIGNAL DATES                       *
014400******************************************************************
014500 01  WS-WEIGHT-VALUES.
014600     05  FILLER                         PIC 9(04)   VALUE 0020.
014700     05  FILLER                         PIC 9(04)   VALUE 0025.
014800     05  FILLER                         PIC 9(04)   VALUE 0030.
014900     05  FILLER                         PIC 9(04)   VALUE 0015.
015000     05  FILLER                         PIC 9(04)   VALUE 0040.
015100     05  FILLER                         PIC 9(04)   VALUE 0020.
015200     05  FILLER                         PIC 9(04)   VALUE 0010.
015300     05  FILLER                         PIC 9(04)   VALUE 0020.
015400     05  FILLER                         PIC 9(04)   VALUE 0030.
015500 01  WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-VALUES.
015600     05  WS-WEIGHT                      PIC 9(04)
015700                                 OCCURS 9 TIMES.
015800 01  WS-CAPTION-VALUES.
015900     05  FILLER                         PIC X(24)
016000         VALUE 'PHONE CHANGE'.
016100     05  FILLER                         PIC X(24)
016200         VALUE 'CONTACT VELOCITY'.
016300     05  FILLER                         PIC X(24)
016400         VALUE 'SHARED CELLPHONE'.
016500     05  FILLER                         PIC X(24)
016600         VALUE 'ADDRESS CHANGE LETTER'.
016700     05  FILLER                         PIC X(24)
016800         VALUE 'FRAUD-FLAGGED ADDRESS'.
016900     05  FILLER                         PIC X(24)
017000         VALUE 'CREDIT LIMIT RAISED'.
017100     05  FILLER                         PIC X(24)
017200         VALUE 'BLOCK CODE CHANGED'.
017300     05  FILLER                         PIC X(24)
017400         VALUE 'CARD REISSUED'.
017500     05  FILLER                         PIC X(24)
017600         VALUE 'PHONE CHANGE THEN RAISE'.
017700 01  WS-CAPTION-TABLE REDEFINES WS-CAPTION-VALUES.
017800     05  WS-CAPTION                     PIC X(24)
017900                                 OCCURS 9 TIMES.
018000******************************************************************
018100*    THE RISK MASTER HELD IN STORAGE - THE FIRST 120 BYTES OF    *
018200*    EACH ENTRY ARE THE ADRATOM LAYOUT                           *
018300******************************************************************
018400 01  WS-AT-TABLE.
018500     05  WS-AT-ENTRY OCCURS 20000 TIMES.
018600         10  WS-AT-MASTER.
018700             15  WS-AT-ACCOUNT          PIC X(19).
018800             15  WS-AT-SCORE            PIC 9(04).
018900             15  WS-AT-RUN-DATE         PIC 9(08).
019000             15  WS-AT-SIGNAL-DATE      PIC 9(08)
019100                                        OCCURS 9 TIMES.
019200             15  FILLER                 PIC X(17).
019300         10  WS-AT-VELOCITY-COUNT       PIC 9(05).
019400         10  WS-AT-POINTS               PIC 9(04)
019500                                        OCCURS 9 TIMES.
019600 01  WS-AL-TABLE.
019700     05  WS-AL-ENTRY OCCURS 2000 TIMES.
019800         10  WS-AL-AT-IDX               PIC 9(05).
019900         10  WS-AL-PRINTED-SW           PIC X(01).
020000             88  WS-AL-PRINTED                      VALUE 'Y'.
020100 01  WS-HEADING-LINE.
020200     05  FILLER                         PIC X(43)
020300         VALUE 'ADR035T - ACCOUNT-TAKEOVER RISK ALERTS FOR '.
020400     05  WS-HDG-DATE                    PIC 9(08).
020500     05  FILLER                         PIC X(14)
020600         VALUE '   ALERT LINE '.
020700     05  WS-HDG-LINE                    PIC ZZZ9.
020800     05  FILLER                         PIC X(30)   VALUE SPACES.
020900 01  WS-COLUMN-LINE.
021000     05  FILLER                         PIC X(07)   VALUE ' RANK'.
021100     05  FILLER                         PIC X(21)
021200         VALUE 'ACCOUNT / NUM-CLI'.
021300     05  FILLER                         PIC X(07)   VALUE 'SCORE'.
021400     05  FILLER                         PIC X(26)
021500         VALUE 'SIGNAL'.
021600     05  FILLER                         PIC X(10)
021700         VALUE 'LAST SEEN'.
021800     05  FILLER                         PIC X(04)
021900         VALUE 'DAYS'.
022000     05  FILLER                         PIC X(25)
022100         VALUE ' POINTS'.
022110 01  WS-REPLAY-LINE.
022120     05  FILLER                         PIC X(31)
022130         VALUE '*** REPLAY RUN - BUSINESS DATE '.
022140     05  WS-RPL-DATE                    PIC 9(08).
022150     05  FILLER                         PIC X(30)
022160         VALUE ' - NOT A PRODUCTION OUTPUT ***'.
022170     05  FILLER                         PIC X(31)   VALUE SPACES.
022200 01  WS-ACCOUNT-LINE.
022300     05  WS-ACL-RANK                    PIC ZZZZ9.
022400     05  FILLER                         PIC X(02)   VALUE SPACES.
022500     05  WS-ACL-ACCOUNT                 PIC X(19).
022600     05  FILLER                         PIC X(02)   VALUE SPACES.
022700     05  WS-ACL-SCORE                   PIC ZZZ9.
022800     05  FILLER                         PIC X(68)   VALUE SPACES.
022900 01  WS-SIGNAL-LINE.
023000     05  FILLER                         PIC X(35)   VALUE SPACES.
023100     05  WS-SGL-CAPTION                 PIC X(24).
023200     05  FILLER                         PIC X(02)   VALUE SPACES.
023300     05  WS-SGL-DATE                    PIC 9(08).
023400     05  FILLER                         PIC X(03)   VALUE SPACES.
023500     05  WS-SGL-DAYS                    PIC ZZ9.
023600     05  FILLER                         PIC X(03)   VALUE SPACES.
023700     05  WS-SGL-POINTS                  PIC ZZZ9.
023800     05  FILLER                         PIC X(18)   VALUE SPACES.
023900 01  WS-TOTAL-LINE.
024000     05  WS-TOT-CAPTION                 PIC X(24).
024100     05  WS-TOT-COUNT                   PIC ZZZ,ZZ9.
024200     05  FILLER                         PIC X(69)   VALUE SPACES.
024300 LINKAGE SECTION.
024400 01  LS-PARM.
024500     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
024600     03  LS-PARM-BUSDATE                PIC X(06).
024700******************************************************************
024800*                 PROCEDURE DIVISION                            *
024900******************************************************************
025000 PROCEDURE DIVISION USING LS-PARM.
025100 0000-MAINLINE.
025200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
025300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025400     PERFORM 1100-LOAD-PRIOR     THRU 1100-EXIT.
025500     PERFORM 1200-LOAD-DATAHIST  THRU 1200-EXIT.
025600     PERFORM 1300-LOAD-SHARED    THRU 1300-EXIT.
025700     PERFORM 1400-LOAD-FRAUD     THRU 1400-EXIT.
025800     PERFORM 1500-LOAD-LETTERS   THRU 1500-EXIT.
025900     PERFORM 1600-LOAD-AUDIT     THRU 1600-EXIT.
026000     PERFORM 1700-LOAD-REISSUES  THRU 1700-EXIT.
026100     PERFORM 2000-SCORE-ONE-ACCOUNT THRU 2000-EXIT
026200             VARYING WS-AT-IDX FROM 1 BY 1
026300             UNTIL WS-AT-IDX > WS-AT-COUNT.
026400     PERFORM 3000-PRINT-NEXT-ALERT THRU 3000-EXIT
026500             VARYING WS-RANK FROM 1 BY 1
026600             UNTIL WS-RANK > WS-AL-COUNT.
026700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026800     GOBACK.
026900 0000-EXIT.
027000     EXIT.
027100******************************************************************
027200*   1000 - BUSINESS DATE, PARAMETERS AND FILES                   *
027300******************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
027600     IF LS-PARM-LENGTH >= 6
027700         AND LS-PARM-BUSDATE IS NUMERIC
027800         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
027900         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
028000     END-IF.
028100     COMPUTE WS-BUSINESS-INT =
028200         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
028300     PERFORM 1800-LOAD-RUN-PARMS THRU 1800-EXIT.
028310     IF WS-REPLAY-RUN
028320         MOVE WS-REPLAY-DATE TO WS-BUSINESS-DATE
028330         COMPUTE WS-BUSINESS-INT =
028340             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
028350     END-IF.
028400     IF WS-WINDOW-DAYS = ZERO
028500         MOVE 30 TO WS-WINDOW-DAYS
028600     END-IF.
028700     OPEN OUTPUT NEW-FILE.
028800     OPEN OUTPUT REPORT-FILE.
028900     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
029000     MOVE WS-ALERT-LINE    TO WS-HDG-LINE.
029100     WRITE REPORT-LINE FROM WS-HEADING-LINE.
029200     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
029210     IF WS-REPLAY-RUN
029220         MOVE WS-REPLAY-DATE TO WS-RPL-DATE
029230         WRITE REPORT-LINE FROM WS-REPLAY-LINE
029240     END-IF.
029300     ADD 2 TO WS-RUNSTAT-WRITTEN.
029400 1000-EXIT.
029500     EXIT.
029600******************************************************************
029700*   1100 - CARRY THE PRIOR RISK MASTER INTO STORAGE              *
029800******************************************************************
029900 1100-LOAD-PRIOR.
030000     OPEN INPUT PRIOR-FILE.
030100     MOVE 'N' TO WS-EOF-SW.
030200     PERFORM 1110-LOAD-ONE-PRIOR THRU 1110-EXIT
030300             UNTIL WS-EOF.
030400     CLOSE PRIOR-FILE.
030500 1100-EXIT.
030600     EXIT.
030700 1110-LOAD-ONE-PRIOR.
030800     READ PRIOR-FILE
030900         AT END SET WS-EOF TO TRUE
031000                GO TO 1110-EXIT
031100     END-READ.
031200     ADD 1 TO WS-RUNSTAT-READ.
031300     IF WS-AT-COUNT >= WS-AT-MAX
031400         ADD 1 TO WS-DROPPED-COUNT
031500         GO TO 1110-EXIT
031600     END-IF.
031700     ADD 1 TO WS-AT-COUNT.
031800     MOVE PRIOR-RECORD TO WS-AT-MASTER(WS-AT-COUNT).
031900     MOVE ZERO TO WS-AT-VELOCITY-COUNT(WS-AT-COUNT).
032000 1110-EXIT.
032100     EXIT.
032200******************************************************************
032300*   1200 - DATAHIST: PHONE CHANGES INSIDE THE WINDOW, AND THE    *
032400*           30-DAY CONTACT-CHANGE COUNT ADR024V REPORTS ON       *
032500******************************************************************
032600 1200-LOAD-DATAHIST.
032700     OPEN INPUT DATAHIST-FILE.
032800     MOVE 'N' TO WS-EOF-SW.
032900     PERFORM 1210-LOAD-ONE-CHANGE THRU 1210-EXIT
033000             UNTIL WS-EOF.
033100     CLOSE DATAHIST-FILE.
033200     PERFORM 1220-SET-ONE-VELOCITY THRU 1220-EXIT
033300             VARYING WS-AT-IDX FROM 1 BY 1
033400             UNTIL WS-AT-IDX > WS-AT-COUNT.
033500 1200-EXIT.
033600     EXIT.
033700 1210-LOAD-ONE-CHANGE.
033800     READ DATAHIST-FILE
033900         AT END SET WS-EOF TO TRUE
034000                GO TO 1210-EXIT
034100     END-READ.
034200     ADD 1 TO WS-RUNSTAT-READ.
034300     IF DATAHIST-CHANGE-DATE IS NOT NUMERIC
034400         OR DATAHIST-CHANGE-DATE = ZERO
034500         OR DATAHIST-CHANGE-DATE > WS-BUSINESS-DATE
034600         GO TO 1210-EXIT
034700     END-IF.
034800     MOVE DATAHIST-CHANGE-DATE TO WS-EVENT-DATE.
034900     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
035000     IF WS-EVENT-AGE >= WS-WINDOW-DAYS
035100         AND WS-EVENT-AGE > WS-VELOCITY-DAYS
035200         GO TO 1210-EXIT
035300     END-IF.
035400     MOVE DATAHIST-NUM-CLI TO WS-WORK-ACCOUNT.
035500     PERFORM 8100-FIND-OR-ADD THRU 8100-EXIT.
035600     IF WS-AT-FOUND-IDX = ZERO
035700         GO TO 1210-EXIT
035800     END-IF.
035900     IF WS-EVENT-AGE <= WS-VELOCITY-DAYS
036000         ADD 1 TO WS-AT-VELOCITY-COUNT(WS-AT-FOUND-IDX)
036100     END-IF.
036200     IF (DATAHIST-IS-TEL-FIX OR DATAHIST-IS-TEL-CEL)
036300         AND WS-EVENT-AGE < WS-WINDOW-DAYS
036400         MOVE 1 TO WS-SIG-IDX
036500         PERFORM 8200-MARK-SIGNAL THRU 8200-EXIT
036600     END-IF.
036700 1210-EXIT.
036800     EXIT.
036900 1220-SET-ONE-VELOCITY.
037000     IF WS-AT-VELOCITY-COUNT(WS-AT-IDX) >= WS-VELOCITY-THRESHOLD
037100         MOVE WS-AT-IDX        TO WS-AT-FOUND-IDX
037200         MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
037300         MOVE 2                TO WS-SIG-IDX
037400         PERFORM 8200-MARK-SIGNAL THRU 8200-EXIT
037500     END-IF.
037600 1220-EXIT.
037700     EXIT.
037800******************************************************************
037900*   1300 - ADR029X SHARED-CELLPHONE FEED, DATED THE NIGHT THE    *
038000*           NUMBER WAS FOUND SHARED                              *
038100******************************************************************
038200 1300-LOAD-SHARED.
038300     OPEN INPUT SHARED-FILE.
038400     MOVE 'N' TO WS-EOF-SW.
038500     PERFORM 1310-LOAD-ONE-SHARED THRU 1310-EXIT
038600             UNTIL WS-EOF.
038700     CLOSE SHARED-FILE.
038800 1300-EXIT.
038900     EXIT.
039000 1310-LOAD-ONE-SHARED.
039100     READ SHARED-FILE INTO WS-SHARED-ENTRY
039200         AT END SET WS-EOF TO TRUE
039300                GO TO 1310-EXIT
039400     END-READ.
039500     ADD 1 TO WS-RUNSTAT-READ.
039600     IF WS-SHR-MARK-DATE IS NOT NUMERIC
039700         OR WS-SHR-MARK-DATE = ZERO
039800         GO TO 1310-EXIT
039900     END-IF.
040000     MOVE WS-SHR-MARK-DATE TO WS-EVENT-DATE.
040100     IF WS-EVENT-DATE > WS-BUSINESS-DATE
040200         MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
040300     END-IF.
040400     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
040500     IF WS-EVENT-AGE >= WS-WINDOW-DAYS
040600         GO TO 1310-EXIT
040700     END-IF.
040800     MOVE WS-SHR-NUM-CLI   TO WS-WORK-ACCOUNT.
040900     MOVE 3                TO WS-SIG-IDX.
041000     PERFORM 8300-POST-SIGNAL THRU 8300-EXIT.
041100 1310-EXIT.
041200     EXIT.
041300******************************************************************
041400*   1400 - ADR027F FRAUD-FLAGGED ADDRESS FEED, DATED BY THE      *
041500*           FRAUD MAINTENANCE OF THE ADDRESS                     *
041600******************************************************************
041700 1400-LOAD-FRAUD.
041800     OPEN INPUT FRAUD-FILE.
041900     MOVE 'N' TO WS-EOF-SW.
042000     PERFORM 1410-LOAD-ONE-FRAUD THRU 1410-EXIT
042100             UNTIL WS-EOF.
042200     CLOSE FRAUD-FILE.
042300 1400-EXIT.
042400     EXIT.
042500 1410-LOAD-ONE-FRAUD.
042600     READ FRAUD-FILE
042700         AT END SET WS-EOF TO TRUE
042800                GO TO 1410-EXIT
042900     END-READ.
043000     ADD 1 TO WS-RUNSTAT-READ.
043100     IF ADRFSUP-FRAUD-MAINT-DATE IS NOT NUMERIC
043200         OR ADRFSUP-FRAUD-MAINT-DATE = ZERO
043300         GO TO 1410-EXIT
043400     END-IF.
043500     MOVE ADRFSUP-FRAUD-MAINT-DATE TO WS-EVENT-DATE.
043600     IF WS-EVENT-DATE > WS-BUSINESS-DATE
043700         MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
043800     END-IF.
043900     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
044000     IF WS-EVENT-AGE >= WS-WINDOW-DAYS
044100         GO TO 1410-EXIT
044200     END-IF.
044300     MOVE ADRFSUP-NUM-CLI  TO WS-WORK-ACCOUNT.
044400     MOVE 5                TO WS-SIG-IDX.
044500     PERFORM 8300-POST-SIGNAL THRU 8300-EXIT.
044600 1410-EXIT.
044700     EXIT.
044800******************************************************************
044900*   1500 - ADR031L ADDRESS-CHANGE LETTERS                        *
045000******************************************************************
045100 1500-LOAD-LETTERS.
045200     OPEN INPUT LETTER-FILE.
045300     MOVE 'N' TO WS-EOF-SW.
045400     PERFORM 1510-LOAD-ONE-LETTER THRU 1510-EXIT
045500             UNTIL WS-EOF.
045600     CLOSE LETTER-FILE.
045700 1500-EXIT.
045800     EXIT.
045900 1510-LOAD-ONE-LETTER.
046000     READ LETTER-FILE
046100         AT END SET WS-EOF TO TRUE
046200                GO TO 1510-EXIT
046300     END-READ.
046400     ADD 1 TO WS-RUNSTAT-READ.
046500     MOVE CLIMAIL-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
046600     MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE.
046700     MOVE 4                      TO WS-SIG-IDX.
046800     PERFORM 8300-POST-SIGNAL THRU 8300-EXIT.
046900 1510-EXIT.
047000     EXIT.
047100******************************************************************
047200*   1600 - CLI038K AUDIT: LIMIT RAISES AND BLOCK-CODE CHANGES    *
047300*           INSIDE THE WINDOW                                    *
047400******************************************************************
047500 1600-LOAD-AUDIT.
047600     OPEN INPUT CLIAUDT-FILE.
047700     MOVE 'N' TO WS-EOF-SW.
047800     PERFORM 1610-LOAD-ONE-AUDIT THRU 1610-EXIT
047900             UNTIL WS-EOF.
048000     CLOSE CLIAUDT-FILE.
048100 1600-EXIT.
048200     EXIT.
048300 1610-LOAD-ONE-AUDIT.
048400     READ CLIAUDT-FILE
048500         AT END SET WS-EOF TO TRUE
048600                GO TO 1610-EXIT
048700     END-READ.
048800     ADD 1 TO WS-RUNSTAT-READ.
048900     IF CLIAUDT-RUN-DATE IS NOT NUMERIC
049000         OR CLIAUDT-RUN-DATE = ZERO
049100         GO TO 1610-EXIT
049200     END-IF.
049300     MOVE CLIAUDT-RUN-DATE TO WS-EVENT-DATE.
049400     IF WS-EVENT-DATE > WS-BUSINESS-DATE
049500         MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
049600     END-IF.
049700     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
049800     IF WS-EVENT-AGE >= WS-WINDOW-DAYS
049900         GO TO 1610-EXIT
050000     END-IF.
050100     EVALUATE TRUE
050200         WHEN CLIAUDT-IS-CREDIT-LIMIT
050300             IF CLIAUDT-OLD-VALUE IS NOT NUMERIC
050400                 OR CLIAUDT-NEW-VALUE IS NOT NUMERIC
050500                 GO TO 1610-EXIT
050600             END-IF
050700             MOVE CLIAUDT-OLD-VALUE TO WS-OLD-LIMIT
050800             MOVE CLIAUDT-NEW-VALUE TO WS-NEW-LIMIT
050900             IF WS-NEW-LIMIT NOT > WS-OLD-LIMIT
051000                 GO TO 1610-EXIT
051100             END-IF
051200             MOVE 6 TO WS-SIG-IDX
051300         WHEN CLIAUDT-IS-BLOCK-CODE-1
051400             MOVE 7 TO WS-SIG-IDX
051500         WHEN OTHER
051600             GO TO 1610-EXIT
051700     END-EVALUATE.
051800     MOVE CLIAUDT-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
051900     PERFORM 8300-POST-SIGNAL THRU 8300-EXIT.
052000 1610-EXIT.
052100     EXIT.
052200******************************************************************
052300*   1700 - CARD REISSUES: EVERY EMBOSSER REQUEST BUT A RENEWAL   *
052400******************************************************************
052500 1700-LOAD-REISSUES.
052600     OPEN INPUT CLIEMBR-FILE.
052700     MOVE 'N' TO WS-EOF-SW.
052800     PERFORM 1710-LOAD-ONE-REISSUE THRU 1710-EXIT
052900             UNTIL WS-EOF.
053000     CLOSE CLIEMBR-FILE.
053100 1700-EXIT.
053200     EXIT.
053300 1710-LOAD-ONE-REISSUE.
053400     READ CLIEMBR-FILE
053500         AT END SET WS-EOF TO TRUE
053600                GO TO 1710-EXIT
053700     END-READ.
053800     ADD 1 TO WS-RUNSTAT-READ.
053900     IF CLIEMBR-RENEWAL
054000         GO TO 1710-EXIT
054100     END-IF.
054200     MOVE CLIEMBR-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
054300     MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE.
054400     MOVE 8                      TO WS-SIG-IDX.
054500     PERFORM 8300-POST-SIGNAL THRU 8300-EXIT.
054600 1710-EXIT.
054700     EXIT.
054800******************************************************************
054900*   1800 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
055000******************************************************************
055100 1800-LOAD-RUN-PARMS.
055200     OPEN INPUT RUNPARM-FILE.
055300     PERFORM 1810-READ-ONE-PARM THRU 1810-EXIT
055400             UNTIL WS-PARM-EOF.
055500     CLOSE RUNPARM-FILE.
055600 1800-EXIT.
055700     EXIT.
055800 1810-READ-ONE-PARM.
055900     READ RUNPARM-FILE
056000         AT END SET WS-PARM-EOF TO TRUE
056100                GO TO 1810-EXIT
056200     END-READ.
056210     IF RUNPARM-PROGRAM-ID = 'REPLAY  '
056220         AND RUNPARM-KEY = 'BUSDATE '
056230         MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
056240         SET WS-REPLAY-RUN TO TRUE
056250         DISPLAY 'ADR035T - REPLAY RUN FOR BUSINESS DATE '
056260                 WS-REPLAY-DATE
056270         GO TO 1810-EXIT
056280     END-IF.
056300     IF RUNPARM-PROGRAM-ID NOT = 'ADR035T '
056400         GO TO 1810-EXIT
056500     END-IF.
056600     EVALUATE RUNPARM-KEY
056700         WHEN 'WTPHONE ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(1)
056800         WHEN 'WTVELO  ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(2)
056900         WHEN 'WTSHRCEL' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(3)
057000         WHEN 'WTADRCHG' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(4)
057100         WHEN 'WTFRDADR' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(5)
057200         WHEN 'WTLIMIT ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(6)
057300         WHEN 'WTBLOCK ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(7)
057400         WHEN 'WTREISS ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(8)
057500         WHEN 'WTCOMBO ' MOVE RUNPARM-VALUE-NUM TO WS-WEIGHT(9)
057600         WHEN 'ATOWIN  '
057700             MOVE RUNPARM-VALUE-NUM TO WS-WINDOW-DAYS
057800         WHEN 'ATOCOMBO'
057900             MOVE RUNPARM-VALUE-NUM TO WS-COMBO-DAYS
058000         WHEN 'ATOLINE '
058100             MOVE RUNPARM-VALUE-NUM TO WS-ALERT-LINE
058200         WHEN 'VELOCITY'
058300             MOVE RUNPARM-VALUE-NUM TO WS-VELOCITY-THRESHOLD
058400     END-EVALUATE.
058500 1810-EXIT.
058600     EXIT.
058700******************************************************************
058800*   2000 - AGE EACH SIGNAL, DETECT A PHONE CHANGE FOLLOWED BY A  *
058900*           RAISE OR REISSUE, SCORE, AND CARRY THE ACCOUNT       *
059000*           FORWARD WHILE ANY SIGNAL IS LEFT                     *
059100******************************************************************
059200 2000-SCORE-ONE-ACCOUNT.
059300     PERFORM 2100-EXPIRE-ONE-SIGNAL THRU 2100-EXIT
059400             VARYING WS-SIG-IDX FROM 1 BY 1
059500             UNTIL WS-SIG-IDX > 9.
059600     IF WS-AT-SIGNAL-DATE(WS-AT-IDX, 1) NOT = ZERO
059700         MOVE WS-AT-SIGNAL-DATE(WS-AT-IDX, 6) TO WS-FOLLOW-DATE
059800         PERFORM 2200-CHECK-FOLLOW-UP THRU 2200-EXIT
059900         MOVE WS-AT-SIGNAL-DATE(WS-AT-IDX, 8) TO WS-FOLLOW-DATE
060000         PERFORM 2200-CHECK-FOLLOW-UP THRU 2200-EXIT
060100     END-IF.
060200     MOVE ZERO TO WS-SCORE.
060300     PERFORM 2300-POINT-ONE-SIGNAL THRU 2300-EXIT
060400             VARYING WS-SIG-IDX FROM 1 BY 1
060500             UNTIL WS-SIG-IDX > 9.
060600     IF WS-AT-SIGNAL-DATE(WS-AT-IDX, 1) = ZERO
060700         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 2) = ZERO
060800         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 3) = ZERO
060900         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 4) = ZERO
061000         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 5) = ZERO
061100         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 6) = ZERO
061200         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 7) = ZERO
061300         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 8) = ZERO
061400         AND WS-AT-SIGNAL-DATE(WS-AT-IDX, 9) = ZERO
061500         ADD 1 TO WS-AGED-OFF-COUNT
061600         GO TO 2000-EXIT
061700     END-IF.
061800     IF WS-SCORE > 9999
061900         MOVE 9999 TO WS-SCORE
062000     END-IF.
062100     ADD 1 TO WS-SCORED-COUNT.
062200     MOVE WS-SCORE         TO WS-AT-SCORE(WS-AT-IDX).
062300     MOVE WS-BUSINESS-DATE TO WS-AT-RUN-DATE(WS-AT-IDX).
062400     MOVE WS-AT-MASTER(WS-AT-IDX) TO ADRATOM-RECORD.
062500     WRITE ADRATOM-RECORD.
062600     ADD 1 TO WS-RUNSTAT-WRITTEN.
062700     IF WS-SCORE >= WS-ALERT-LINE
062800         IF WS-AL-COUNT < WS-AL-MAX
062900             ADD 1 TO WS-AL-COUNT
063000             MOVE WS-AT-IDX TO WS-AL-AT-IDX(WS-AL-COUNT)
063100             MOVE 'N'       TO WS-AL-PRINTED-SW(WS-AL-COUNT)
063200         ELSE
063300             ADD 1 TO WS-DROPPED-COUNT
063400         END-IF
063500     END-IF.
063600 2000-EXIT.
063700     EXIT.
063800 2100-EXPIRE-ONE-SIGNAL.
063900     MOVE ZERO TO WS-AT-POINTS(WS-AT-IDX, WS-SIG-IDX).
064000     IF WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX) = ZERO
064100         GO TO 2100-EXIT
064200     END-IF.
064300     MOVE WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX)
064400         TO WS-EVENT-DATE.
064500     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
064600     IF WS-EVENT-AGE >= WS-WINDOW-DAYS
064700         MOVE ZERO TO WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX)
064800     END-IF.
064900 2100-EXIT.
065000     EXIT.
065100 2200-CHECK-FOLLOW-UP.
065200     IF WS-FOLLOW-DATE = ZERO
065300         GO TO 2200-EXIT
065400     END-IF.
065500     COMPUTE WS-PHONE-INT = FUNCTION INTEGER-OF-DATE
065600         (WS-AT-SIGNAL-DATE(WS-AT-IDX, 1)).
065700     COMPUTE WS-FOLLOW-GAP =
065800         FUNCTION INTEGER-OF-DATE(WS-FOLLOW-DATE) - WS-PHONE-INT.
065900     IF WS-FOLLOW-GAP < ZERO
066000         OR WS-FOLLOW-GAP > WS-COMBO-DAYS
066100         GO TO 2200-EXIT
066200     END-IF.
066300     IF WS-FOLLOW-DATE > WS-AT-SIGNAL-DATE(WS-AT-IDX, 9)
066400         MOVE WS-FOLLOW-DATE TO WS-AT-SIGNAL-DATE(WS-AT-IDX, 9)
066500     END-IF.
066600 2200-EXIT.
066700     EXIT.
066800******************************************************************
066900*   2300 - A SIGNAL'S POINTS: ITS WEIGHT ON THE DAY IT IS SEEN,  *
067000*           FALLING IN A STRAIGHT LINE ACROSS THE WINDOW         *
067100******************************************************************
067200 2300-POINT-ONE-SIGNAL.
067300     IF WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX) = ZERO
067400         GO TO 2300-EXIT
067500     END-IF.
067600     MOVE WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX)
067700         TO WS-EVENT-DATE.
067800     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
067900     COMPUTE WS-POINTS ROUNDED =
068000         WS-WEIGHT(WS-SIG-IDX) * (WS-WINDOW-DAYS - WS-EVENT-AGE)
068100         / WS-WINDOW-DAYS.
068200     MOVE WS-POINTS TO WS-AT-POINTS(WS-AT-IDX, WS-SIG-IDX).
068300     ADD WS-POINTS  TO WS-SCORE.
068400 2300-EXIT.
068500     EXIT.
068600******************************************************************
068700*   3000 - PRINT THE HIGHEST-SCORING ALERT NOT YET PRINTED, WITH *
068800*           THE SIGNALS BEHIND ITS SCORE                         *
068900******************************************************************
069000 3000-PRINT-NEXT-ALERT.
069100     MOVE ZERO TO WS-AL-BEST-IDX.
069200     MOVE ZERO TO WS-AL-BEST-SCORE.
069300     PERFORM 3100-COMPARE-ONE-ALERT THRU 3100-EXIT
069400             VARYING WS-AL-IDX FROM 1 BY 1
069500             UNTIL WS-AL-IDX > WS-AL-COUNT.
069600     IF WS-AL-BEST-IDX = ZERO
069700         GO TO 3000-EXIT
069800     END-IF.
069900     SET WS-AL-PRINTED(WS-AL-BEST-IDX) TO TRUE.
070000     MOVE WS-AL-AT-IDX(WS-AL-BEST-IDX) TO WS-AT-IDX.
070100     MOVE WS-RANK                   TO WS-ACL-RANK.
070200     MOVE WS-AT-ACCOUNT(WS-AT-IDX)  TO WS-ACL-ACCOUNT.
070300     MOVE WS-AT-SCORE(WS-AT-IDX)    TO WS-ACL-SCORE.
070400     WRITE REPORT-LINE FROM WS-ACCOUNT-LINE.
070500     ADD 1 TO WS-RUNSTAT-WRITTEN.
070600     PERFORM 3200-PRINT-ONE-SIGNAL THRU 3200-EXIT
070700             VARYING WS-SIG-IDX FROM 1 BY 1
070800             UNTIL WS-SIG-IDX > 9.
070900 3000-EXIT.
071000     EXIT.
071100 3100-COMPARE-ONE-ALERT.
071200     IF WS-AL-PRINTED(WS-AL-IDX)
071300         GO TO 3100-EXIT
071400     END-IF.
071500     IF WS-AL-BEST-IDX = ZERO
071600         OR WS-AT-SCORE(WS-AL-AT-IDX(WS-AL-IDX))
071700             > WS-AL-BEST-SCORE
071800         MOVE WS-AL-IDX TO WS-AL-BEST-IDX
071900         MOVE WS-AT-SCORE(WS-AL-AT-IDX(WS-AL-IDX))
072000             TO WS-AL-BEST-SCORE
072100     END-IF.
072200 3100-EXIT.
072300     EXIT.
072400 3200-PRINT-ONE-SIGNAL.
072500     IF WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX) = ZERO
072600         GO TO 3200-EXIT
072700     END-IF.
072800     MOVE WS-AT-SIGNAL-DATE(WS-AT-IDX, WS-SIG-IDX)
072900         TO WS-EVENT-DATE.
073000     PERFORM 8000-AGE-EVENT THRU 8000-EXIT.
073100     MOVE WS-CAPTION(WS-SIG-IDX) TO WS-SGL-CAPTION.
073200     MOVE WS-EVENT-DATE          TO WS-SGL-DATE.
073300     MOVE WS-EVENT-AGE           TO WS-SGL-DAYS.
073400     MOVE WS-AT-POINTS(WS-AT-IDX, WS-SIG-IDX) TO WS-SGL-POINTS.
073500     WRITE REPORT-LINE FROM WS-SIGNAL-LINE.
073600     ADD 1 TO WS-RUNSTAT-WRITTEN.
073700 3200-EXIT.
073800     EXIT.
073900******************************************************************
074000*   8000 - AGE OF AN EVENT DATE IN DAYS BEFORE THE BUSINESS DATE *
074100******************************************************************
074200 8000-AGE-EVENT.
074300     COMPUTE WS-EVENT-INT =
074400         FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE).
074500     COMPUTE WS-EVENT-AGE = WS-BUSINESS-INT - WS-EVENT-INT.
074600     IF WS-EVENT-AGE < ZERO
074700         MOVE ZERO TO WS-EVENT-AGE
074800     END-IF.
074900 8000-EXIT.
075000     EXIT.
075100******************************************************************
075200*   8100 - FIND AN ACCOUNT ON THE RISK TABLE, ADDING IT IF NEW   *
075300******************************************************************
075400 8100-FIND-OR-ADD.
075500     MOVE ZERO TO WS-AT-FOUND-IDX.
075600     IF WS-WORK-ACCOUNT = SPACES
075700         GO TO 8100-EXIT
075800     END-IF.
075900     PERFORM 8110-MATCH-ONE-ACCOUNT THRU 8110-EXIT
076000             VARYING WS-AT-IDX FROM 1 BY 1
076100             UNTIL WS-AT-IDX > WS-AT-COUNT
076200                OR WS-AT-FOUND-IDX NOT = ZERO.
076300     IF WS-AT-FOUND-IDX NOT = ZERO
076400         GO TO 8100-EXIT
076500     END-IF.
076600     IF WS-AT-COUNT >= WS-AT-MAX
076700         ADD 1 TO WS-DROPPED-COUNT
076800         GO TO 8100-EXIT
076900     END-IF.
077000     ADD 1 TO WS-AT-COUNT.
077100     MOVE WS-AT-COUNT     TO WS-AT-FOUND-IDX.
077200     MOVE SPACES          TO WS-AT-MASTER(WS-AT-FOUND-IDX).
077300     MOVE WS-WORK-ACCOUNT TO WS-AT-ACCOUNT(WS-AT-FOUND-IDX).
077400     MOVE ZERO            TO WS-AT-SCORE(WS-AT-FOUND-IDX).
077500     MOVE ZERO            TO WS-AT-RUN-DATE(WS-AT-FOUND-IDX).
077600     MOVE ZERO
077700         TO WS-AT-VELOCITY-COUNT(WS-AT-FOUND-IDX).
077800     PERFORM 8120-CLEAR-ONE-DATE THRU 8120-EXIT
077900             VARYING WS-CLR-IDX FROM 1 BY 1
078000             UNTIL WS-CLR-IDX > 9.
078100 8100-EXIT.
078200     EXIT.
078300 8110-MATCH-ONE-ACCOUNT.
078400     IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-WORK-ACCOUNT
078500         MOVE WS-AT-IDX TO WS-AT-FOUND-IDX
078600     END-IF.
078700 8110-EXIT.
078800     EXIT.
078900 8120-CLEAR-ONE-DATE.
079000     MOVE ZERO TO WS-AT-SIGNAL-DATE(WS-AT-FOUND-IDX, WS-CLR-IDX).
079100 8120-EXIT.
079200     EXIT.
079300******************************************************************
079400*   8200 - KEEP THE LATEST DATE A SIGNAL WAS SEEN                *
079500******************************************************************
079600 8200-MARK-SIGNAL.
079700     IF WS-EVENT-DATE >
079800         WS-AT-SIGNAL-DATE(WS-AT-FOUND-IDX, WS-SIG-IDX)
079900         MOVE WS-EVENT-DATE
080000             TO WS-AT-SIGNAL-DATE(WS-AT-FOUND-IDX, WS-SIG-IDX)
080100     END-IF.
080200 8200-EXIT.
080300     EXIT.
080400 8300-POST-SIGNAL.
080500     PERFORM 8100-FIND-OR-ADD THRU 8100-EXIT.
080600     IF WS-AT-FOUND-IDX NOT = ZERO
080700         PERFORM 8200-MARK-SIGNAL THRU 8200-EXIT
080800     END-IF.
080900 8300-EXIT.
081000     EXIT.
081100******************************************************************
081200*                 9000 - TOTALS AND TERMINATION                  *
081300******************************************************************
081400 9000-TERMINATE.
081500     MOVE SPACES TO REPORT-LINE.
081600     WRITE REPORT-LINE.
081700     MOVE 'ACCOUNTS SCORED       :' TO WS-TOT-CAPTION.
081800     MOVE WS-SCORED-COUNT        TO WS-TOT-COUNT.
081900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082000     MOVE 'AT OR ABOVE ALERT LINE:' TO WS-TOT-CAPTION.
082100     MOVE WS-AL-COUNT            TO WS-TOT-COUNT.
082200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082300     MOVE 'AGED OFF THE MASTER   :' TO WS-TOT-CAPTION.
082400     MOVE WS-AGED-OFF-COUNT      TO WS-TOT-COUNT.
082500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082600     ADD 4 TO WS-RUNSTAT-WRITTEN.
082700     IF WS-DROPPED-COUNT NOT = ZERO
082800         DISPLAY 'ADR035T - RISK TABLE FULL, ACCOUNTS NOT '
082900                 'SCORED : ' WS-DROPPED-COUNT
083000         MOVE 8 TO RETURN-CODE
083100     END-IF.
083200     CLOSE NEW-FILE.
083300     CLOSE REPORT-FILE.
083310     IF NOT WS-REPLAY-RUN
083320         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
083330     END-IF.
083500 9000-EXIT.
083600     EXIT.
083700******************************************************************
083800*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
083900******************************************************************
084000 9900-WRITE-RUN-STATS.
084100     OPEN OUTPUT RUNLOG-FILE.
084200     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
084300     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
084400     MOVE SPACES                 TO RUNSTAT-ENTRY.
084500     MOVE 'ADR035T'              TO RUNSTAT-PROGRAM-ID.
084600     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
084700     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
084800     MOVE WS-RUNSTAT-START-RAW(1:6)
084900         TO RUNSTAT-START-TIME.
085000     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
085100     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
085200     MOVE WS-DROPPED-COUNT       TO RUNSTAT-RECORDS-REJECTED.
085300     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
085400     WRITE RUNSTAT-ENTRY.
085500     CLOSE RUNLOG-FILE.
085600 9900-EXIT.
085700     EXIT.
085800******************************************************************
085900*                      END OF PROGRAM                            *
086000******************************************************************
