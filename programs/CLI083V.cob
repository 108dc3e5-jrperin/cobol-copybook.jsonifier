000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI083V                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY PERSONAL-DATA REQUESTER VOLUME EXCEPTIONS. EVERY   *
001400*     REQUEST ON THE ACCESS LOG (CLIALOG) FOR THE BUSINESS DATE  *
001500*     IS COUNTED BY REQUESTER, AND EACH REQUESTER IS HELD        *
001600*     AGAINST THE ROLE INFORMATION SECURITY HAS PUT THEM IN ON   *
001700*     THE ROLE CARDS (CLIAROL). A REQUESTER IS LISTED WHEN NO    *
001800*     ROLE IS ON FILE FOR THEM, WHEN THEIR ROLE HAS NO DAILY     *
001900*     VOLUME CARD, WHEN THEY ARE OVER THEIR ROLE'S DAILY         *
002000*     VOLUME, OR WHEN THEY ARE OVER RUN-CONTROL KEY PEERMULT     *
002100*     (DEFAULT 3, ZERO TURNS THE TEST OFF) TIMES THE AVERAGE OF  *
002200*     THEIR ROLE THAT DAY, WHERE AT LEAST THREE REQUESTERS IN    *
002300*     THE ROLE MADE REQUESTS. REFUSED REQUESTS COUNT TOWARD THE  *
002400*     VOLUME AND ARE SHOWN SEPARATELY. THE BUSINESS DATE RIDES   *
002500*     ON THE PARM (YYMMDD).                                      *
002600*----------------------------------------------------------------*
002700* MODIFICATION HISTORY.                                          *
002800*     2026-10-15  CSG  ORIGINAL VERSION.                        *
002900******************************************************************
003000 PROGRAM-ID.    CLI083V.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ROLE-FILE     ASSIGN TO ACCROLE
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OPTIONAL ACCESSLG-FILE ASSIGN TO ACCESSLG
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT REPORT-FILE   ASSIGN TO CLI083RP
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ROLE-FILE.
004700     COPY "CLIAROL.cpy".
004800 FD  ACCESSLG-FILE.
004900     COPY "CLIALOG.cpy".
005000 FD  REPORT-FILE.
005100 01  REPORT-LINE                        PIC X(100).
005200 FD  RUNPARM-FILE.
005300     COPY "RUNPARM.cpy".
005400 FD  RUNLOG-FILE.
005500     COPY "RUNSTAT.cpy".
005600 WORKING-STORAGE SECTION.
005700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
005900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006200 77  WS-ROLE-EOF-SW                     PIC X(01)   VALUE 'N'.
006300     88  WS-ROLE-EOF                                VALUE 'Y'.
006400 77  WS-LOG-EOF-SW                      PIC X(01)   VALUE 'N'.
006500     88  WS-LOG-EOF                                 VALUE 'Y'.
006600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
006700     88  WS-PARM-EOF                                VALUE 'Y'.
006800 77  WS-FOUND-SW                        PIC X(01)   VALUE 'N'.
006900     88  WS-FOUND                                   VALUE 'Y'.
007000 77  WS-PEER-MULT                       PIC 9(02)   VALUE 03.
007100 77  WS-PEER-MINIMUM                    PIC 9(03)   VALUE 003.
007200 77  WS-ROLE-COUNT                      PIC 9(03)   VALUE ZERO.
007300 77  WS-ROLE-MAX                        PIC 9(03)   VALUE 050.
007400 77  WS-ROLE-IDX                        PIC 9(03)   VALUE ZERO.
007500 77  WS-USER-COUNT                      PIC 9(05)   VALUE ZERO.
007600 77  WS-USER-MAX                        PIC 9(05)   VALUE 02000.
007700 77  WS-USER-IDX                        PIC 9(05)   VALUE ZERO.
007800 77  WS-REQ-COUNT                       PIC 9(05)   VALUE ZERO.
007900 77  WS-REQ-MAX                         PIC 9(05)   VALUE 01000.
008000 77  WS-REQ-IDX                         PIC 9(05)   VALUE ZERO.
008100 77  WS-LOG-DATE-COUNT                  PIC 9(07)   VALUE ZERO.
008200 77  WS-LISTED-COUNT                    PIC 9(05)   VALUE ZERO.
008300 77  WS-CARDS-DROPPED                   PIC 9(05)   VALUE ZERO.
008400 77  WS-REQS-DROPPED                    PIC 9(07)   VALUE ZERO.
008500 77  WS-ROLE-AVERAGE                    PIC 9(07)   VALUE ZERO.
008600 77  WS-PEER-LEFT                       PIC 9(13)   VALUE ZERO.
008700 77  WS-PEER-RIGHT                      PIC 9(13)   VALUE ZERO.
008800 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
008900 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
009000                                        PIC X(08).
009100 01  WS-ROLE-TABLE.
009200     05  WS-ROLE-ENTRY OCCURS 50 TIMES.
009300         10  WS-ROLE-CODE               PIC X(04).
009400         10  WS-ROLE-LIMIT              PIC 9(05).
009500         10  WS-ROLE-DESC               PIC X(30).
009600         10  WS-ROLE-ACTIVE             PIC 9(05).
009700         10  WS-ROLE-TOTAL              PIC 9(07).
009800 01  WS-USER-TABLE.
009900     05  WS-USER-ENTRY OCCURS 2000 TIMES.
010000         10  WS-USER-ID                 PIC X(08).
010100         10  WS-USER-ROLE               PIC X(04).
010200 01  WS-REQ-TABLE.
010300     05  WS-REQ-ENTRY OCCURS 1000 TIMES.
010400         10  WS-REQ-ID                  PIC X(08).
010500         10  WS-REQ-TOTAL               PIC 9(07).
010600         10  WS-REQ-REFUSED             PIC 9(07).
010700         10  WS-REQ-ROLE                PIC X(04).
010800         10  WS-REQ-ROLE-IDX            PIC 9(03).
010900 01  WS-HEADING-LINE.
011000     05  FILLER                         PIC X(44)
011100         VALUE 'CLI083V - PERSONAL-DATA REQUESTER VOLUME FOR'.
011200     05  FILLER                         PIC X(16)
011300         VALUE ' BUSINESS DATE: '.
011400     05  WS-HDG-DATE                    PIC 9(08).
011500     05  FILLER                         PIC X(32)   VALUE SPACES.
011600 01  WS-PEER-LINE.
011700     05  FILLER                         PIC X(40)
011800         VALUE 'ROLE AVERAGE MULTIPLE LISTED (0 = OFF): '.
011900     05  WS-PEER-VALUE                  PIC Z9.
012000     05  FILLER                         PIC X(58)   VALUE SPACES.
012100 01  WS-COLUMN-LINE.
012200     05  FILLER                         PIC X(30)
012300         VALUE 'REQUESTR  ROLE  REQSTS   REFUS'.
012400     05  FILLER                         PIC X(28)
012500         VALUE 'D    LIMIT   RL AVG   REASON'.
012600     05  FILLER                         PIC X(42)   VALUE SPACES.
012700 01  WS-DETAIL-LINE.
012800     05  WS-DTL-REQUESTER               PIC X(08).
012900     05  FILLER                         PIC X(02)   VALUE SPACES.
013000     05  WS-DTL-ROLE                    PIC X(04).
013100     05  FILLER                         PIC X(02)   VALUE SPACES.
013200     05  WS-DTL-TOTAL                   PIC ZZ,ZZ9.
013300     05  FILLER                         PIC X(03)   VALUE SPACES.
013400     05  WS-DTL-REFUSED                 PIC ZZ,ZZ9.
013500     05  FILLER                         PIC X(03)   VALUE SPACES.
013600     05  WS-DTL-LIMIT                   PIC ZZ,ZZ9.
013700     05  FILLER                         PIC X(03)   VALUE SPACES.
013800     05  WS-DTL-AVERAGE                 PIC ZZ,ZZ9.
013900     05  FILLER                         PIC X(03)   VALUE SPACES.
014000     05  WS-DTL-REASON                  PIC X(36).
014100     05  FILLER                         PIC X(12)   VALUE SPACES.
014200 01  WS-MULT-REASON.
014300     05  FILLER                         PIC X(05)   VALUE 'OVER '.
014400     05  WS-MRS-MULT                    PIC Z9.
014500     05  FILLER                         PIC X(29)
014600         VALUE ' TIMES THE ROLE AVERAGE      '.
014700 01  WS-TOTAL-LINE.
014800     05  WS-TOT-CAPTION                 PIC X(26).
014900     05  WS-TOT-COUNT                   PIC Z,ZZZ,ZZ9.
015000     05  FILLER                         PIC X(65)   VALUE SPACES.
015100******************************************************************
015200*                 LINKAGE SECTION                               *
015300******************************************************************
015400 LINKAGE SECTION.
015500 01  LS-PARM.
015600     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
015700     03  LS-PARM-BUSDATE                PIC X(06).
015800******************************************************************
015900*                 PROCEDURE DIVISION                            *
016000******************************************************************
016100 PROCEDURE DIVISION USING LS-PARM.
016200 0000-MAINLINE.
016300     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
016400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016500     PERFORM 2000-COUNT-REQUESTS THRU 2000-EXIT
016600             UNTIL WS-LOG-EOF.
016700     PERFORM 3000-ASSIGN-ROLE    THRU 3000-EXIT
016800             VARYING WS-REQ-IDX FROM 1 BY 1
016900             UNTIL WS-REQ-IDX > WS-REQ-COUNT.
017000     PERFORM 4000-CHECK-REQUESTER THRU 4000-EXIT
017100             VARYING WS-REQ-IDX FROM 1 BY 1
017200             UNTIL WS-REQ-IDX > WS-REQ-COUNT.
017300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
017400     GOBACK.
017500 0000-EXIT.
017600     EXIT.
017700******************************************************************
017800*   1000 - BUSINESS DATE, PARAMETERS, ROLE CARDS AND FILES       *
017900******************************************************************
018000 1000-INITIALIZE.
018100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
018200     IF LS-PARM-LENGTH >= 6
018300         AND LS-PARM-BUSDATE NUMERIC
018400         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
018500         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
018600     END-IF.
018700     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
018800     OPEN INPUT ROLE-FILE.
018900     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
019000             UNTIL WS-ROLE-EOF.
019100     CLOSE ROLE-FILE.
019200     IF WS-CARDS-DROPPED NOT = ZERO
019300         DISPLAY 'CLI083V - ROLE TABLE FULL, CARDS NOT LOADED : '
019400                 WS-CARDS-DROPPED
019500     END-IF.
019600     OPEN INPUT  ACCESSLG-FILE.
019700     OPEN OUTPUT REPORT-FILE.
019800     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
019900     WRITE REPORT-LINE FROM WS-HEADING-LINE.
020000     MOVE WS-PEER-MULT TO WS-PEER-VALUE.
020100     WRITE REPORT-LINE FROM WS-PEER-LINE.
020200     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
020300     ADD 3 TO WS-RUNSTAT-WRITTEN.
020400 1000-EXIT.
020500     EXIT.
020600 1100-LOAD-ONE-CARD.
020700     READ ROLE-FILE
020800         AT END SET WS-ROLE-EOF TO TRUE
020900                GO TO 1100-EXIT
021000     END-READ.
021100     EVALUATE TRUE
021200         WHEN CLIAROL-ROLE-CARD
021300             IF WS-ROLE-COUNT >= WS-ROLE-MAX
021400                 ADD 1 TO WS-CARDS-DROPPED
021500                 GO TO 1100-EXIT
021600             END-IF
021700             ADD 1 TO WS-ROLE-COUNT
021800             MOVE CLIAROL-ROLE  TO WS-ROLE-CODE(WS-ROLE-COUNT)
021900             MOVE CLIAROL-DESCRIPTION
022000                 TO WS-ROLE-DESC(WS-ROLE-COUNT)
022100             IF CLIAROL-DAILY-LIMIT IS NUMERIC
022200                 MOVE CLIAROL-DAILY-LIMIT
022300                     TO WS-ROLE-LIMIT(WS-ROLE-COUNT)
022400             ELSE
022500                 MOVE ZERO TO WS-ROLE-LIMIT(WS-ROLE-COUNT)
022600             END-IF
022700             MOVE ZERO TO WS-ROLE-ACTIVE(WS-ROLE-COUNT)
022800             MOVE ZERO TO WS-ROLE-TOTAL(WS-ROLE-COUNT)
022900         WHEN CLIAROL-REQUESTER-CARD
023000             IF WS-USER-COUNT >= WS-USER-MAX
023100                 ADD 1 TO WS-CARDS-DROPPED
023200                 GO TO 1100-EXIT
023300             END-IF
023400             ADD 1 TO WS-USER-COUNT
023500             MOVE CLIAROL-REQUESTER-ID
023600                 TO WS-USER-ID(WS-USER-COUNT)
023700             MOVE CLIAROL-ROLE  TO WS-USER-ROLE(WS-USER-COUNT)
023800     END-EVALUATE.
023900 1100-EXIT.
024000     EXIT.
024100******************************************************************
024200*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
024300******************************************************************
024400 1500-LOAD-RUN-PARMS.
024500     OPEN INPUT RUNPARM-FILE.
024600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
024700             UNTIL WS-PARM-EOF.
024800     CLOSE RUNPARM-FILE.
024900 1500-EXIT.
025000     EXIT.
025100 1510-READ-ONE-PARM.
025200     READ RUNPARM-FILE
025300         AT END SET WS-PARM-EOF TO TRUE
025400         NOT AT END
025500             IF RUNPARM-PROGRAM-ID = 'CLI083V '
025600                 AND RUNPARM-KEY = 'PEERMULT'
025700                 MOVE RUNPARM-VALUE-NUM TO WS-PEER-MULT
025800                 DISPLAY 'CLI083V - ROLE AVERAGE MULTIPLE SET TO '
025900                         WS-PEER-MULT
026000                         ' BY RUN PARAMETER'
026100             END-IF
026200     END-READ.
026300 1510-EXIT.
026400     EXIT.
026500******************************************************************
026600*   2000 - COUNT THE BUSINESS DATE'S REQUESTS BY REQUESTER       *
026700******************************************************************
026800 2000-COUNT-REQUESTS.
026900     READ ACCESSLG-FILE
027000         AT END SET WS-LOG-EOF TO TRUE
027100                GO TO 2000-EXIT
027200     END-READ.
027300     ADD 1 TO WS-RUNSTAT-READ.
027400     IF CLIALOG-ACCESS-DATE NOT = WS-BUSINESS-DATE
027500         GO TO 2000-EXIT
027600     END-IF.
027700     ADD 1 TO WS-LOG-DATE-COUNT.
027800     MOVE 'N' TO WS-FOUND-SW.
027900     PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
028000             VARYING WS-REQ-IDX FROM 1 BY 1
028100             UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-FOUND.
028200     IF WS-FOUND
028300         SUBTRACT 1 FROM WS-REQ-IDX
028400     ELSE
028500         IF WS-REQ-COUNT >= WS-REQ-MAX
028600             ADD 1 TO WS-REQS-DROPPED
028700             GO TO 2000-EXIT
028800         END-IF
028900         ADD 1 TO WS-REQ-COUNT
029000         MOVE WS-REQ-COUNT         TO WS-REQ-IDX
029100         MOVE CLIALOG-REQUESTER-ID TO WS-REQ-ID(WS-REQ-IDX)
029200         MOVE ZERO                 TO WS-REQ-TOTAL(WS-REQ-IDX)
029300         MOVE ZERO                 TO WS-REQ-REFUSED(WS-REQ-IDX)
029400     END-IF.
029500     ADD 1 TO WS-REQ-TOTAL(WS-REQ-IDX).
029600     IF CLIALOG-REFUSED
029700         ADD 1 TO WS-REQ-REFUSED(WS-REQ-IDX)
029800     END-IF.
029900 2000-EXIT.
030000     EXIT.
030100 2100-FIND-REQUESTER.
030200     IF WS-REQ-ID(WS-REQ-IDX) = CLIALOG-REQUESTER-ID
030300         SET WS-FOUND TO TRUE
030400     END-IF.
030500 2100-EXIT.
030600     EXIT.
030700******************************************************************
030800*   3000 - PUT EACH REQUESTER IN THEIR ROLE, ROLE TOTALS         *
030900******************************************************************
031000 3000-ASSIGN-ROLE.
031100     MOVE SPACES TO WS-REQ-ROLE(WS-REQ-IDX).
031200     MOVE ZERO   TO WS-REQ-ROLE-IDX(WS-REQ-IDX).
031300     MOVE 'N' TO WS-FOUND-SW.
031400     PERFORM 3100-FIND-USER THRU 3100-EXIT
031500             VARYING WS-USER-IDX FROM 1 BY 1
031600             UNTIL WS-USER-IDX > WS-USER-COUNT OR WS-FOUND.
031700     IF NOT WS-FOUND
031800         GO TO 3000-EXIT
031900     END-IF.
032000     SUBTRACT 1 FROM WS-USER-IDX.
032100     MOVE WS-USER-ROLE(WS-USER-IDX) TO WS-REQ-ROLE(WS-REQ-IDX).
032200     MOVE 'N' TO WS-FOUND-SW.
032300     PERFORM 3200-FIND-ROLE THRU 3200-EXIT
032400             VARYING WS-ROLE-IDX FROM 1 BY 1
032500             UNTIL WS-ROLE-IDX > WS-ROLE-COUNT OR WS-FOUND.
032600     IF NOT WS-FOUND
032700         GO TO 3000-EXIT
032800     END-IF.
032900     SUBTRACT 1 FROM WS-ROLE-IDX.
033000     MOVE WS-ROLE-IDX TO WS-REQ-ROLE-IDX(WS-REQ-IDX).
033100     ADD 1 TO WS-ROLE-ACTIVE(WS-ROLE-IDX).
033200     ADD WS-REQ-TOTAL(WS-REQ-IDX) TO WS-ROLE-TOTAL(WS-ROLE-IDX).
033300 3000-EXIT.
033400     EXIT.
033500 3100-FIND-USER.
033600     IF WS-USER-ID(WS-USER-IDX) = WS-REQ-ID(WS-REQ-IDX)
033700         SET WS-FOUND TO TRUE
033800     END-IF.
033900 3100-EXIT.
034000     EXIT.
034100 3200-FIND-ROLE.
034200     IF WS-ROLE-CODE(WS-ROLE-IDX) = WS-REQ-ROLE(WS-REQ-IDX)
034300         SET WS-FOUND TO TRUE
034400     END-IF.
034500 3200-EXIT.
034600     EXIT.
034700******************************************************************
034800*   4000 - LIST A REQUESTER WHOSE VOLUME IS UNUSUAL FOR THE ROLE *
034900******************************************************************
035000 4000-CHECK-REQUESTER.
035100     MOVE WS-REQ-ID(WS-REQ-IDX)      TO WS-DTL-REQUESTER.
035200     MOVE WS-REQ-ROLE(WS-REQ-IDX)    TO WS-DTL-ROLE.
035300     MOVE WS-REQ-TOTAL(WS-REQ-IDX)   TO WS-DTL-TOTAL.
035400     MOVE WS-REQ-REFUSED(WS-REQ-IDX) TO WS-DTL-REFUSED.
035500     MOVE ZERO                       TO WS-DTL-LIMIT.
035600     MOVE ZERO                       TO WS-DTL-AVERAGE.
035700     IF WS-REQ-ROLE(WS-REQ-IDX) = SPACES
035800         MOVE 'NO ROLE ON FILE FOR THE REQUESTER'
035900             TO WS-DTL-REASON
036000         GO TO 4000-LIST
036100     END-IF.
036200     IF WS-REQ-ROLE-IDX(WS-REQ-IDX) = ZERO
036300         MOVE 'ROLE HAS NO DAILY VOLUME CARD' TO WS-DTL-REASON
036400         GO TO 4000-LIST
036500     END-IF.
036600     MOVE WS-REQ-ROLE-IDX(WS-REQ-IDX) TO WS-ROLE-IDX.
036700     MOVE WS-ROLE-LIMIT(WS-ROLE-IDX)  TO WS-DTL-LIMIT.
036800     COMPUTE WS-ROLE-AVERAGE ROUNDED =
036900             WS-ROLE-TOTAL(WS-ROLE-IDX)
037000           / WS-ROLE-ACTIVE(WS-ROLE-IDX).
037100     MOVE WS-ROLE-AVERAGE TO WS-DTL-AVERAGE.
037200     IF WS-REQ-TOTAL(WS-REQ-IDX) > WS-ROLE-LIMIT(WS-ROLE-IDX)
037300         MOVE 'OVER THE ROLE DAILY VOLUME' TO WS-DTL-REASON
037400         GO TO 4000-LIST
037500     END-IF.
037600     IF WS-PEER-MULT = ZERO
037700         OR WS-ROLE-ACTIVE(WS-ROLE-IDX) < WS-PEER-MINIMUM
037800         GO TO 4000-EXIT
037900     END-IF.
038000     COMPUTE WS-PEER-LEFT =
038100             WS-REQ-TOTAL(WS-REQ-IDX)
038200           * WS-ROLE-ACTIVE(WS-ROLE-IDX).
038300     COMPUTE WS-PEER-RIGHT =
038400             WS-ROLE-TOTAL(WS-ROLE-IDX) * WS-PEER-MULT.
038500     IF WS-PEER-LEFT NOT > WS-PEER-RIGHT
038600         GO TO 4000-EXIT
038700     END-IF.
038800     MOVE WS-PEER-MULT   TO WS-MRS-MULT.
038900     MOVE WS-MULT-REASON TO WS-DTL-REASON.
039000 4000-LIST.
039100     ADD 1 TO WS-LISTED-COUNT.
039200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
039300     ADD 1 TO WS-RUNSTAT-WRITTEN.
039400 4000-EXIT.
039500     EXIT.
039600******************************************************************
039700*                 9000 - TOTALS AND TERMINATION                  *
039800******************************************************************
039900 9000-TERMINATE.
040000     MOVE SPACES TO REPORT-LINE.
040100     WRITE REPORT-LINE.
040200     MOVE 'REQUESTS ON THE DATE    : ' TO WS-TOT-CAPTION.
040300     MOVE WS-LOG-DATE-COUNT  TO WS-TOT-COUNT.
040400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
040500     MOVE 'REQUESTERS              : ' TO WS-TOT-CAPTION.
040600     MOVE WS-REQ-COUNT       TO WS-TOT-COUNT.
040700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
040800     MOVE 'REQUESTERS LISTED       : ' TO WS-TOT-CAPTION.
040900     MOVE WS-LISTED-COUNT    TO WS-TOT-COUNT.
041000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
041100     MOVE 'REQUESTS NOT COUNTED    : ' TO WS-TOT-CAPTION.
041200     MOVE WS-REQS-DROPPED    TO WS-TOT-COUNT.
041300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
041400     ADD 5 TO WS-RUNSTAT-WRITTEN.
041500     IF WS-REQS-DROPPED NOT = ZERO
041600         DISPLAY 'CLI083V - REQUESTER TABLE FULL, REQUESTS NOT '
041700                 'COUNTED : ' WS-REQS-DROPPED
041800     END-IF.
041900     DISPLAY 'CLI083V - REQUESTERS LISTED : ' WS-LISTED-COUNT.
042000     CLOSE ACCESSLG-FILE.
042100     CLOSE REPORT-FILE.
042200     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
042300 9000-EXIT.
042400     EXIT.
042500******************************************************************
042600*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
042700******************************************************************
042800 9900-WRITE-RUN-STATS.
042900     OPEN OUTPUT RUNLOG-FILE.
043000     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
043100     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
043200     MOVE SPACES                 TO RUNSTAT-ENTRY.
043300     MOVE 'CLI083V'              TO RUNSTAT-PROGRAM-ID.
043400     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
043500     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
043600     MOVE WS-RUNSTAT-START-RAW(1:6)
043700         TO RUNSTAT-START-TIME.
043800     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
043900     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
044000     MOVE WS-REQS-DROPPED        TO RUNSTAT-RECORDS-REJECTED.
044100     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
044200     WRITE RUNSTAT-ENTRY.
044300     CLOSE RUNLOG-FILE.
044400 9900-EXIT.
044500     EXIT.
044600******************************************************************
044700*                      END OF PROGRAM                            *
044800******************************************************************
