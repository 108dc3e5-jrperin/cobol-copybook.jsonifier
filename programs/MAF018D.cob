000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : MAF018D                                       *
000500*    SYSTEM     : TEXAS WELL MASTER FILE                        *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       WELL DATA SERVICES.                              *
000900* INSTALLATION. LAND SYSTEMS.                                    *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     DUPLICATE WELL IDENTITY DETECTION. THE MASTER IS KEYED ON  *
001400*     QUAD-NUM/API-NUM, SO ONE PHYSICAL WELL ENTERED UNDER TWO   *
001500*     API NUMBERS STAYS ON IT FOR GOOD. TWO PASSES, EACH OVER A  *
001600*     COPY OF THE MASTER THE SORT STEPS AHEAD OF THIS ONE HAVE   *
001700*     PUT IN ORDER:                                              *
001800*       MAFLOCSR - SURVEY, BLOCK, SECTION, ABSTRACT, LEASE NAME, *
001900*                  WELL NUMBER, API. EVERY GROUP SHARING ALL SIX *
002000*                  AND CARRYING MORE THAN ONE API NUMBER IS      *
002100*                  PRINTED WITH EACH CANDIDATE'S OPERATOR,       *
002200*                  PERMIT, COMPLETION AND PLUG DATES AND WHETHER *
002300*                  THE CANDIDATES ARE LINKED BY REFER-TO-API.    *
002400*                  WELLS WITH NO LOCATION AT ALL ARE COUNTED,    *
002500*                  NOT GROUPED.                                  *
002600*       MAFAPISR - API, THEN LOCATION. EVERY API NUMBER FOUND AT *
002700*                  MORE THAN ONE SURVEY/BLOCK/SECTION/ABSTRACT   *
002800*                  IS PRINTED WITH EACH OF ITS LOCATIONS.        *
002900*     A GROUP LARGER THAN THE HOLD TABLE IS PRINTED IN PART AND  *
003000*     ENDS THE RUN RC 4.                                         *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  WDS  ORIGINAL VERSION.                        *
003400******************************************************************
003500 PROGRAM-ID.    MAF018D.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LOCATION-FILE ASSIGN TO MAFLOCSR
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT API-FILE      ASSIGN TO MAFAPISR
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPORT-FILE   ASSIGN TO MAF018RP
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOCATION-FILE.
005000     COPY "book_texas_well_data.cob".
005100 FD  API-FILE.
005200 01  API-RECORD                         PIC X(240).
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE                        PIC X(132).
005500 FD  RUNLOG-FILE.
005600     COPY "RUNSTAT.cpy".
005700 WORKING-STORAGE SECTION.
005800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006300 77  WS-LOC-EOF-SW                      PIC X(01)   VALUE 'N'.
006400     88  WS-LOC-EOF                                 VALUE 'Y'.
006500 77  WS-API-EOF-SW                      PIC X(01)   VALUE 'N'.
006600     88  WS-API-EOF                                 VALUE 'Y'.
006700 77  WS-GROUP-LINKED-SW                 PIC X(01)   VALUE 'N'.
006800     88  WS-GROUP-LINKED                            VALUE 'Y'.
006900 77  WS-HOLD-COUNT                      PIC 9(03)   VALUE ZERO.
007000 77  WS-HOLD-MAX                        PIC 9(03)   VALUE 100.
007100 77  WS-HOLD-IDX                        PIC 9(03)   VALUE ZERO.
007200 77  WS-PAIR-IDX                        PIC 9(03)   VALUE ZERO.
007300 77  WS-HOLD-OVERFLOW                   PIC 9(07)   VALUE ZERO.
007400 77  WS-DISTINCT-COUNT                  PIC 9(03)   VALUE ZERO.
007500 77  WS-WELLS-READ                      PIC 9(09)   VALUE ZERO.
007600 77  WS-NO-LOCATION-COUNT               PIC 9(07)   VALUE ZERO.
007700 77  WS-NO-API-COUNT                    PIC 9(07)   VALUE ZERO.
007800 77  WS-DUP-GROUP-COUNT                 PIC 9(07)   VALUE ZERO.
007900 77  WS-DUP-WELL-COUNT                  PIC 9(07)   VALUE ZERO.
008000 77  WS-LINKED-GROUP-COUNT              PIC 9(07)   VALUE ZERO.
008100 77  WS-MULTI-LOC-API-COUNT             PIC 9(07)   VALUE ZERO.
008200 77  WS-MULTI-LOC-WELL-COUNT            PIC 9(07)   VALUE ZERO.
008300 01  WS-CURR-LOC-KEY.
008400     05  WS-CLK-LOCATION                PIC X(79).
008500     05  WS-CLK-LEASE                   PIC X(32).
008600     05  WS-CLK-WELL-NUMBER             PIC X(06).
008700 01  WS-PREV-LOC-KEY                    PIC X(117)  VALUE SPACES.
008800 01  WS-PREV-API                        PIC 9(08)   VALUE ZERO.
008900 01  WS-API-WELL.
009000     05  WS-AWL-QUAD-NUM                PIC 9(07).
009100     05  WS-AWL-API-NUM                 PIC 9(08).
009200     05  WS-AWL-LOCATION.
009300         10  WS-AWL-SURVEY              PIC X(55).
009400         10  WS-AWL-BLOCK               PIC X(10).
009500         10  WS-AWL-SECTION             PIC X(08).
009600         10  WS-AWL-ABSTRACT            PIC X(06).
009700     05  WS-AWL-OPERATOR                PIC X(32).
009800     05  FILLER                         PIC X(05).
009900     05  WS-AWL-WELL-NUMBER             PIC X(06).
010000     05  WS-AWL-LEASE-NAME              PIC X(32).
010100     05  FILLER                         PIC X(79).
010200 01  WS-HOLD-TABLE.
010300     05  WS-HOLD-ENTRY OCCURS 100 TIMES.
010400         10  WS-HLD-QUAD                PIC 9(07).
010500         10  WS-HLD-API                 PIC 9(08).
010600         10  WS-HLD-LOCATION.
010700             15  WS-HLD-SURVEY          PIC X(55).
010800             15  WS-HLD-BLOCK           PIC X(10).
010900             15  WS-HLD-SECTION         PIC X(08).
011000             15  WS-HLD-ABSTRACT        PIC X(06).
011100         10  WS-HLD-OPERATOR            PIC X(32).
011200         10  WS-HLD-LEASE               PIC X(32).
011300         10  WS-HLD-WELL-NUMBER         PIC X(06).
011400         10  WS-HLD-PERMIT              PIC 9(06).
011500         10  WS-HLD-COMPLETION          PIC 9(08).
011600         10  WS-HLD-PLUG                PIC 9(08).
011700         10  WS-HLD-REFER               PIC 9(08).
011800         10  WS-HLD-LINK-SW             PIC X(01).
011900             88  WS-HLD-LINKED                    VALUE 'Y'.
012000 01  WS-LOCATION-CAPTION.
012100     05  FILLER                         PIC X(60)
012200         VALUE 'ONE LOCATION/LEASE/WELL UNDER SEVERAL APIS'.
012300     05  FILLER                         PIC X(72)   VALUE SPACES.
012400 01  WS-API-CAPTION.
012500     05  FILLER                         PIC X(60)
012600         VALUE 'ONE API NUMBER AT SEVERAL LOCATIONS'.
012700     05  FILLER                         PIC X(72)   VALUE SPACES.
012800 01  WS-GROUP-LINE-1.
012900     05  FILLER                         PIC X(10)
013000                       VALUE 'LOCATION  '.
013100     05  WS-GL1-SURVEY                  PIC X(55).
013200     05  FILLER                         PIC X(06)
013300                      VALUE ' BLK  '.
013400     05  WS-GL1-BLOCK                   PIC X(10).
013500     05  FILLER                         PIC X(06)
013600                      VALUE ' SEC  '.
013700     05  WS-GL1-SECTION                 PIC X(08).
013800     05  FILLER                         PIC X(06)
013900                      VALUE ' ABS  '.
014000     05  WS-GL1-ABSTRACT                PIC X(06).
014100     05  FILLER                         PIC X(25)   VALUE SPACES.
014200 01  WS-GROUP-LINE-2.
014300     05  FILLER                         PIC X(10)
014400                       VALUE 'LEASE     '.
014500     05  WS-GL2-LEASE                   PIC X(32).
014600     05  FILLER                         PIC X(07)
014700                      VALUE ' WELL  '.
014800     05  WS-GL2-WELL-NUMBER             PIC X(06).
014900     05  FILLER                         PIC X(08)
015000                      VALUE '  APIS  '.
015100     05  WS-GL2-API-COUNT               PIC ZZ9.
015200     05  FILLER                         PIC X(02)   VALUE SPACES.
015300     05  WS-GL2-LINK-TEXT               PIC X(30).
015400     05  FILLER                         PIC X(34)   VALUE SPACES.
015500 01  WS-CANDIDATE-LINE.
015600     05  FILLER                         PIC X(04)   VALUE SPACES.
015700     05  WS-CDL-QUAD                    PIC 9(07).
015800     05  FILLER                         PIC X(01)   VALUE '/'.
015900     05  WS-CDL-API                     PIC 9(08).
016000     05  FILLER                         PIC X(02)   VALUE SPACES.
016100     05  WS-CDL-OPERATOR                PIC X(32).
016200     05  FILLER                         PIC X(09)
016300                       VALUE '  PERMIT '.
016400     05  WS-CDL-PERMIT                  PIC 9(06).
016500     05  FILLER                         PIC X(07)
016600                      VALUE '  COMP '.
016700     05  WS-CDL-COMPLETION              PIC 9(08).
016800     05  FILLER                         PIC X(07)
016900                      VALUE '  PLUG '.
017000     05  WS-CDL-PLUG                    PIC 9(08).
017100     05  FILLER                         PIC X(08)
017200                      VALUE '  REFER '.
017300     05  WS-CDL-REFER                   PIC 9(08).
017400     05  FILLER                         PIC X(02)   VALUE SPACES.
017500     05  WS-CDL-LINK                    PIC X(06).
017600     05  FILLER                         PIC X(10)   VALUE SPACES.
017700 01  WS-API-GROUP-LINE.
017800     05  FILLER                         PIC X(10)
017900                       VALUE 'API       '.
018000     05  WS-AGL-API                     PIC 9(08).
018100     05  FILLER                         PIC X(13)
018200                       VALUE '  LOCATIONS  '.
018300     05  WS-AGL-LOC-COUNT               PIC ZZ9.
018400     05  FILLER                         PIC X(98)   VALUE SPACES.
018500 01  WS-API-LOCATION-LINE.
018600     05  FILLER                         PIC X(04)   VALUE SPACES.
018700     05  WS-ALL-QUAD                    PIC 9(07).
018800     05  FILLER                         PIC X(02)   VALUE SPACES.
018900     05  WS-ALL-SURVEY                  PIC X(40).
019000     05  FILLER                         PIC X(01)   VALUE SPACE.
019100     05  WS-ALL-BLOCK                   PIC X(10).
019200     05  FILLER                         PIC X(01)   VALUE SPACE.
019300     05  WS-ALL-SECTION                 PIC X(08).
019400     05  FILLER                         PIC X(01)   VALUE SPACE.
019500     05  WS-ALL-ABSTRACT                PIC X(06).
019600     05  FILLER                         PIC X(02)   VALUE SPACES.
019700     05  WS-ALL-OPERATOR                PIC X(32).
019800     05  FILLER                         PIC X(02)   VALUE SPACES.
019900     05  WS-ALL-WELL-NUMBER             PIC X(06).
020000     05  FILLER                         PIC X(10)   VALUE SPACES.
020100 01  WS-TOTAL-LINE-1.
020200     05  FILLER                         PIC X(24)
020300                       VALUE 'WELLS READ            :'.
020400     05  WS-TOT-READ                    PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                         PIC X(97)   VALUE SPACES.
020600 01  WS-TOTAL-LINE-2.
020700     05  FILLER                         PIC X(24)
020800                       VALUE 'WELLS WITH NO LOCATION:'.
020900     05  WS-TOT-NO-LOCATION             PIC ZZZ,ZZZ,ZZ9.
021000     05  FILLER                         PIC X(97)   VALUE SPACES.
021100 01  WS-TOTAL-LINE-3.
021200     05  FILLER                         PIC X(24)
021300                       VALUE 'DUPLICATE GROUPS      :'.
021400     05  WS-TOT-DUP-GROUPS              PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                         PIC X(97)   VALUE SPACES.
021600 01  WS-TOTAL-LINE-4.
021700     05  FILLER                         PIC X(24)
021800                       VALUE 'WELLS IN THOSE GROUPS :'.
021900     05  WS-TOT-DUP-WELLS               PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER                         PIC X(97)   VALUE SPACES.
022100 01  WS-TOTAL-LINE-5.
022200     05  FILLER                         PIC X(24)
022300                       VALUE 'GROUPS LINKED BY REFER:'.
022400     05  WS-TOT-LINKED                  PIC ZZZ,ZZZ,ZZ9.
022500     05  FILLER                         PIC X(97)   VALUE SPACES.
022600 01  WS-TOTAL-LINE-6.
022700     05  FILLER                         PIC X(24)
022800                       VALUE 'APIS AT TWO+ LOCATIONS:'.
022900     05  WS-TOT-MULTI-LOC               PIC ZZZ,ZZZ,ZZ9.
023000     05  FILLER                         PIC X(97)   VALUE SPACES.
023100 01  WS-TOTAL-LINE-7.
023200     05  FILLER                         PIC X(24)
023300                       VALUE 'WELLS WITH NO API     :'.
023400     05  WS-TOT-NO-API                  PIC ZZZ,ZZZ,ZZ9.
023500     05  FILLER                         PIC X(97)   VALUE SPACES.
023600 01  WS-TOTAL-LINE-8.
023700     05  FILLER                         PIC X(24)
023800                       VALUE 'GROUPS CUT AT TABLE   :'.
023900     05  WS-TOT-OVERFLOW                PIC ZZZ,ZZZ,ZZ9.
024000     05  FILLER                         PIC X(97)   VALUE SPACES.
024100******************************************************************
024200*                 PROCEDURE DIVISION                            *
024300******************************************************************
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
024700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
024800     PERFORM 2000-HOLD-BY-LOCATION THRU 2000-EXIT
024900             UNTIL WS-LOC-EOF.
025000     PERFORM 3000-FLUSH-LOCATION   THRU 3000-EXIT.
025100     CLOSE LOCATION-FILE.
025200     WRITE REPORT-LINE FROM WS-API-CAPTION.
025300     OPEN INPUT API-FILE.
025400     PERFORM 4100-READ-API THRU 4100-EXIT.
025500     PERFORM 4000-HOLD-BY-API      THRU 4000-EXIT
025600             UNTIL WS-API-EOF.
025700     PERFORM 5000-FLUSH-API        THRU 5000-EXIT.
025800     CLOSE API-FILE.
025900     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
026000     GOBACK.
026100 0000-EXIT.
026200     EXIT.
026300 1000-INITIALIZE.
026400     OPEN INPUT  LOCATION-FILE.
026500     OPEN OUTPUT REPORT-FILE.
026600     WRITE REPORT-LINE FROM WS-LOCATION-CAPTION.
026700     PERFORM 2100-READ-LOCATION THRU 2100-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000******************************************************************
027100*   2000 - HOLD WELLS UNTIL THE LOCATION/LEASE/WELL KEY BREAKS   *
027200******************************************************************
027300 2000-HOLD-BY-LOCATION.
027400     ADD 1 TO WS-WELLS-READ.
027500     MOVE MAF016-SURVEY      TO WS-CLK-LOCATION(1:55).
027600     MOVE MAF016-BLOCK       TO WS-CLK-LOCATION(56:10).
027700     MOVE MAF016-SECTION     TO WS-CLK-LOCATION(66:8).
027800     MOVE MAF016-ABSTRACT    TO WS-CLK-LOCATION(74:6).
027900     MOVE MAF016-LEASE-NAME  TO WS-CLK-LEASE.
028000     MOVE MAF016-WELL-NUMBER TO WS-CLK-WELL-NUMBER.
028100     IF WS-CLK-LOCATION = SPACES
028200         ADD 1 TO WS-NO-LOCATION-COUNT
028300         GO TO 2000-READ-NEXT
028400     END-IF.
028500     IF WS-CURR-LOC-KEY NOT = WS-PREV-LOC-KEY
028600         PERFORM 3000-FLUSH-LOCATION THRU 3000-EXIT
028700         MOVE WS-CURR-LOC-KEY TO WS-PREV-LOC-KEY
028800     END-IF.
028900     IF WS-HOLD-COUNT >= WS-HOLD-MAX
029000         IF WS-HOLD-OVERFLOW = ZERO
029100             DISPLAY 'MAF018D - GROUP LARGER THAN HOLD TABLE, '
029200                     'PRINTED IN PART'
029300         END-IF
029400         ADD 1 TO WS-HOLD-OVERFLOW
029500         PERFORM 3000-FLUSH-LOCATION THRU 3000-EXIT
029600     END-IF.
029700     ADD 1 TO WS-HOLD-COUNT.
029800     MOVE MAF016-QUAD-NUM        TO WS-HLD-QUAD(WS-HOLD-COUNT).
029900     MOVE MAF016-API-NUM         TO WS-HLD-API(WS-HOLD-COUNT).
030000     MOVE WS-CLK-LOCATION
030100         TO WS-HLD-LOCATION(WS-HOLD-COUNT).
030200     MOVE MAF016-OPERATOR
030300         TO WS-HLD-OPERATOR(WS-HOLD-COUNT).
030400     MOVE MAF016-LEASE-NAME      TO WS-HLD-LEASE(WS-HOLD-COUNT).
030500     MOVE MAF016-WELL-NUMBER
030600         TO WS-HLD-WELL-NUMBER(WS-HOLD-COUNT).
030700     MOVE MAF016-PERMIT-NUM      TO WS-HLD-PERMIT(WS-HOLD-COUNT).
030800     MOVE MAF016-COMPLETION-DATE
030900         TO WS-HLD-COMPLETION(WS-HOLD-COUNT).
031000     MOVE MAF016-PLUG-DATE       TO WS-HLD-PLUG(WS-HOLD-COUNT).
031100     MOVE MAF016-REFER-TO-API    TO WS-HLD-REFER(WS-HOLD-COUNT).
031200     MOVE 'N'                    TO WS-HLD-LINK-SW(WS-HOLD-COUNT).
031300 2000-READ-NEXT.
031400     PERFORM 2100-READ-LOCATION THRU 2100-EXIT.
031500 2000-EXIT.
031600     EXIT.
031700 2100-READ-LOCATION.
031800     READ LOCATION-FILE
031900         AT END SET WS-LOC-EOF TO TRUE
032000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
032100     END-READ.
032200 2100-EXIT.
032300     EXIT.
032400******************************************************************
032500*   3000 - PRINT THE HELD GROUP WHEN IT CARRIES TWO OR MORE APIS *
032600******************************************************************
032700 3000-FLUSH-LOCATION.
032800     IF WS-HOLD-COUNT < 2
032900         GO TO 3000-RESET
033000     END-IF.
033100     MOVE 1 TO WS-DISTINCT-COUNT.
033200     PERFORM 3100-COUNT-ONE-API THRU 3100-EXIT
033300             VARYING WS-HOLD-IDX FROM 2 BY 1
033400             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
033500     IF WS-DISTINCT-COUNT < 2
033600         GO TO 3000-RESET
033700     END-IF.
033800     MOVE 'N' TO WS-GROUP-LINKED-SW.
033900     PERFORM 3200-LINK-ONE-CANDIDATE THRU 3200-EXIT
034000             VARYING WS-HOLD-IDX FROM 1 BY 1
034100             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
034200     ADD 1 TO WS-DUP-GROUP-COUNT.
034300     ADD WS-HOLD-COUNT TO WS-DUP-WELL-COUNT.
034400     MOVE WS-HLD-SURVEY(1)      TO WS-GL1-SURVEY.
034500     MOVE WS-HLD-BLOCK(1)       TO WS-GL1-BLOCK.
034600     MOVE WS-HLD-SECTION(1)     TO WS-GL1-SECTION.
034700     MOVE WS-HLD-ABSTRACT(1)    TO WS-GL1-ABSTRACT.
034800     MOVE WS-HLD-LEASE(1)       TO WS-GL2-LEASE.
034900     MOVE WS-HLD-WELL-NUMBER(1) TO WS-GL2-WELL-NUMBER.
035000     MOVE WS-DISTINCT-COUNT     TO WS-GL2-API-COUNT.
035100     IF WS-GROUP-LINKED
035200         ADD 1 TO WS-LINKED-GROUP-COUNT
035300         MOVE 'LINKED BY REFER-TO-API'
035400             TO WS-GL2-LINK-TEXT
035500     ELSE
035600         MOVE 'NOT LINKED BY REFER-TO-API'
035700             TO WS-GL2-LINK-TEXT
035800     END-IF.
035900     WRITE REPORT-LINE FROM WS-GROUP-LINE-1.
036000     WRITE REPORT-LINE FROM WS-GROUP-LINE-2.
036100     ADD 2 TO WS-RUNSTAT-WRITTEN.
036200     PERFORM 3300-PRINT-ONE-CANDIDATE THRU 3300-EXIT
036300             VARYING WS-HOLD-IDX FROM 1 BY 1
036400             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
036500 3000-RESET.
036600     MOVE ZERO TO WS-HOLD-COUNT.
036700 3000-EXIT.
036800     EXIT.
036900 3100-COUNT-ONE-API.
037000     IF WS-HLD-API(WS-HOLD-IDX) NOT = WS-HLD-API(WS-HOLD-IDX - 1)
037100         ADD 1 TO WS-DISTINCT-COUNT
037200     END-IF.
037300 3100-EXIT.
037400     EXIT.
037500*    A CANDIDATE IS LINKED WHEN ITS REFER-TO-API NAMES ANOTHER
037600*    API IN THE GROUP, OR ANOTHER CANDIDATE'S NAMES IT.
037700 3200-LINK-ONE-CANDIDATE.
037800     PERFORM 3210-MATCH-ONE-PAIR THRU 3210-EXIT
037900             VARYING WS-PAIR-IDX FROM 1 BY 1
038000             UNTIL WS-PAIR-IDX > WS-HOLD-COUNT.
038100 3200-EXIT.
038200     EXIT.
038300 3210-MATCH-ONE-PAIR.
038400     IF WS-HLD-REFER(WS-HOLD-IDX) = ZERO
038500         GO TO 3210-EXIT
038600     END-IF.
038700     IF WS-HLD-API(WS-PAIR-IDX) = WS-HLD-API(WS-HOLD-IDX)
038800         GO TO 3210-EXIT
038900     END-IF.
039000     IF WS-HLD-REFER(WS-HOLD-IDX) = WS-HLD-API(WS-PAIR-IDX)
039100         SET WS-HLD-LINKED(WS-HOLD-IDX) TO TRUE
039200         SET WS-HLD-LINKED(WS-PAIR-IDX) TO TRUE
039300         SET WS-GROUP-LINKED TO TRUE
039400     END-IF.
039500 3210-EXIT.
039600     EXIT.
039700 3300-PRINT-ONE-CANDIDATE.
039800     MOVE WS-HLD-QUAD(WS-HOLD-IDX)       TO WS-CDL-QUAD.
039900     MOVE WS-HLD-API(WS-HOLD-IDX)        TO WS-CDL-API.
040000     MOVE WS-HLD-OPERATOR(WS-HOLD-IDX)   TO WS-CDL-OPERATOR.
040100     MOVE WS-HLD-PERMIT(WS-HOLD-IDX)     TO WS-CDL-PERMIT.
040200     MOVE WS-HLD-COMPLETION(WS-HOLD-IDX) TO WS-CDL-COMPLETION.
040300     MOVE WS-HLD-PLUG(WS-HOLD-IDX)       TO WS-CDL-PLUG.
040400     MOVE WS-HLD-REFER(WS-HOLD-IDX)      TO WS-CDL-REFER.
040500     IF WS-HLD-LINKED(WS-HOLD-IDX)
040600         MOVE 'LINKED' TO WS-CDL-LINK
040700     ELSE
040800         MOVE SPACES   TO WS-CDL-LINK
040900     END-IF.
041000     WRITE REPORT-LINE FROM WS-CANDIDATE-LINE.
041100     ADD 1 TO WS-RUNSTAT-WRITTEN.
041200 3300-EXIT.
041300     EXIT.
041400******************************************************************
041500*   4000 - HOLD WELLS UNTIL THE API NUMBER BREAKS                *
041600******************************************************************
041700 4000-HOLD-BY-API.
041800     IF WS-AWL-API-NUM = ZERO
041900         ADD 1 TO WS-NO-API-COUNT
042000         GO TO 4000-READ-NEXT
042100     END-IF.
042200     IF WS-AWL-API-NUM NOT = WS-PREV-API
042300         PERFORM 5000-FLUSH-API THRU 5000-EXIT
042400         MOVE WS-AWL-API-NUM TO WS-PREV-API
042500     END-IF.
042600     IF WS-HOLD-COUNT >= WS-HOLD-MAX
042700         IF WS-HOLD-OVERFLOW = ZERO
042800             DISPLAY 'MAF018D - GROUP LARGER THAN HOLD TABLE, '
042900                     'PRINTED IN PART'
043000         END-IF
043100         ADD 1 TO WS-HOLD-OVERFLOW
043200         PERFORM 5000-FLUSH-API THRU 5000-EXIT
043300     END-IF.
043400     ADD 1 TO WS-HOLD-COUNT.
043500     MOVE WS-AWL-QUAD-NUM      TO WS-HLD-QUAD(WS-HOLD-COUNT).
043600     MOVE WS-AWL-API-NUM       TO WS-HLD-API(WS-HOLD-COUNT).
043700     MOVE WS-AWL-LOCATION      TO WS-HLD-LOCATION(WS-HOLD-COUNT).
043800     MOVE WS-AWL-OPERATOR      TO WS-HLD-OPERATOR(WS-HOLD-COUNT).
043900     MOVE WS-AWL-WELL-NUMBER
044000         TO WS-HLD-WELL-NUMBER(WS-HOLD-COUNT).
044100 4000-READ-NEXT.
044200     PERFORM 4100-READ-API THRU 4100-EXIT.
044300 4000-EXIT.
044400     EXIT.
044500 4100-READ-API.
044600     READ API-FILE INTO WS-API-WELL
044700         AT END SET WS-API-EOF TO TRUE
044800         NOT AT END ADD 1 TO WS-RUNSTAT-READ
044900     END-READ.
045000 4100-EXIT.
045100     EXIT.
045200******************************************************************
045300*   5000 - PRINT THE HELD API WHEN IT SITS AT TWO OR MORE        *
045400*          LOCATIONS                                             *
045500******************************************************************
045600 5000-FLUSH-API.
045700     IF WS-HOLD-COUNT < 2
045800         GO TO 5000-RESET
045900     END-IF.
046000     MOVE 1 TO WS-DISTINCT-COUNT.
046100     PERFORM 5100-COUNT-ONE-LOCATION THRU 5100-EXIT
046200             VARYING WS-HOLD-IDX FROM 2 BY 1
046300             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
046400     IF WS-DISTINCT-COUNT < 2
046500         GO TO 5000-RESET
046600     END-IF.
046700     ADD 1 TO WS-MULTI-LOC-API-COUNT.
046800     ADD WS-HOLD-COUNT TO WS-MULTI-LOC-WELL-COUNT.
046900     MOVE WS-HLD-API(1)     TO WS-AGL-API.
047000     MOVE WS-DISTINCT-COUNT TO WS-AGL-LOC-COUNT.
047100     WRITE REPORT-LINE FROM WS-API-GROUP-LINE.
047200     ADD 1 TO WS-RUNSTAT-WRITTEN.
047300     PERFORM 5200-PRINT-ONE-LOCATION THRU 5200-EXIT
047400             VARYING WS-HOLD-IDX FROM 1 BY 1
047500             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
047600 5000-RESET.
047700     MOVE ZERO TO WS-HOLD-COUNT.
047800 5000-EXIT.
047900     EXIT.
048000 5100-COUNT-ONE-LOCATION.
048100     IF WS-HLD-LOCATION(WS-HOLD-IDX) NOT =
048200             WS-HLD-LOCATION(WS-HOLD-IDX - 1)
048300         ADD 1 TO WS-DISTINCT-COUNT
048400     END-IF.
048500 5100-EXIT.
048600     EXIT.
048700 5200-PRINT-ONE-LOCATION.
048800     MOVE WS-HLD-QUAD(WS-HOLD-IDX)        TO WS-ALL-QUAD.
048900     MOVE WS-HLD-SURVEY(WS-HOLD-IDX)      TO WS-ALL-SURVEY.
049000     MOVE WS-HLD-BLOCK(WS-HOLD-IDX)       TO WS-ALL-BLOCK.
049100     MOVE WS-HLD-SECTION(WS-HOLD-IDX)     TO WS-ALL-SECTION.
049200     MOVE WS-HLD-ABSTRACT(WS-HOLD-IDX)    TO WS-ALL-ABSTRACT.
049300     MOVE WS-HLD-OPERATOR(WS-HOLD-IDX)    TO WS-ALL-OPERATOR.
049400     MOVE WS-HLD-WELL-NUMBER(WS-HOLD-IDX) TO WS-ALL-WELL-NUMBER.
049500     WRITE REPORT-LINE FROM WS-API-LOCATION-LINE.
049600     ADD 1 TO WS-RUNSTAT-WRITTEN.
049700 5200-EXIT.
049800     EXIT.
049900******************************************************************
050000*                 9000 - TOTALS AND TERMINATION                  *
050100******************************************************************
050200 9000-TERMINATE.
050300     IF WS-HOLD-OVERFLOW NOT = ZERO
050400         MOVE 4 TO RETURN-CODE
050500     END-IF.
050600     MOVE WS-WELLS-READ          TO WS-TOT-READ.
050700     MOVE WS-NO-LOCATION-COUNT   TO WS-TOT-NO-LOCATION.
050800     MOVE WS-DUP-GROUP-COUNT     TO WS-TOT-DUP-GROUPS.
050900     MOVE WS-DUP-WELL-COUNT      TO WS-TOT-DUP-WELLS.
051000     MOVE WS-LINKED-GROUP-COUNT  TO WS-TOT-LINKED.
051100     MOVE WS-MULTI-LOC-API-COUNT TO WS-TOT-MULTI-LOC.
051200     MOVE WS-NO-API-COUNT        TO WS-TOT-NO-API.
051300     MOVE WS-HOLD-OVERFLOW       TO WS-TOT-OVERFLOW.
051400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
051500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
051600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
051700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
051800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
051900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
052000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
052100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
052200     CLOSE REPORT-FILE.
052300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
052400 9000-EXIT.
052500     EXIT.
052600******************************************************************
052700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
052800******************************************************************
052900 9900-WRITE-RUN-STATS.
053000     OPEN OUTPUT RUNLOG-FILE.
053100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
053200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
053300     MOVE SPACES                 TO RUNSTAT-ENTRY.
053400     MOVE 'MAF018D'              TO RUNSTAT-PROGRAM-ID.
053500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
053600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
053700     MOVE WS-RUNSTAT-START-RAW(1:6)
053800         TO RUNSTAT-START-TIME.
053900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
054000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
054100     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
054200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
054300     WRITE RUNSTAT-ENTRY.
054400     CLOSE RUNLOG-FILE.
054500 9900-EXIT.
054600     EXIT.
054700******************************************************************
054800*                      END OF PROGRAM                            *
054900******************************************************************
