000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : MAF017B                                       *
000500*    SYSTEM     : TEXAS WELL MASTER FILE                        *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       WELL DATA SERVICES.                              *
000900* INSTALLATION. LAND SYSTEMS.                                    *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     OPERATOR FINANCIAL-ASSURANCE ADEQUACY AND PLUGGING         *
001400*     LIABILITY. GROUPS THE UNPLUGGED WELLS ON THE MASTER BY     *
001500*     MAF016-OPERATOR, TOTALS THE WELL COUNT AND TOTAL DEPTH,    *
001600*     AND WORKS OUT THE ASSURANCE THE RRC REQUIRES TWO WAYS:     *
001700*     THE BLANKET TIER FOR THE WELL COUNT AND THE INDIVIDUAL     *
001800*     RATE PER FOOT OF DEPTH, BOTH FROM THE MAFBPRM CARDS. AN    *
001900*     OPERATOR HOLDING A BLANKET INSTRUMENT IS HELD TO THE       *
002000*     TIER, ONE HOLDING ONLY INDIVIDUAL INSTRUMENTS TO THE       *
002100*     PER-FOOT FIGURE, AND ONE WITH NOTHING IN FORCE TO THE      *
002200*     LESSER OF THE TWO. THE ASSURANCE IN FORCE ON THE           *
002300*     OPERATOR BOND FILE (MAFBOND) IS COMPARED AGAINST IT AND    *
002400*     EVERY UNDER-BONDED OPERATOR IS REPORTED WITH ITS           *
002500*     ESTIMATED PLUGGING LIABILITY (DEPTH TIMES THE COST PER     *
002600*     FOOT OF THE MAFBPRM BAND THE WELL FALLS IN) AND THE        *
002700*     MAFRISK ORPHAN SCORES OF ITS WELLS - HIGHEST, AVERAGE      *
002800*     AND HOW MANY AT OR ABOVE RISKLINE (DEFAULT 60). A SECOND   *
002900*     PASS OF THE MASTER THEN LISTS THE UNPLUGGED WELLS OF THE   *
003000*     UNDER-BONDED OPERATORS ONE BY ONE. NO PLUGGING-COST        *
003100*     CARDS LEAVES THE LIABILITY AT ZERO AND ENDS RC 4.          *
003200*----------------------------------------------------------------*
003300* MODIFICATION HISTORY.                                          *
003400*     2026-10-15  WDS  ORIGINAL VERSION.                        *
003500******************************************************************
003600 PROGRAM-ID.    MAF017B.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MASTER-FILE   ASSIGN TO MAFMSTIN
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT MASTER2-FILE  ASSIGN TO MAFMSTI2
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL RISK-FILE ASSIGN TO RISKIN
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL BOND-FILE ASSIGN TO MAFBOND
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL BPRM-FILE ASSIGN TO MAFBPRM
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REPORT-FILE   ASSIGN TO MAF017RP
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MASTER-FILE.
005900     COPY "book_texas_well_data.cob".
006000 FD  MASTER2-FILE.
006100 01  MASTER2-RECORD                     PIC X(240).
006200 FD  RISK-FILE.
006300     COPY "MAFRISK.cpy"
006400         REPLACING ==:MAFRISK:== BY ==MAFRISK== .
006500 FD  BOND-FILE.
006600     COPY "MAFBOND.cpy".
006700 FD  BPRM-FILE.
006800     COPY "MAFBPRM.cpy".
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                        PIC X(132).
007100 FD  RUNPARM-FILE.
007200     COPY "RUNPARM.cpy".
007300 FD  RUNLOG-FILE.
007400     COPY "RUNSTAT.cpy".
007500 WORKING-STORAGE SECTION.
007600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007800 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007900 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008000 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008100 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
008200     88  WS-MST-EOF                                 VALUE 'Y'.
008300 77  WS-M2-EOF-SW                       PIC X(01)   VALUE 'N'.
008400     88  WS-M2-EOF                                  VALUE 'Y'.
008500 77  WS-RSK-EOF-SW                      PIC X(01)   VALUE 'N'.
008600     88  WS-RSK-EOF                                 VALUE 'Y'.
008700 77  WS-BOND-EOF-SW                     PIC X(01)   VALUE 'N'.
008800     88  WS-BOND-EOF                                VALUE 'Y'.
008900 77  WS-BPRM-EOF-SW                     PIC X(01)   VALUE 'N'.
009000     88  WS-BPRM-EOF                                VALUE 'Y'.
009100 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009200     88  WS-PARM-EOF                                VALUE 'Y'.
009300 77  WS-TIER-CARD-SEEN-SW               PIC X(01)   VALUE 'N'.
009400     88  WS-TIER-CARD-SEEN                          VALUE 'Y'.
009500 77  WS-RISK-LINE                       PIC 9(03)   VALUE 060.
009600 77  WS-BOND-PER-FOOT                   PIC 9(03)V99
009700                                                    VALUE 2.00.
009800 77  WS-TIER-COUNT                      PIC 9(02)   VALUE ZERO.
009900 77  WS-TIER-MAX                        PIC 9(02)   VALUE 10.
010000 77  WS-TIER-IDX                        PIC 9(02)   VALUE ZERO.
010100 77  WS-TIER-FOUND-IDX                  PIC 9(02)   VALUE ZERO.
010200 77  WS-BAND-COUNT                      PIC 9(02)   VALUE ZERO.
010300 77  WS-BAND-MAX                        PIC 9(02)   VALUE 20.
010400 77  WS-BAND-IDX                        PIC 9(02)   VALUE ZERO.
010500 77  WS-BAND-FOUND-IDX                  PIC 9(02)   VALUE ZERO.
010600 77  WS-PARM-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
010700 77  WS-OPR-COUNT                       PIC 9(04)   VALUE ZERO.
010800 77  WS-OPR-MAX                         PIC 9(04)   VALUE 2000.
010900 77  WS-OPR-IDX                         PIC 9(04)   VALUE ZERO.
011000 77  WS-OPR-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
011100 77  WS-OPR-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
011200 77  WS-RSK-COUNT                       PIC 9(05)   VALUE ZERO.
011300 77  WS-RSK-MAX                         PIC 9(05)   VALUE 10000.
011400 77  WS-RSK-IDX                         PIC 9(05)   VALUE ZERO.
011500 77  WS-RSK-FOUND-IDX                   PIC 9(05)   VALUE ZERO.
011600 77  WS-RSK-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
011700 77  WS-WORK-OPERATOR                   PIC X(32)   VALUE SPACES.
011800 77  WS-WELL-SCORE                      PIC 9(03)   VALUE ZERO.
011900 77  WS-WELL-SCORED-SW                  PIC X(01)   VALUE 'N'.
012000     88  WS-WELL-SCORED                             VALUE 'Y'.
012100 77  WS-WELL-COST-PER-FOOT              PIC 9(03)V99 VALUE ZERO.
012200 77  WS-WELL-LIABILITY                  PIC 9(09)V99 VALUE ZERO.
012300 77  WS-TIER-REQUIRED                   PIC 9(11)V99 VALUE ZERO.
012400 77  WS-FOOT-REQUIRED                   PIC 9(11)V99 VALUE ZERO.
012500 77  WS-ON-FILE                         PIC 9(11)V99 VALUE ZERO.
012600 77  WS-SHORTFALL                       PIC 9(11)V99 VALUE ZERO.
012700 77  WS-AVG-SCORE                       PIC 9(03)   VALUE ZERO.
012800 77  WS-BOND-RECORDS                    PIC 9(07)   VALUE ZERO.
012900 77  WS-BOND-LAPSED                     PIC 9(07)   VALUE ZERO.
013000 77  WS-UNPLUGGED-WELLS                 PIC 9(07)   VALUE ZERO.
013100 77  WS-OPERATORS-REVIEWED              PIC 9(07)   VALUE ZERO.
013200 77  WS-UNDER-BONDED-COUNT              PIC 9(07)   VALUE ZERO.
013300 77  WS-UNDER-WELL-COUNT                PIC 9(07)   VALUE ZERO.
013400 77  WS-TOTAL-SHORTFALL                 PIC 9(13)V99 VALUE ZERO.
013500 77  WS-TOTAL-LIABILITY                 PIC 9(13)V99 VALUE ZERO.
013600 77  WS-UNDER-LIABILITY                 PIC 9(13)V99 VALUE ZERO.
013700 01  WS-TIER-TABLE.
013800     05  WS-TIER-ENTRY OCCURS 10 TIMES.
013900         10  WS-TIER-MAX-WELLS          PIC 9(05).
014000         10  WS-TIER-AMOUNT             PIC 9(09)V99.
014100 01  WS-BAND-TABLE.
014200     05  WS-BAND-ENTRY OCCURS 20 TIMES.
014300         10  WS-BAND-DEPTH-LIMIT        PIC 9(05).
014400         10  WS-BAND-COST-PER-FOOT      PIC 9(03)V99.
014500 01  WS-OPERATOR-TABLE.
014600     05  WS-OPR-ENTRY OCCURS 2000 TIMES.
014700         10  WS-OPR-NAME                PIC X(32).
014800         10  WS-OPR-WELLS               PIC 9(05).
014900         10  WS-OPR-DEPTH               PIC 9(09).
015000         10  WS-OPR-LIABILITY           PIC 9(11)V99.
015100         10  WS-OPR-BLANKET-AMT         PIC 9(11)V99.
015200         10  WS-OPR-INDIVIDUAL-AMT      PIC 9(11)V99.
015300         10  WS-OPR-SCORED-WELLS        PIC 9(05).
015400         10  WS-OPR-SCORE-SUM           PIC 9(08).
015500         10  WS-OPR-SCORE-MAX           PIC 9(03).
015600         10  WS-OPR-HIGH-RISK           PIC 9(05).
015700         10  WS-OPR-UNDER-SW            PIC X(01).
015800             88  WS-OPR-UNDER-BONDED              VALUE 'Y'.
015900 01  WS-RISK-TABLE.
016000     05  WS-RSK-ENTRY OCCURS 10000 TIMES.
016100         10  WS-RSK-QUAD                PIC 9(07).
016200         10  WS-RSK-API                 PIC 9(08).
016300         10  WS-RSK-SCORE               PIC 9(03).
016400 01  WS-CURRENT-DATE-TIME.
016500     05  WS-CURRENT-DATE                PIC 9(08).
016600     05  FILLER                         PIC X(14).
016700 01  WS-OPERATOR-CAPTION.
016800     05  FILLER                         PIC X(60)
016900         VALUE 'UNDER-BONDED OPERATORS - ASSURANCE SHORTFALL'.
017000     05  FILLER                         PIC X(72)   VALUE SPACES.
017100 01  WS-OPERATOR-COLUMNS.
017200     05  FILLER                         PIC X(34)
017300         VALUE 'OPERATOR'.
017400     05  FILLER                         PIC X(08)
017500         VALUE ' WELLS  '.
017600     05  FILLER                         PIC X(13)
017700         VALUE ' DEPTH FEET  '.
017800     05  FILLER                         PIC X(05)
017900         VALUE 'CVR  '.
018000     05  FILLER                         PIC X(13)
018100         VALUE '   REQUIRED  '.
018200     05  FILLER                         PIC X(13)
018300         VALUE '   IN FORCE  '.
018400     05  FILLER                         PIC X(13)
018500         VALUE '  SHORTFALL  '.
018600     05  FILLER                         PIC X(15)
018700         VALUE '    LIABILITY  '.
018800     05  FILLER                         PIC X(05)
018900         VALUE 'MAX  '.
019000     05  FILLER                         PIC X(05)
019100         VALUE 'AVG  '.
019200     05  FILLER                         PIC X(08)
019300         VALUE '  HIGH  '.
019400 01  WS-OPERATOR-LINE.
019500     05  WS-OPL-OPERATOR                PIC X(32).
019600     05  FILLER                         PIC X(02)   VALUE SPACES.
019700     05  WS-OPL-WELLS                   PIC ZZ,ZZ9.
019800     05  FILLER                         PIC X(02)   VALUE SPACES.
019900     05  WS-OPL-DEPTH                   PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER                         PIC X(02)   VALUE SPACES.
020100     05  WS-OPL-COVER                   PIC X(03).
020200     05  FILLER                         PIC X(02)   VALUE SPACES.
020300     05  WS-OPL-REQUIRED                PIC ZZZ,ZZZ,ZZ9.
020400     05  FILLER                         PIC X(02)   VALUE SPACES.
020500     05  WS-OPL-IN-FORCE                PIC ZZZ,ZZZ,ZZ9.
020600     05  FILLER                         PIC X(02)   VALUE SPACES.
020700     05  WS-OPL-SHORTFALL               PIC ZZZ,ZZZ,ZZ9.
020800     05  FILLER                         PIC X(02)   VALUE SPACES.
020900     05  WS-OPL-LIABILITY               PIC Z,ZZZ,ZZZ,ZZ9.
021000     05  FILLER                         PIC X(02)   VALUE SPACES.
021100     05  WS-OPL-SCORE-MAX               PIC ZZ9.
021200     05  FILLER                         PIC X(02)   VALUE SPACES.
021300     05  WS-OPL-SCORE-AVG               PIC ZZ9.
021400     05  FILLER                         PIC X(02)   VALUE SPACES.
021500     05  WS-OPL-HIGH-RISK               PIC ZZ,ZZ9.
021600     05  FILLER                         PIC X(02)   VALUE SPACES.
021700 01  WS-WELL-CAPTION.
021800     05  FILLER                         PIC X(60)
021900         VALUE 'UNPLUGGED WELLS OF THE UNDER-BONDED OPERATORS'.
022000     05  FILLER                         PIC X(72)   VALUE SPACES.
022100 01  WS-WELL-LINE.
022200     05  WS-WLL-QUAD                    PIC 9(07).
022300     05  FILLER                         PIC X(01)   VALUE '/'.
022400     05  WS-WLL-API                     PIC 9(08).
022500     05  FILLER                         PIC X(02)   VALUE SPACES.
022600     05  WS-WLL-OPERATOR                PIC X(32).
022700     05  FILLER                         PIC X(02)   VALUE SPACES.
022800     05  WS-WLL-LEASE                   PIC X(32).
022900     05  FILLER                         PIC X(02)   VALUE SPACES.
023000     05  WS-WLL-WELL-NUMBER             PIC X(06).
023100     05  FILLER                         PIC X(02)   VALUE SPACES.
023200     05  WS-WLL-DEPTH                   PIC ZZ,ZZ9.
023300     05  FILLER                         PIC X(02)   VALUE SPACES.
023400     05  WS-WLL-COST-PER-FOOT           PIC ZZ9.99.
023500     05  FILLER                         PIC X(02)   VALUE SPACES.
023600     05  WS-WLL-LIABILITY               PIC ZZ,ZZZ,ZZ9.
023700     05  FILLER                         PIC X(02)   VALUE SPACES.
023800     05  WS-WLL-SCORE                   PIC ZZ9.
023900     05  FILLER                         PIC X(07)   VALUE SPACES.
024000 01  WS-TOTAL-LINE-1.
024100     05  FILLER                         PIC X(24)
024200                       VALUE 'UNPLUGGED WELLS       :'.
024300     05  WS-TOT-UNPLUGGED               PIC ZZZ,ZZZ,ZZ9.
024400     05  FILLER                         PIC X(97)   VALUE SPACES.
024500 01  WS-TOTAL-LINE-2.
024600     05  FILLER                         PIC X(24)
024700                       VALUE 'OPERATORS REVIEWED    :'.
024800     05  WS-TOT-OPERATORS               PIC ZZZ,ZZZ,ZZ9.
024900     05  FILLER                         PIC X(97)   VALUE SPACES.
025000 01  WS-TOTAL-LINE-3.
025100     05  FILLER                         PIC X(24)
025200                       VALUE 'UNDER-BONDED OPERATORS:'.
025300     05  WS-TOT-UNDER                   PIC ZZZ,ZZZ,ZZ9.
025400     05  FILLER                         PIC X(97)   VALUE SPACES.
025500 01  WS-TOTAL-LINE-4.
025600     05  FILLER                         PIC X(24)
025700                       VALUE 'THEIR UNPLUGGED WELLS :'.
025800     05  WS-TOT-UNDER-WELLS             PIC ZZZ,ZZZ,ZZ9.
025900     05  FILLER                         PIC X(97)   VALUE SPACES.
026000 01  WS-TOTAL-LINE-5.
026100     05  FILLER                         PIC X(24)
026200                       VALUE 'TOTAL SHORTFALL       :'.
026300     05  WS-TOT-SHORTFALL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
026400     05  FILLER                         PIC X(91)   VALUE SPACES.
026500 01  WS-TOTAL-LINE-6.
026600     05  FILLER                         PIC X(24)
026700                       VALUE 'THEIR PLUG LIABILITY  :'.
026800     05  WS-TOT-UNDER-LIABILITY         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
026900     05  FILLER                         PIC X(91)   VALUE SPACES.
027000 01  WS-TOTAL-LINE-7.
027100     05  FILLER                         PIC X(24)
027200                       VALUE 'ALL-OPERATOR LIABILITY:'.
027300     05  WS-TOT-LIABILITY               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
027400     05  FILLER                         PIC X(91)   VALUE SPACES.
027500 01  WS-TOTAL-LINE-8.
027600     05  FILLER                         PIC X(24)
027700                       VALUE 'INSTRUMENTS LAPSED    :'.
027800     05  WS-TOT-LAPSED                  PIC ZZZ,ZZZ,ZZ9.
027900     05  FILLER                         PIC X(97)   VALUE SPACES.
028000******************************************************************
028100*                 PROCEDURE DIVISION                            *
028200******************************************************************
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
028600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
028700     PERFORM 2000-TOTAL-ONE-WELL  THRU 2000-EXIT
028800             UNTIL WS-MST-EOF.
028900     CLOSE MASTER-FILE.
029000     PERFORM 3000-ASSESS-OPERATOR THRU 3000-EXIT
029100             VARYING WS-OPR-IDX FROM 1 BY 1
029200             UNTIL WS-OPR-IDX > WS-OPR-COUNT.
029300     IF WS-UNDER-BONDED-COUNT NOT = ZERO
029400         WRITE REPORT-LINE FROM WS-WELL-CAPTION
029500         OPEN INPUT MASTER2-FILE
029600         PERFORM 4000-LIST-ONE-WELL THRU 4000-EXIT
029700                 UNTIL WS-M2-EOF
029800         CLOSE MASTER2-FILE
029900     END-IF.
030000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030100     GOBACK.
030200 0000-EXIT.
030300     EXIT.
030400******************************************************************
030500*   1000 - PARAMETER CARDS, SCORES, BONDS IN FORCE               *
030600******************************************************************
030700 1000-INITIALIZE.
030800     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
030900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
031000     MOVE 3 TO WS-TIER-COUNT.
031100     MOVE 00010     TO WS-TIER-MAX-WELLS(1).
031200     MOVE 25000.00  TO WS-TIER-AMOUNT(1).
031300     MOVE 00099     TO WS-TIER-MAX-WELLS(2).
031400     MOVE 50000.00  TO WS-TIER-AMOUNT(2).
031500     MOVE 99999     TO WS-TIER-MAX-WELLS(3).
031600     MOVE 250000.00 TO WS-TIER-AMOUNT(3).
031700     OPEN INPUT BPRM-FILE.
031800     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
031900             UNTIL WS-BPRM-EOF.
032000     CLOSE BPRM-FILE.
032100     IF WS-PARM-DROPPED-COUNT NOT = ZERO
032200         DISPLAY 'MAF017B - PARAMETER TABLE FULL, CARDS '
032300                 'DROPPED : ' WS-PARM-DROPPED-COUNT
032400         MOVE 8 TO RETURN-CODE
032500     END-IF.
032600     IF WS-BAND-COUNT = ZERO
032700         DISPLAY 'MAF017B - NO PLUGGING-COST CARDS ON MAFBPRM, '
032800                 'LIABILITY NOT ESTIMATED'
032900         IF RETURN-CODE < 4
033000             MOVE 4 TO RETURN-CODE
033100         END-IF
033200     END-IF.
033300     OPEN INPUT RISK-FILE.
033400     PERFORM 1200-LOAD-ONE-RISK THRU 1200-EXIT
033500             UNTIL WS-RSK-EOF.
033600     CLOSE RISK-FILE.
033700     IF WS-RSK-DROPPED-COUNT NOT = ZERO
033800         DISPLAY 'MAF017B - SCORE TABLE FULL, SCORES '
033900                 'DROPPED : ' WS-RSK-DROPPED-COUNT
034000         IF RETURN-CODE < 4
034100             MOVE 4 TO RETURN-CODE
034200         END-IF
034300     END-IF.
034400     OPEN INPUT BOND-FILE.
034500     PERFORM 1300-LOAD-ONE-BOND THRU 1300-EXIT
034600             UNTIL WS-BOND-EOF.
034700     CLOSE BOND-FILE.
034800     DISPLAY 'MAF017B - ASSURANCE INSTRUMENTS READ : '
034900             WS-BOND-RECORDS.
035000     OPEN INPUT  MASTER-FILE.
035100     OPEN OUTPUT REPORT-FILE.
035200     WRITE REPORT-LINE FROM WS-OPERATOR-CAPTION.
035300     WRITE REPORT-LINE FROM WS-OPERATOR-COLUMNS.
035400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
035500 1000-EXIT.
035600     EXIT.
035700 1100-LOAD-ONE-CARD.
035800     READ BPRM-FILE
035900         AT END SET WS-BPRM-EOF TO TRUE
036000         NOT AT END
036100             ADD 1 TO WS-RUNSTAT-READ
036200             EVALUATE TRUE
036300                 WHEN MAFBPRM-TIER-CARD
036400                     PERFORM 1110-ADD-TIER THRU 1110-EXIT
036500                 WHEN MAFBPRM-FOOT-RATE-CARD
036600                     MOVE MAFBPRM-BOND-PER-FOOT
036700                         TO WS-BOND-PER-FOOT
036800                 WHEN MAFBPRM-PLUG-COST-CARD
036900                     PERFORM 1120-ADD-BAND THRU 1120-EXIT
037000             END-EVALUATE
037100     END-READ.
037200 1100-EXIT.
037300     EXIT.
037400 1110-ADD-TIER.
037500     IF NOT WS-TIER-CARD-SEEN
037600         SET WS-TIER-CARD-SEEN TO TRUE
037700         MOVE ZERO TO WS-TIER-COUNT
037800     END-IF.
037900     IF WS-TIER-COUNT >= WS-TIER-MAX
038000         ADD 1 TO WS-PARM-DROPPED-COUNT
038100         GO TO 1110-EXIT
038200     END-IF.
038300     ADD 1 TO WS-TIER-COUNT.
038400     MOVE MAFBPRM-TIER-MAX-WELLS
038500         TO WS-TIER-MAX-WELLS(WS-TIER-COUNT).
038600     MOVE MAFBPRM-TIER-AMOUNT
038700         TO WS-TIER-AMOUNT(WS-TIER-COUNT).
038800 1110-EXIT.
038900     EXIT.
039000 1120-ADD-BAND.
039100     IF WS-BAND-COUNT >= WS-BAND-MAX
039200         ADD 1 TO WS-PARM-DROPPED-COUNT
039300         GO TO 1120-EXIT
039400     END-IF.
039500     ADD 1 TO WS-BAND-COUNT.
039600     MOVE MAFBPRM-PLUG-DEPTH-LIMIT
039700         TO WS-BAND-DEPTH-LIMIT(WS-BAND-COUNT).
039800     MOVE MAFBPRM-PLUG-COST-PER-FOOT
039900         TO WS-BAND-COST-PER-FOOT(WS-BAND-COUNT).
040000 1120-EXIT.
040100     EXIT.
040200 1200-LOAD-ONE-RISK.
040300     READ RISK-FILE
040400         AT END SET WS-RSK-EOF TO TRUE
040500         NOT AT END
040600             ADD 1 TO WS-RUNSTAT-READ
040700             IF WS-RSK-COUNT < WS-RSK-MAX
040800                 ADD 1 TO WS-RSK-COUNT
040900                 MOVE MAFRISK-QUAD-NUM
041000                     TO WS-RSK-QUAD(WS-RSK-COUNT)
041100                 MOVE MAFRISK-API-NUM
041200                     TO WS-RSK-API(WS-RSK-COUNT)
041300                 MOVE MAFRISK-SCORE
041400                     TO WS-RSK-SCORE(WS-RSK-COUNT)
041500             ELSE
041600                 ADD 1 TO WS-RSK-DROPPED-COUNT
041700             END-IF
041800     END-READ.
041900 1200-EXIT.
042000     EXIT.
042100******************************************************************
042200*   1300 - ONE ASSURANCE INSTRUMENT: COUNT IT WHEN IN FORCE      *
042300******************************************************************
042400 1300-LOAD-ONE-BOND.
042500     READ BOND-FILE
042600         AT END
042700             SET WS-BOND-EOF TO TRUE
042800             GO TO 1300-EXIT
042900     END-READ.
043000     ADD 1 TO WS-RUNSTAT-READ.
043100     ADD 1 TO WS-BOND-RECORDS.
043200     IF MAFBOND-EFFECTIVE-DATE > WS-CURRENT-DATE
043300         OR (MAFBOND-EXPIRY-DATE NOT = ZERO
043400             AND MAFBOND-EXPIRY-DATE < WS-CURRENT-DATE)
043500         ADD 1 TO WS-BOND-LAPSED
043600         GO TO 1300-EXIT
043700     END-IF.
043800     MOVE MAFBOND-OPERATOR TO WS-WORK-OPERATOR.
043900     PERFORM 1400-FIND-OPERATOR THRU 1400-EXIT.
044000     IF WS-OPR-FOUND-IDX = ZERO
044100         GO TO 1300-EXIT
044200     END-IF.
044300     IF MAFBOND-BLANKET
044400         ADD MAFBOND-AMOUNT
044500             TO WS-OPR-BLANKET-AMT(WS-OPR-FOUND-IDX)
044600     ELSE
044700         ADD MAFBOND-AMOUNT
044800             TO WS-OPR-INDIVIDUAL-AMT(WS-OPR-FOUND-IDX)
044900     END-IF.
045000 1300-EXIT.
045100     EXIT.
045200******************************************************************
045300*   1400 - FIND OR TABLE THE OPERATOR IN WS-WORK-OPERATOR        *
045400******************************************************************
045500 1400-FIND-OPERATOR.
045600     MOVE ZERO TO WS-OPR-FOUND-IDX.
045700     PERFORM 1410-MATCH-ONE-OPERATOR THRU 1410-EXIT
045800             VARYING WS-OPR-IDX FROM 1 BY 1
045900             UNTIL WS-OPR-IDX > WS-OPR-COUNT
046000                OR WS-OPR-FOUND-IDX NOT = ZERO.
046100     IF WS-OPR-FOUND-IDX NOT = ZERO
046200         GO TO 1400-EXIT
046300     END-IF.
046400     IF WS-OPR-COUNT >= WS-OPR-MAX
046500         ADD 1 TO WS-OPR-DROPPED-COUNT
046600         GO TO 1400-EXIT
046700     END-IF.
046800     ADD 1 TO WS-OPR-COUNT.
046900     MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IDX.
047000     INITIALIZE WS-OPR-ENTRY(WS-OPR-FOUND-IDX).
047100     MOVE WS-WORK-OPERATOR TO WS-OPR-NAME(WS-OPR-FOUND-IDX).
047200     MOVE 'N' TO WS-OPR-UNDER-SW(WS-OPR-FOUND-IDX).
047300 1400-EXIT.
047400     EXIT.
047500 1410-MATCH-ONE-OPERATOR.
047600     IF WS-OPR-NAME(WS-OPR-IDX) = WS-WORK-OPERATOR
047700         MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
047800     END-IF.
047900 1410-EXIT.
048000     EXIT.
048100******************************************************************
048200*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
048300******************************************************************
048400 1500-LOAD-RUN-PARMS.
048500     OPEN INPUT RUNPARM-FILE.
048600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
048700             UNTIL WS-PARM-EOF.
048800     CLOSE RUNPARM-FILE.
048900 1500-EXIT.
049000     EXIT.
049100 1510-READ-ONE-PARM.
049200     READ RUNPARM-FILE
049300         AT END SET WS-PARM-EOF TO TRUE
049400         NOT AT END
049500             IF RUNPARM-PROGRAM-ID = 'MAF017B '
049600                 AND RUNPARM-KEY = 'RISKLINE'
049700                 MOVE RUNPARM-VALUE-NUM TO WS-RISK-LINE
049800                 DISPLAY 'MAF017B - RISK LINE SET TO '
049900                         WS-RISK-LINE ' BY RUN PARAMETER'
050000             END-IF
050100     END-READ.
050200 1510-EXIT.
050300     EXIT.
050400******************************************************************
050500*   2000 - FOLD ONE UNPLUGGED WELL INTO ITS OPERATOR             *
050600******************************************************************
050700 2000-TOTAL-ONE-WELL.
050800     IF MAF016-PLUG-DATE NOT = ZERO
050900         GO TO 2000-READ-NEXT
051000     END-IF.
051100     ADD 1 TO WS-UNPLUGGED-WELLS.
051200     MOVE MAF016-OPERATOR TO WS-WORK-OPERATOR.
051300     PERFORM 1400-FIND-OPERATOR THRU 1400-EXIT.
051400     IF WS-OPR-FOUND-IDX = ZERO
051500         GO TO 2000-READ-NEXT
051600     END-IF.
051700     PERFORM 2200-PRICE-ONE-WELL THRU 2200-EXIT.
051800     ADD 1 TO WS-OPR-WELLS(WS-OPR-FOUND-IDX).
051900     ADD MAF016-TOTAL-DEPTH TO WS-OPR-DEPTH(WS-OPR-FOUND-IDX).
052000     ADD WS-WELL-LIABILITY
052100         TO WS-OPR-LIABILITY(WS-OPR-FOUND-IDX).
052200     ADD WS-WELL-LIABILITY TO WS-TOTAL-LIABILITY.
052300     IF WS-WELL-SCORED
052400         ADD 1 TO WS-OPR-SCORED-WELLS(WS-OPR-FOUND-IDX)
052500         ADD WS-WELL-SCORE
052600             TO WS-OPR-SCORE-SUM(WS-OPR-FOUND-IDX)
052700         IF WS-WELL-SCORE > WS-OPR-SCORE-MAX(WS-OPR-FOUND-IDX)
052800             MOVE WS-WELL-SCORE
052900                 TO WS-OPR-SCORE-MAX(WS-OPR-FOUND-IDX)
053000         END-IF
053100         IF WS-WELL-SCORE >= WS-RISK-LINE
053200             ADD 1 TO WS-OPR-HIGH-RISK(WS-OPR-FOUND-IDX)
053300         END-IF
053400     END-IF.
053500 2000-READ-NEXT.
053600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
053700 2000-EXIT.
053800     EXIT.
053900 2100-READ-MASTER.
054000     READ MASTER-FILE
054100         AT END SET WS-MST-EOF TO TRUE
054200         NOT AT END ADD 1 TO WS-RUNSTAT-READ
054300     END-READ.
054400 2100-EXIT.
054500     EXIT.
054600******************************************************************
054700*   2200 - PLUGGING COST AND ORPHAN SCORE OF THE CURRENT WELL    *
054800******************************************************************
054900 2200-PRICE-ONE-WELL.
055000     MOVE ZERO TO WS-WELL-COST-PER-FOOT.
055100     MOVE ZERO TO WS-WELL-LIABILITY.
055200     MOVE ZERO TO WS-BAND-FOUND-IDX.
055300     PERFORM 2210-MATCH-ONE-BAND THRU 2210-EXIT
055400             VARYING WS-BAND-IDX FROM 1 BY 1
055500             UNTIL WS-BAND-IDX > WS-BAND-COUNT.
055600     IF WS-BAND-FOUND-IDX NOT = ZERO
055700         MOVE WS-BAND-COST-PER-FOOT(WS-BAND-FOUND-IDX)
055800             TO WS-WELL-COST-PER-FOOT
055900         COMPUTE WS-WELL-LIABILITY ROUNDED =
056000             MAF016-TOTAL-DEPTH * WS-WELL-COST-PER-FOOT
056100     END-IF.
056200     MOVE ZERO TO WS-WELL-SCORE.
056300     MOVE 'N' TO WS-WELL-SCORED-SW.
056400     MOVE ZERO TO WS-RSK-FOUND-IDX.
056500     PERFORM 2220-MATCH-ONE-RISK THRU 2220-EXIT
056600             VARYING WS-RSK-IDX FROM 1 BY 1
056700             UNTIL WS-RSK-IDX > WS-RSK-COUNT
056800                OR WS-RSK-FOUND-IDX NOT = ZERO.
056900     IF WS-RSK-FOUND-IDX NOT = ZERO
057000         MOVE WS-RSK-SCORE(WS-RSK-FOUND-IDX) TO WS-WELL-SCORE
057100         SET WS-WELL-SCORED TO TRUE
057200     END-IF.
057300 2200-EXIT.
057400     EXIT.
057500*    THE SHALLOWEST BAND DEEP ENOUGH FOR THE WELL WINS; FAILING
057600*    THAT THE DEEPEST BAND ON THE CARDS.
057700 2210-MATCH-ONE-BAND.
057800     IF WS-BAND-FOUND-IDX = ZERO
057900         MOVE WS-BAND-IDX TO WS-BAND-FOUND-IDX
058000         GO TO 2210-EXIT
058100     END-IF.
058200     IF WS-BAND-DEPTH-LIMIT(WS-BAND-FOUND-IDX) <
058300             MAF016-TOTAL-DEPTH
058400         IF WS-BAND-DEPTH-LIMIT(WS-BAND-IDX) >
058500                 WS-BAND-DEPTH-LIMIT(WS-BAND-FOUND-IDX)
058600             MOVE WS-BAND-IDX TO WS-BAND-FOUND-IDX
058700         END-IF
058800     ELSE
058900         IF WS-BAND-DEPTH-LIMIT(WS-BAND-IDX) >=
059000                 MAF016-TOTAL-DEPTH
059100             AND WS-BAND-DEPTH-LIMIT(WS-BAND-IDX) <
059200                 WS-BAND-DEPTH-LIMIT(WS-BAND-FOUND-IDX)
059300             MOVE WS-BAND-IDX TO WS-BAND-FOUND-IDX
059400         END-IF
059500     END-IF.
059600 2210-EXIT.
059700     EXIT.
059800 2220-MATCH-ONE-RISK.
059900     IF WS-RSK-QUAD(WS-RSK-IDX) = MAF016-QUAD-NUM
060000         AND WS-RSK-API(WS-RSK-IDX) = MAF016-API-NUM
060100         MOVE WS-RSK-IDX TO WS-RSK-FOUND-IDX
060200     END-IF.
060300 2220-EXIT.
060400     EXIT.
060500******************************************************************
060600*   3000 - REQUIRED ASSURANCE AGAINST ASSURANCE IN FORCE         *
060700******************************************************************
060800 3000-ASSESS-OPERATOR.
060900     IF WS-OPR-WELLS(WS-OPR-IDX) = ZERO
061000         GO TO 3000-EXIT
061100     END-IF.
061200     ADD 1 TO WS-OPERATORS-REVIEWED.
061300     MOVE ZERO TO WS-TIER-FOUND-IDX.
061400     PERFORM 3100-MATCH-ONE-TIER THRU 3100-EXIT
061500             VARYING WS-TIER-IDX FROM 1 BY 1
061600             UNTIL WS-TIER-IDX > WS-TIER-COUNT.
061700     MOVE ZERO TO WS-TIER-REQUIRED.
061800     IF WS-TIER-FOUND-IDX NOT = ZERO
061900         MOVE WS-TIER-AMOUNT(WS-TIER-FOUND-IDX)
062000             TO WS-TIER-REQUIRED
062100     END-IF.
062200     COMPUTE WS-FOOT-REQUIRED ROUNDED =
062300         WS-OPR-DEPTH(WS-OPR-IDX) * WS-BOND-PER-FOOT.
062400     COMPUTE WS-ON-FILE = WS-OPR-BLANKET-AMT(WS-OPR-IDX)
062500                        + WS-OPR-INDIVIDUAL-AMT(WS-OPR-IDX).
062600     EVALUATE TRUE
062700         WHEN WS-OPR-BLANKET-AMT(WS-OPR-IDX) NOT = ZERO
062800             MOVE 'BLK' TO WS-OPL-COVER
062900             MOVE WS-TIER-REQUIRED TO WS-SHORTFALL
063000         WHEN WS-OPR-INDIVIDUAL-AMT(WS-OPR-IDX) NOT = ZERO
063100             MOVE 'IND' TO WS-OPL-COVER
063200             MOVE WS-FOOT-REQUIRED TO WS-SHORTFALL
063300         WHEN WS-TIER-REQUIRED < WS-FOOT-REQUIRED
063400             MOVE 'NON' TO WS-OPL-COVER
063500             MOVE WS-TIER-REQUIRED TO WS-SHORTFALL
063600         WHEN OTHER
063700             MOVE 'NON' TO WS-OPL-COVER
063800             MOVE WS-FOOT-REQUIRED TO WS-SHORTFALL
063900     END-EVALUATE.
064000     MOVE WS-SHORTFALL TO WS-OPL-REQUIRED.
064100     IF WS-ON-FILE >= WS-SHORTFALL
064200         GO TO 3000-EXIT
064300     END-IF.
064400     SUBTRACT WS-ON-FILE FROM WS-SHORTFALL.
064500     SET WS-OPR-UNDER-BONDED(WS-OPR-IDX) TO TRUE.
064600     ADD 1 TO WS-UNDER-BONDED-COUNT.
064700     ADD WS-OPR-WELLS(WS-OPR-IDX) TO WS-UNDER-WELL-COUNT.
064800     ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL.
064900     ADD WS-OPR-LIABILITY(WS-OPR-IDX) TO WS-UNDER-LIABILITY.
065000     MOVE ZERO TO WS-AVG-SCORE.
065100     IF WS-OPR-SCORED-WELLS(WS-OPR-IDX) NOT = ZERO
065200         COMPUTE WS-AVG-SCORE ROUNDED =
065300             WS-OPR-SCORE-SUM(WS-OPR-IDX)
065400             / WS-OPR-SCORED-WELLS(WS-OPR-IDX)
065500     END-IF.
065600     MOVE WS-OPR-NAME(WS-OPR-IDX)      TO WS-OPL-OPERATOR.
065700     MOVE WS-OPR-WELLS(WS-OPR-IDX)     TO WS-OPL-WELLS.
065800     MOVE WS-OPR-DEPTH(WS-OPR-IDX)     TO WS-OPL-DEPTH.
065900     MOVE WS-ON-FILE                   TO WS-OPL-IN-FORCE.
066000     MOVE WS-SHORTFALL                 TO WS-OPL-SHORTFALL.
066100     MOVE WS-OPR-LIABILITY(WS-OPR-IDX) TO WS-OPL-LIABILITY.
066200     MOVE WS-OPR-SCORE-MAX(WS-OPR-IDX) TO WS-OPL-SCORE-MAX.
066300     MOVE WS-AVG-SCORE                 TO WS-OPL-SCORE-AVG.
066400     MOVE WS-OPR-HIGH-RISK(WS-OPR-IDX) TO WS-OPL-HIGH-RISK.
066500     WRITE REPORT-LINE FROM WS-OPERATOR-LINE.
066600     ADD 1 TO WS-RUNSTAT-WRITTEN.
066700 3000-EXIT.
066800     EXIT.
066900*    THE SMALLEST TIER THAT STILL COVERS THE OPERATOR'S WELL
067000*    COUNT; THE TOP TIER WHEN NONE DOES.
067100 3100-MATCH-ONE-TIER.
067200     IF WS-TIER-FOUND-IDX = ZERO
067300         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
067400         GO TO 3100-EXIT
067500     END-IF.
067600     IF WS-TIER-MAX-WELLS(WS-TIER-FOUND-IDX) <
067700             WS-OPR-WELLS(WS-OPR-IDX)
067800         IF WS-TIER-MAX-WELLS(WS-TIER-IDX) >
067900                 WS-TIER-MAX-WELLS(WS-TIER-FOUND-IDX)
068000             MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
068100         END-IF
068200     ELSE
068300         IF WS-TIER-MAX-WELLS(WS-TIER-IDX) >=
068400                 WS-OPR-WELLS(WS-OPR-IDX)
068500             AND WS-TIER-MAX-WELLS(WS-TIER-IDX) <
068600                 WS-TIER-MAX-WELLS(WS-TIER-FOUND-IDX)
068700             MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
068800         END-IF
068900     END-IF.
069000 3100-EXIT.
069100     EXIT.
069200******************************************************************
069300*   4000 - LIST ONE WELL OF AN UNDER-BONDED OPERATOR             *
069400******************************************************************
069500 4000-LIST-ONE-WELL.
069600     READ MASTER2-FILE INTO MAF016-QUAD-INFO
069700         AT END
069800             SET WS-M2-EOF TO TRUE
069900             GO TO 4000-EXIT
070000     END-READ.
070100     ADD 1 TO WS-RUNSTAT-READ.
070200     IF MAF016-PLUG-DATE NOT = ZERO
070300         GO TO 4000-EXIT
070400     END-IF.
070500     MOVE MAF016-OPERATOR TO WS-WORK-OPERATOR.
070600     MOVE ZERO TO WS-OPR-FOUND-IDX.
070700     PERFORM 1410-MATCH-ONE-OPERATOR THRU 1410-EXIT
070800             VARYING WS-OPR-IDX FROM 1 BY 1
070900             UNTIL WS-OPR-IDX > WS-OPR-COUNT
071000                OR WS-OPR-FOUND-IDX NOT = ZERO.
071100     IF WS-OPR-FOUND-IDX = ZERO
071200         GO TO 4000-EXIT
071300     END-IF.
071400     IF NOT WS-OPR-UNDER-BONDED(WS-OPR-FOUND-IDX)
071500         GO TO 4000-EXIT
071600     END-IF.
071700     PERFORM 2200-PRICE-ONE-WELL THRU 2200-EXIT.
071800     MOVE MAF016-QUAD-NUM       TO WS-WLL-QUAD.
071900     MOVE MAF016-API-NUM        TO WS-WLL-API.
072000     MOVE MAF016-OPERATOR       TO WS-WLL-OPERATOR.
072100     MOVE MAF016-LEASE-NAME     TO WS-WLL-LEASE.
072200     MOVE MAF016-WELL-NUMBER    TO WS-WLL-WELL-NUMBER.
072300     MOVE MAF016-TOTAL-DEPTH    TO WS-WLL-DEPTH.
072400     MOVE WS-WELL-COST-PER-FOOT TO WS-WLL-COST-PER-FOOT.
072500     MOVE WS-WELL-LIABILITY     TO WS-WLL-LIABILITY.
072600     MOVE WS-WELL-SCORE         TO WS-WLL-SCORE.
072700     WRITE REPORT-LINE FROM WS-WELL-LINE.
072800     ADD 1 TO WS-RUNSTAT-WRITTEN.
072900 4000-EXIT.
073000     EXIT.
073100******************************************************************
073200*                 9000 - TOTALS AND TERMINATION                  *
073300******************************************************************
073400 9000-TERMINATE.
073500     IF WS-OPR-DROPPED-COUNT NOT = ZERO
073600         DISPLAY 'MAF017B - OPERATOR TABLE FULL, ENTRIES '
073700                 'DROPPED : ' WS-OPR-DROPPED-COUNT
073800         MOVE 8 TO RETURN-CODE
073900     END-IF.
074000     MOVE WS-UNPLUGGED-WELLS     TO WS-TOT-UNPLUGGED.
074100     MOVE WS-OPERATORS-REVIEWED  TO WS-TOT-OPERATORS.
074200     MOVE WS-UNDER-BONDED-COUNT  TO WS-TOT-UNDER.
074300     MOVE WS-UNDER-WELL-COUNT    TO WS-TOT-UNDER-WELLS.
074400     MOVE WS-TOTAL-SHORTFALL     TO WS-TOT-SHORTFALL.
074500     MOVE WS-UNDER-LIABILITY     TO WS-TOT-UNDER-LIABILITY.
074600     MOVE WS-TOTAL-LIABILITY     TO WS-TOT-LIABILITY.
074700     MOVE WS-BOND-LAPSED         TO WS-TOT-LAPSED.
074800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
074900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
075000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
075100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
075200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
075300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
075400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
075500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
075600     CLOSE REPORT-FILE.
075700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
075800 9000-EXIT.
075900     EXIT.
076000******************************************************************
076100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
076200******************************************************************
076300 9900-WRITE-RUN-STATS.
076400     OPEN OUTPUT RUNLOG-FILE.
076500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
076600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
076700     MOVE SPACES                 TO RUNSTAT-ENTRY.
076800     MOVE 'MAF017B'              TO RUNSTAT-PROGRAM-ID.
076900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
077000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
077100     MOVE WS-RUNSTAT-START-RAW(1:6)
077200         TO RUNSTAT-START-TIME.
077300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
077400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
077500     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
077600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
077700     WRITE RUNSTAT-ENTRY.
077800     CLOSE RUNLOG-FILE.
077900 9900-EXIT.
078000     EXIT.
078100******************************************************************
078200*                      END OF PROGRAM                            *
078300******************************************************************
