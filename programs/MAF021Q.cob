000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : MAF021Q                                       *
000500*    SYSTEM     : TEXAS WELL MASTER FILE                        *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       WELL DATA SERVICES.                              *
000900* INSTALLATION. LAND SYSTEMS.                                    *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     TITLE-SEARCH INQUIRY TRANSACTION OVER THE KEYED WELL       *
001400*     MASTER THAT MAF020K LOADS, IN THE STYLE OF CLI039Q AND     *
001500*     ADR025Q. AN INQUIRY CARD CARRYING AN API NUMBER (COLUMNS   *
001600*     1-8) IS ANSWERED ON ONE DISPLAY: THE WELL RECORD, ITS      *
001700*     REFER-TO-API CHAIN RESOLVED HOP BY HOP (WITH THE MAF012X   *
001800*     HOP LIMIT AGAINST CIRCULAR REFERENCES), THE PERMIT STATUS  *
001900*     ON THE RRC PERMIT FEED, THE LEASE'S PRODUCTION HISTORY     *
002000*     (MAFPHIS), THE CURRENT ORPHAN-RISK SCORE (MAFRISK) AND THE *
002100*     OPERATOR TRANSFERS ON RECORD (MAFXFER). A CARD READING     *
002200*     'LEASE' IN COLUMNS 1-5, THE LEASE TYPE (O OR G) IN COLUMN  *
002300*     7 AND THE LEASE NUMBER IN COLUMNS 9-14 LISTS EVERY WELL    *
002400*     ON THAT LEASE WITH THE LEASE'S PRODUCTION HISTORY -        *
002500*     REPLACING THE HAND SEARCH OF THE MAF012X, MAF013P, MAF014L *
002600*     AND MAF011T REPORTS. THE TRANSACTION ENDS ON THE LITERAL   *
002700*     KEY 'END'.                                                 *
002800*----------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                          *
003000*     2026-10-15  WDS  ORIGINAL VERSION.                        *
003100******************************************************************
003200 PROGRAM-ID.    MAF021Q.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT WELLKEY-FILE  ASSIGN TO MAFKEYED
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS WKEY-API-NUM
004000         FILE STATUS IS WS-WELLKEY-STATUS.
004100     SELECT MASTER-FILE   ASSIGN TO MAFMSTIN
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL PERMIT-FILE ASSIGN TO MAFPRMT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL PHIST-FILE ASSIGN TO PHISIN
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL RISK-FILE ASSIGN TO RISKIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL XFERLOG-FILE ASSIGN TO MAFXFER
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  WELLKEY-FILE.
005400 01  WKEY-RECORD.
005500     05  WKEY-QUAD-NUM                  PIC 9(07).
005600     05  WKEY-API-NUM                   PIC 9(08).
005700     05  FILLER                         PIC X(79).
005800     05  WKEY-OPERATOR                  PIC X(32).
005900     05  FILLER                         PIC X(11).
006000     05  WKEY-LEASE-NAME                PIC X(32).
006100     05  FILLER                         PIC X(52).
006200     05  WKEY-PLUG-DATE                 PIC 9(08).
006300     05  WKEY-REFER-TO-API              PIC 9(08).
006400     05  FILLER                         PIC X(03).
006500 FD  MASTER-FILE.
006600 01  MASTER-RECORD                      PIC X(240).
006700 FD  PERMIT-FILE.
006800     COPY "MAFPRMT.cpy".
006900 FD  PHIST-FILE.
007000     COPY "MAFPHIS.cpy"
007100         REPLACING ==:MAFPHIS:== BY ==PHIS== .
007200 FD  RISK-FILE.
007300     COPY "MAFRISK.cpy"
007400         REPLACING ==:MAFRISK:== BY ==RISK== .
007500 FD  XFERLOG-FILE.
007600     COPY "MAFXFER.cpy".
007700 WORKING-STORAGE SECTION.
007800 77  WS-WELLKEY-STATUS                  PIC X(02)   VALUE '00'.
007900     88  WS-WELLKEY-OK                              VALUE '00'.
008000     88  WS-WELLKEY-NOT-FOUND                       VALUE '23'.
008100 77  WS-SCAN-EOF-SW                     PIC X(01)   VALUE 'N'.
008200     88  WS-SCAN-EOF                                VALUE 'Y'.
008300 77  WS-SHOWN-COUNT                     PIC 9(05)   VALUE ZERO.
008400 77  WS-HOP-COUNT                       PIC 9(02)   VALUE ZERO.
008500 77  WS-HOP-LIMIT                       PIC 9(02)   VALUE 10.
008600 77  WS-NEXT-API                        PIC 9(08)   VALUE ZERO.
008700 77  WS-LEASE-TYPE                      PIC X(01)   VALUE SPACE.
008800 77  WS-LEASE-ID                        PIC 9(06)   VALUE ZERO.
008900 77  WS-WELL-LEASE-TYPE                 PIC X(01)   VALUE SPACE.
009000 77  WS-WELL-LEASE-ID                   PIC 9(06)   VALUE ZERO.
009100 01  WS-INQUIRY-CARD                    PIC X(20)   VALUE SPACES.
009200     88  WS-INQUIRY-DONE                            VALUE 'END'.
009300 01  WS-INQUIRY-CARD-R REDEFINES WS-INQUIRY-CARD.
009400     05  WS-INQ-API-X                   PIC X(08).
009500     05  FILLER                         PIC X(12).
009600 01  WS-INQUIRY-LEASE-R REDEFINES WS-INQUIRY-CARD.
009700     05  WS-INQ-LEASE-TAG               PIC X(05).
009800         88  WS-INQ-IS-LEASE                        VALUE 'LEASE'.
009900     05  FILLER                         PIC X(01).
010000     05  WS-INQ-LEASE-TYPE              PIC X(01).
010100     05  FILLER                         PIC X(01).
010200     05  WS-INQ-LEASE-ID-X              PIC X(06).
010300     05  FILLER                         PIC X(06).
010400     COPY "book_texas_well_data.cob".
010500******************************************************************
010600*                 PROCEDURE DIVISION                            *
010700******************************************************************
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011100     PERFORM 2000-ONE-INQUIRY    THRU 2000-EXIT
011200             UNTIL WS-INQUIRY-DONE.
011300     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011400     GOBACK.
011500 0000-EXIT.
011600     EXIT.
011700 1000-INITIALIZE.
011800     OPEN INPUT WELLKEY-FILE.
011900     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
012000 1000-EXIT.
012100     EXIT.
012200******************************************************************
012300*   2000 - ANSWER ONE INQUIRY BY API NUMBER OR BY LEASE          *
012400******************************************************************
012500 2000-ONE-INQUIRY.
012600     DISPLAY '--------------------------------------------'.
012700     IF WS-INQ-IS-LEASE
012800         PERFORM 4000-LEASE-INQUIRY THRU 4000-EXIT
012900         GO TO 2000-NEXT-CARD
013000     END-IF.
013100     IF WS-INQ-API-X IS NOT NUMERIC
013200         DISPLAY 'MAF021Q - INQUIRY CARD NOT RECOGNISED : '
013300                 WS-INQUIRY-CARD
013400         GO TO 2000-NEXT-CARD
013500     END-IF.
013600     MOVE WS-INQ-API-X TO WKEY-API-NUM.
013700     READ WELLKEY-FILE INTO MAF016-QUAD-INFO.
013800     IF NOT WS-WELLKEY-OK
013900         DISPLAY 'MAF021Q - API NOT ON KEYED WELL MASTER : '
014000                 WS-INQ-API-X
014100         GO TO 2000-NEXT-CARD
014200     END-IF.
014300     PERFORM 2200-DISPLAY-WELL     THRU 2200-EXIT.
014400     PERFORM 2300-DISPLAY-CHAIN    THRU 2300-EXIT.
014500     PERFORM 2400-DISPLAY-PERMIT   THRU 2400-EXIT.
014600     IF MAF016-IS-OIL-WELL
014700         MOVE 'O' TO WS-LEASE-TYPE
014800         MOVE MAF016-OIL-LEASE-NUM TO WS-LEASE-ID
014900     ELSE
015000         MOVE 'G' TO WS-LEASE-TYPE
015100         MOVE MAF016-GAS-RRCID TO WS-LEASE-ID
015200     END-IF.
015300     PERFORM 2500-DISPLAY-PRODUCTION THRU 2500-EXIT.
015400     PERFORM 2600-DISPLAY-RISK     THRU 2600-EXIT.
015500     PERFORM 2700-DISPLAY-TRANSFERS THRU 2700-EXIT.
015600 2000-NEXT-CARD.
015700     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
015800 2000-EXIT.
015900     EXIT.
016000 2100-GET-INQUIRY-CARD.
016100     MOVE 'END' TO WS-INQUIRY-CARD.
016200     ACCEPT WS-INQUIRY-CARD.
016300 2100-EXIT.
016400     EXIT.
016500******************************************************************
016600*   2200 - ONE-SCREEN DISPLAY OF THE WELL MASTER RECORD          *
016700******************************************************************
016800 2200-DISPLAY-WELL.
016900     DISPLAY 'API      : ' MAF016-API-NUM
017000             '  QUAD: ' MAF016-QUAD-NUM
017100             '  TYPE: ' MAF016-OIL-GAS-CODE
017200             '  SCHEDULE: ' MAF016-ON-OFF-SCHEDULE.
017300     DISPLAY 'OPERATOR : ' MAF016-OPERATOR.
017400     DISPLAY 'LEASE    : ' MAF016-LEASE-NAME
017500             '  WELL: ' MAF016-WELL-NUMBER
017600             '  ID: ' MAF016-GAS-RRCID.
017700     DISPLAY 'FIELD    : ' MAF016-FIELD-NAME.
017800     DISPLAY 'SURVEY   : ' MAF016-SURVEY.
017900     DISPLAY 'LOCATION : BLOCK ' MAF016-BLOCK
018000             '  SECTION ' MAF016-SECTION
018100             '  ABSTRACT ' MAF016-ABSTRACT.
018200     DISPLAY 'DEPTH    : ' MAF016-TOTAL-DEPTH
018300             '  PERMIT: ' MAF016-PERMIT-NUM.
018400     DISPLAY 'DATES    : COMPLETED ' MAF016-COMPLETION-DATE
018500             '  PLUGGED ' MAF016-PLUG-DATE.
018600 2200-EXIT.
018700     EXIT.
018800******************************************************************
018900*   2300 - RESOLVE THE REFER-TO-API CHAIN ON THE KEYED FILE      *
019000******************************************************************
019100 2300-DISPLAY-CHAIN.
019200     IF MAF016-REFER-TO-API = ZERO
019300         DISPLAY 'REFER    : NONE'
019400         GO TO 2300-EXIT
019500     END-IF.
019600     MOVE MAF016-REFER-TO-API TO WS-NEXT-API.
019700     MOVE ZERO TO WS-HOP-COUNT.
019800     PERFORM 2310-CHASE-ONE-HOP THRU 2310-EXIT
019900             UNTIL WS-NEXT-API = ZERO
020000                OR WS-HOP-COUNT >= WS-HOP-LIMIT.
020100     IF WS-NEXT-API NOT = ZERO
020200         DISPLAY 'REFER    : CHAIN CUT AT HOP LIMIT AT '
020300                 WS-NEXT-API
020400     END-IF.
020500 2300-EXIT.
020600     EXIT.
020700 2310-CHASE-ONE-HOP.
020800     ADD 1 TO WS-HOP-COUNT.
020900     MOVE WS-NEXT-API TO WKEY-API-NUM.
021000     READ WELLKEY-FILE.
021100     IF NOT WS-WELLKEY-OK
021200         DISPLAY 'REFER ' WS-HOP-COUNT ' : ' WS-NEXT-API
021300                 '  NOT ON FILE - DEAD END'
021400         MOVE ZERO TO WS-NEXT-API
021500         GO TO 2310-EXIT
021600     END-IF.
021700     DISPLAY 'REFER ' WS-HOP-COUNT ' : ' WKEY-API-NUM
021800             '  ' WKEY-OPERATOR
021900             '  PLUGGED ' WKEY-PLUG-DATE.
022000     MOVE WKEY-REFER-TO-API TO WS-NEXT-API.
022100 2310-EXIT.
022200     EXIT.
022300******************************************************************
022400*   2400 - PERMIT STATUS FROM THE RRC PERMIT FEED                *
022500******************************************************************
022600 2400-DISPLAY-PERMIT.
022700     IF MAF016-PERMIT-NUM = ZERO
022800         DISPLAY 'PERMIT   : NONE ON THE WELL MASTER'
022900         GO TO 2400-EXIT
023000     END-IF.
023100     MOVE 'N'  TO WS-SCAN-EOF-SW.
023200     MOVE ZERO TO WS-SHOWN-COUNT.
023300     OPEN INPUT PERMIT-FILE.
023400     PERFORM 2410-SCAN-ONE-PERMIT THRU 2410-EXIT
023500             UNTIL WS-SCAN-EOF.
023600     CLOSE PERMIT-FILE.
023700     IF WS-SHOWN-COUNT = ZERO
023800         DISPLAY 'PERMIT   : ' MAF016-PERMIT-NUM
023900                 '  NOT ON THE RRC PERMIT FEED'
024000     END-IF.
024100 2400-EXIT.
024200     EXIT.
024300 2410-SCAN-ONE-PERMIT.
024400     READ PERMIT-FILE
024500         AT END SET WS-SCAN-EOF TO TRUE
024600         NOT AT END
024700             IF MAFPRMT-PERMIT-NUM = MAF016-PERMIT-NUM
024800                 ADD 1 TO WS-SHOWN-COUNT
024900                 SET WS-SCAN-EOF TO TRUE
025000                 DISPLAY 'PERMIT   : ' MAFPRMT-PERMIT-NUM
025100                         '  STATUS: ' MAFPRMT-STATUS
025200                         '  ISSUED ' MAFPRMT-ISSUE-DATE
025300                         '  EXPIRES ' MAFPRMT-EXPIRE-DATE
025400                 DISPLAY 'ISSUED TO: ' MAFPRMT-OPERATOR
025500             END-IF
025600     END-READ.
025700 2410-EXIT.
025800     EXIT.
025900******************************************************************
026000*   2500 - THE LEASE'S PRODUCTION HISTORY                        *
026100******************************************************************
026200 2500-DISPLAY-PRODUCTION.
026300     MOVE 'N'  TO WS-SCAN-EOF-SW.
026400     MOVE ZERO TO WS-SHOWN-COUNT.
026500     OPEN INPUT PHIST-FILE.
026600     PERFORM 2510-SCAN-ONE-LEASE THRU 2510-EXIT
026700             UNTIL WS-SCAN-EOF.
026800     CLOSE PHIST-FILE.
026900     IF WS-SHOWN-COUNT = ZERO
027000         DISPLAY 'PRODUCED : NO PRODUCTION ON RECORD FOR LEASE '
027100                 WS-LEASE-TYPE ' ' WS-LEASE-ID
027200     END-IF.
027300 2500-EXIT.
027400     EXIT.
027500 2510-SCAN-ONE-LEASE.
027600     READ PHIST-FILE
027700         AT END SET WS-SCAN-EOF TO TRUE
027800         NOT AT END
027900             IF PHIS-LEASE-TYPE = WS-LEASE-TYPE
028000                 AND PHIS-LEASE-ID = WS-LEASE-ID
028100                 ADD 1 TO WS-SHOWN-COUNT
028200                 SET WS-SCAN-EOF TO TRUE
028300                 DISPLAY 'PRODUCED : LEASE ' PHIS-LEASE-TYPE ' '
028400                         PHIS-LEASE-ID
028500                         '  LAST MONTH ' PHIS-LAST-PROD-MONTH
028600                         '  MONTHS ' PHIS-MONTHS-REPORTED
028700                 DISPLAY 'TO DATE  : OIL BBL ' PHIS-TOTAL-OIL
028800                         '  GAS MCF ' PHIS-TOTAL-GAS
028900             END-IF
029000     END-READ.
029100 2510-EXIT.
029200     EXIT.
029300******************************************************************
029400*   2600 - CURRENT ORPHAN-RISK SCORE                             *
029500******************************************************************
029600 2600-DISPLAY-RISK.
029700     MOVE 'N'  TO WS-SCAN-EOF-SW.
029800     MOVE ZERO TO WS-SHOWN-COUNT.
029900     OPEN INPUT RISK-FILE.
030000     PERFORM 2610-SCAN-ONE-SCORE THRU 2610-EXIT
030100             UNTIL WS-SCAN-EOF.
030200     CLOSE RISK-FILE.
030300     IF WS-SHOWN-COUNT = ZERO
030400         DISPLAY 'RISK     : NOT YET SCORED'
030500     END-IF.
030600 2600-EXIT.
030700     EXIT.
030800 2610-SCAN-ONE-SCORE.
030900     READ RISK-FILE
031000         AT END SET WS-SCAN-EOF TO TRUE
031100         NOT AT END
031200             IF RISK-QUAD-NUM = MAF016-QUAD-NUM
031300                 AND RISK-API-NUM = MAF016-API-NUM
031400                 ADD 1 TO WS-SHOWN-COUNT
031500                 SET WS-SCAN-EOF TO TRUE
031600                 DISPLAY 'RISK     : SCORE ' RISK-SCORE
031700                         '  SCORED ' RISK-RUN-DATE
031800                         '  LAST TRANSFER '
031900                         RISK-LAST-TRANSFER-DATE
032000             END-IF
032100     END-READ.
032200 2610-EXIT.
032300     EXIT.
032400******************************************************************
032500*   2700 - OPERATOR TRANSFERS ON RECORD FOR THE WELL             *
032600******************************************************************
032700 2700-DISPLAY-TRANSFERS.
032800     MOVE 'N'  TO WS-SCAN-EOF-SW.
032900     MOVE ZERO TO WS-SHOWN-COUNT.
033000     OPEN INPUT XFERLOG-FILE.
033100     PERFORM 2710-SCAN-ONE-TRANSFER THRU 2710-EXIT
033200             UNTIL WS-SCAN-EOF.
033300     CLOSE XFERLOG-FILE.
033400     IF WS-SHOWN-COUNT = ZERO
033500         DISPLAY 'TRANSFER : NO OPERATOR TRANSFERS ON RECORD'
033600     END-IF.
033700 2700-EXIT.
033800     EXIT.
033900 2710-SCAN-ONE-TRANSFER.
034000     READ XFERLOG-FILE
034100         AT END SET WS-SCAN-EOF TO TRUE
034200         NOT AT END
034300             IF MAFXFER-API-NUM = MAF016-API-NUM
034400                 AND MAFXFER-QUAD-NUM = MAF016-QUAD-NUM
034500                 ADD 1 TO WS-SHOWN-COUNT
034600                 DISPLAY 'TRANSFER : ' MAFXFER-RUN-DATE ' '
034700                         MAFXFER-OLD-OPERATOR ' -> '
034800                         MAFXFER-NEW-OPERATOR
034900             END-IF
035000     END-READ.
035100 2710-EXIT.
035200     EXIT.
035300******************************************************************
035400*   4000 - EVERY WELL ON ONE LEASE, FROM THE WELL MASTER         *
035500******************************************************************
035600 4000-LEASE-INQUIRY.
035700     IF WS-INQ-LEASE-ID-X IS NOT NUMERIC
035800         OR (WS-INQ-LEASE-TYPE NOT = 'O'
035900             AND WS-INQ-LEASE-TYPE NOT = 'G')
036000         DISPLAY 'MAF021Q - LEASE CARD NEEDS TYPE O/G AND A '
036100                 'SIX-DIGIT NUMBER : ' WS-INQUIRY-CARD
036200         GO TO 4000-EXIT
036300     END-IF.
036400     MOVE WS-INQ-LEASE-TYPE TO WS-LEASE-TYPE.
036500     MOVE WS-INQ-LEASE-ID-X TO WS-LEASE-ID.
036600     DISPLAY 'LEASE    : ' WS-LEASE-TYPE ' ' WS-LEASE-ID.
036700     MOVE 'N'  TO WS-SCAN-EOF-SW.
036800     MOVE ZERO TO WS-SHOWN-COUNT.
036900     OPEN INPUT MASTER-FILE.
037000     PERFORM 4100-SCAN-ONE-WELL THRU 4100-EXIT
037100             UNTIL WS-SCAN-EOF.
037200     CLOSE MASTER-FILE.
037300     IF WS-SHOWN-COUNT = ZERO
037400         DISPLAY 'WELLS    : NO WELLS ON THE MASTER FOR THE LEASE'
037500     END-IF.
037600     PERFORM 2500-DISPLAY-PRODUCTION THRU 2500-EXIT.
037700 4000-EXIT.
037800     EXIT.
037900 4100-SCAN-ONE-WELL.
038000     READ MASTER-FILE INTO MAF016-QUAD-INFO
038100         AT END
038200             SET WS-SCAN-EOF TO TRUE
038300             GO TO 4100-EXIT
038400     END-READ.
038500     IF MAF016-IS-OIL-WELL
038600         MOVE 'O' TO WS-WELL-LEASE-TYPE
038700         MOVE MAF016-OIL-LEASE-NUM TO WS-WELL-LEASE-ID
038800     ELSE
038900         MOVE 'G' TO WS-WELL-LEASE-TYPE
039000         MOVE MAF016-GAS-RRCID TO WS-WELL-LEASE-ID
039100     END-IF.
039200     IF WS-WELL-LEASE-TYPE = WS-LEASE-TYPE
039300         AND WS-WELL-LEASE-ID = WS-LEASE-ID
039400         ADD 1 TO WS-SHOWN-COUNT
039500         DISPLAY 'WELL     : ' MAF016-API-NUM
039600                 '  QUAD ' MAF016-QUAD-NUM
039700                 '  NO. ' MAF016-WELL-NUMBER
039800                 '  ' MAF016-OPERATOR
039900                 '  PLUGGED ' MAF016-PLUG-DATE
040000     END-IF.
040100 4100-EXIT.
040200     EXIT.
040300******************************************************************
040400*                 9000 - TERMINATION                             *
040500******************************************************************
040600 9000-TERMINATE.
040700     CLOSE WELLKEY-FILE.
040800 9000-EXIT.
040900     EXIT.
041000******************************************************************
041100*                      END OF PROGRAM                            *
041200******************************************************************
