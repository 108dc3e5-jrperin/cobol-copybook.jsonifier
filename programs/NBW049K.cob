000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW049K                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     OUTBOUND TRANSMISSION ACKNOWLEDGMENT MATCHING. CARRIES     *
001400*     EVERY MANIFESTED TRANSMISSION ON THE STATUS MASTER         *
001500*     (XMITMST, .NEW SWAP), ADDS THE BUSINESS DATE'S MANIFEST    *
001600*     RECORDS (XMITMAN), AND MATCHES THE ACKNOWLEDGMENTS THE     *
001700*     PARTNERS RETURN (XMITACK) BY FILE ID AND BUSINESS DATE.    *
001800*     A TRANSMISSION THE PARTNER ACCEPTED WITH THE MANIFEST      *
001900*     RECORD COUNT AND TOTAL IS BALANCED. ONE THE PARTNER        *
002000*     REJECTED OR ACKNOWLEDGED WITH ANOTHER COUNT OR TOTAL, OR   *
002100*     HAS NOT ACKNOWLEDGED BY ITS DEADLINE, IS LISTED ON THE     *
002200*     EXCEPTION REPORT AND A RESEND REQUEST (XMITRSN) IS         *
002300*     WRITTEN FOR THE TRANSFER TEAM; EACH RESEND MOVES THE       *
002400*     DEADLINE OUT BY THE PARTNER'S WINDOW AND ONLY A LATER      *
002500*     ACKNOWLEDGMENT COUNTS. AFTER RUN-CONTROL KEY RSNDMAX       *
002600*     RESENDS (DEFAULT 3) THE TRANSMISSION IS LISTED FOR A CALL  *
002700*     TO THE PARTNER INSTEAD. BALANCED ENTRIES DROP OFF THE      *
002800*     MASTER XMITKEEP DAYS (DEFAULT 30) AFTER THEIR BUSINESS     *
002900*     DATE. ANY TRANSMISSION LISTED ENDS RC=4.                   *
003000*----------------------------------------------------------------*
003100* MODIFICATION HISTORY.                                          *
003200*     2026-10-15  DCG  ORIGINAL VERSION.                        *
003210*     2026-10-15  DCG  AN ACKNOWLEDGMENT FOR A BUSINESS DATE     *
003220*                      OLDER THAN XMITKEEP DAYS IS NO LONGER     *
003230*                      LISTED AS UNMATCHED, SINCE ITS            *
003240*                      BALANCED ENTRY MAY HAVE DROPPED OFF.      *
003300******************************************************************
003400 PROGRAM-ID.    NBW049K.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL PRIOR-MASTER-FILE ASSIGN TO XMITIN
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT NEW-MASTER-FILE ASSIGN TO XMITOUT
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO XMITMAN
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL ACK-FILE ASSIGN TO XMITACK
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT RESEND-FILE   ASSIGN TO XMITRSND
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REPORT-FILE   ASSIGN TO NBW049RP
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PRIOR-MASTER-FILE.
005700     COPY "XMITMST.cpy"
005800         REPLACING ==:XMITMST:== BY ==PRIOR== .
005900 FD  NEW-MASTER-FILE.
006000     COPY "XMITMST.cpy"
006100         REPLACING ==:XMITMST:== BY ==XMITMST== .
006200 FD  MANIFEST-FILE.
006300     COPY "XMITMAN.cpy".
006400 FD  ACK-FILE.
006500     COPY "XMITACK.cpy".
006600 FD  RESEND-FILE.
006700     COPY "XMITRSN.cpy".
006800 FD  RUNPARM-FILE.
006900     COPY "RUNPARM.cpy".
007000 FD  REPORT-FILE.
007100 01  REPORT-LINE                        PIC X(100).
007200 FD  RUNLOG-FILE.
007300     COPY "RUNSTAT.cpy".
007400 WORKING-STORAGE SECTION.
007500 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007600 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007700 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007800 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007900 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008000 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
008100     88  WS-MST-EOF                                 VALUE 'Y'.
008200 77  WS-MAN-EOF-SW                      PIC X(01)   VALUE 'N'.
008300     88  WS-MAN-EOF                                 VALUE 'Y'.
008400 77  WS-ACK-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-ACK-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008800 77  WS-XM-COUNT                        PIC 9(05)   VALUE ZERO.
008900 77  WS-XM-MAX                          PIC 9(05)   VALUE 05000.
009000 77  WS-XM-IDX                          PIC 9(05)   VALUE ZERO.
009100 77  WS-XM-FOUND-IDX                    PIC 9(05)   VALUE ZERO.
009200 77  WS-RESEND-MAX                      PIC 9(02)   VALUE 03.
009300 77  WS-KEEP-DAYS                       PIC 9(05)   VALUE 00030.
009400 77  WS-BUSINESS-INT                    PIC 9(09)   VALUE ZERO.
009500 77  WS-ENTRY-INT                       PIC 9(09)   VALUE ZERO.
009600 77  WS-NOW-STAMP                       PIC 9(14)   VALUE ZERO.
009700 77  WS-DUE-STAMP                       PIC 9(14)   VALUE ZERO.
009800 77  WS-ACK-STAMP                       PIC 9(14)   VALUE ZERO.
009900 77  WS-HELD-STAMP                      PIC 9(14)   VALUE ZERO.
010000 77  WS-ACK-HOURS                       PIC 9(03)   VALUE ZERO.
010100 77  WS-DEADLINE-HOURS                  PIC 9(05)   VALUE ZERO.
010200 77  WS-DEADLINE-DAYS                   PIC 9(05)   VALUE ZERO.
010300 77  WS-DEADLINE-INT                    PIC 9(09)   VALUE ZERO.
010400 77  WS-DEADLINE-DATE                   PIC 9(08)   VALUE ZERO.
010500 77  WS-DEADLINE-TIME                   PIC 9(06)   VALUE ZERO.
010600 77  WS-REASON                          PIC X(04)   VALUE SPACES.
010700 77  WS-NEW-COUNT                       PIC 9(05)   VALUE ZERO.
010800 77  WS-BALANCED-COUNT                  PIC 9(05)   VALUE ZERO.
010900 77  WS-AWAITING-COUNT                  PIC 9(05)   VALUE ZERO.
011000 77  WS-LISTED-COUNT                    PIC 9(05)   VALUE ZERO.
011100 77  WS-RESEND-COUNT                    PIC 9(05)   VALUE ZERO.
011200 77  WS-CALL-COUNT                      PIC 9(05)   VALUE ZERO.
011300 77  WS-UNMATCHED-ACK-COUNT             PIC 9(05)   VALUE ZERO.
011400 77  WS-PURGED-COUNT                    PIC 9(05)   VALUE ZERO.
011500 77  WS-DROPPED-COUNT                   PIC 9(05)   VALUE ZERO.
011600 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
011700 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
011800                                        PIC X(08).
011900 01  WS-NOW.
012000     05  WS-NOW-DATE                    PIC 9(08).
012100     05  WS-NOW-TIME                    PIC 9(06).
012200     05  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
012300         10  WS-NOW-HH                  PIC 9(02).
012400         10  WS-NOW-MMSS                PIC 9(04).
012500     05  FILLER                         PIC X(07).
012600 01  WS-WORK-KEY.
012700     05  WS-WRK-FILE-ID                 PIC X(08).
012800     05  WS-WRK-BUSINESS-DATE           PIC 9(08).
012900******************************************************************
013000*    THE STATUS MASTER HELD IN STORAGE - SAME LAYOUT AS XMITMST  *
013100******************************************************************
013200 01  WS-XM-TABLE.
013300     05  WS-XM-ENTRY OCCURS 5000 TIMES.
013400         10  WS-XM-KEY.
013500             15  WS-XM-FILE-ID          PIC X(08).
013600             15  WS-XM-BUSINESS-DATE    PIC 9(08).
013700         10  WS-XM-PARTNER-ID           PIC X(08).
013800         10  WS-XM-RECORD-COUNT         PIC 9(09).
013900         10  WS-XM-BALANCE-TOTAL        PIC 9(18).
014000         10  WS-XM-SEND-DATE            PIC 9(08).
014100         10  WS-XM-SEND-TIME            PIC 9(06).
014200         10  WS-XM-ACK-HOURS            PIC 9(03).
014300         10  WS-XM-DEADLINE-DATE        PIC 9(08).
014400         10  WS-XM-DEADLINE-TIME        PIC 9(06).
014500         10  WS-XM-ACK-STATUS           PIC X(01).
014600             88  WS-XM-NO-ACK                       VALUE SPACE.
014700             88  WS-XM-ACK-ACCEPTED                 VALUE 'A'.
014800             88  WS-XM-ACK-REJECTED                 VALUE 'R'.
014900         10  WS-XM-ACK-DATE             PIC 9(08).
015000         10  WS-XM-ACK-TIME             PIC 9(06).
015100         10  WS-XM-ACK-COUNT            PIC 9(09).
015200         10  WS-XM-ACK-TOTAL            PIC 9(18).
015300         10  WS-XM-STATE                PIC X(01).
015400             88  WS-XM-OPEN                         VALUE 'O'.
015500             88  WS-XM-BALANCED                     VALUE 'B'.
015600         10  WS-XM-RESEND-COUNT         PIC 9(02).
015700         10  WS-XM-RESEND-DATE          PIC 9(08).
015800         10  WS-XM-RESEND-TIME          PIC 9(06).
015900         10  FILLER                     PIC X(19).
016000 01  WS-HEADING-LINE.
016100     05  FILLER                         PIC X(44)
016200         VALUE 'NBW049K - OUTBOUND TRANSMISSION EXCEPTIONS F'.
016300     05  FILLER                         PIC X(03)   VALUE 'OR '.
016400     05  WS-HDG-DATE                    PIC 9(08).
016500     05  FILLER                         PIC X(45)   VALUE SPACES.
016600 01  WS-COLUMN-LINE.
016700     05  FILLER                         PIC X(09)
016800         VALUE 'FILE ID'.
016900     05  FILLER                         PIC X(09)
017000         VALUE 'PARTNER'.
017100     05  FILLER                         PIC X(09)
017200         VALUE 'BUS DATE'.
017300     05  FILLER                         PIC X(12)
017400         VALUE '       SENT '.
017500     05  FILLER                         PIC X(12)
017600         VALUE '      ACKED '.
017700     05  FILLER                         PIC X(16)
017800         VALUE 'ACK DUE'.
017900     05  FILLER                         PIC X(03)   VALUE 'RS'.
018000     05  FILLER                         PIC X(15)
018100         VALUE 'REASON'.
018200     05  FILLER                         PIC X(15)
018300         VALUE 'ACTION'.
018400 01  WS-DETAIL-LINE.
018500     05  WS-DTL-FILE                    PIC X(08).
018600     05  FILLER                         PIC X(01)   VALUE SPACE.
018700     05  WS-DTL-PARTNER                 PIC X(08).
018800     05  FILLER                         PIC X(01)   VALUE SPACE.
018900     05  WS-DTL-BUS-DATE                PIC 9(08).
019000     05  FILLER                         PIC X(01)   VALUE SPACE.
019100     05  WS-DTL-SENT                    PIC ZZZ,ZZZ,ZZ9.
019200     05  FILLER                         PIC X(01)   VALUE SPACE.
019300     05  WS-DTL-ACKED                   PIC ZZZ,ZZZ,ZZ9.
019400     05  FILLER                         PIC X(01)   VALUE SPACE.
019500     05  WS-DTL-DUE-DATE                PIC 9(08).
019600     05  FILLER                         PIC X(01)   VALUE SPACE.
019700     05  WS-DTL-DUE-TIME                PIC 9(06).
019800     05  FILLER                         PIC X(01)   VALUE SPACE.
019900     05  WS-DTL-RESENDS                 PIC Z9.
020000     05  FILLER                         PIC X(01)   VALUE SPACE.
020100     05  WS-DTL-REASON                  PIC X(14).
020200     05  FILLER                         PIC X(01)   VALUE SPACE.
020300     05  WS-DTL-ACTION                  PIC X(15).
020400 01  WS-ACK-LINE.
020500     05  FILLER                         PIC X(30)
020600         VALUE 'ACK FOR NO TRANSMISSION ON FIL'.
020700     05  FILLER                         PIC X(04)   VALUE 'E : '.
020800     05  WS-ACL-FILE                    PIC X(08).
020900     05  FILLER                         PIC X(01)   VALUE SPACE.
021000     05  WS-ACL-PARTNER                 PIC X(08).
021100     05  FILLER                         PIC X(01)   VALUE SPACE.
021200     05  WS-ACL-BUS-DATE                PIC 9(08).
021300     05  FILLER                         PIC X(40)   VALUE SPACES.
021400 01  WS-TOTAL-LINE.
021500     05  WS-TOT-CAPTION                 PIC X(24).
021600     05  WS-TOT-COUNT                   PIC ZZZ,ZZ9.
021700     05  FILLER                         PIC X(69)   VALUE SPACES.
021800 LINKAGE SECTION.
021900 01  LS-PARM.
022000     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
022100     03  LS-PARM-BUSDATE                PIC X(06).
022200******************************************************************
022300*                 PROCEDURE DIVISION                            *
022400******************************************************************
022500 PROCEDURE DIVISION USING LS-PARM.
022600 0000-MAINLINE.
022700     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
022800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
022900     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
023000             UNTIL WS-MST-EOF.
023100     PERFORM 1200-ADD-ONE-MANIFEST THRU 1200-EXIT
023200             UNTIL WS-MAN-EOF.
023300     PERFORM 1300-APPLY-ONE-ACK  THRU 1300-EXIT
023400             UNTIL WS-ACK-EOF.
023500     PERFORM 2000-EVALUATE-ONE   THRU 2000-EXIT
023600             VARYING WS-XM-IDX FROM 1 BY 1
023700             UNTIL WS-XM-IDX > WS-XM-COUNT.
023800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
023900     GOBACK.
024000 0000-EXIT.
024100     EXIT.
024200******************************************************************
024300*   1000 - BUSINESS DATE, CURRENT STAMP, PARAMETERS AND FILES    *
024400******************************************************************
024500 1000-INITIALIZE.
024600     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
024700     IF LS-PARM-LENGTH >= 6
024800         AND LS-PARM-BUSDATE IS NUMERIC
024900         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
025000         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
025100     END-IF.
025200     COMPUTE WS-BUSINESS-INT =
025300         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
025400     MOVE FUNCTION CURRENT-DATE TO WS-NOW.
025500     COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 1000000 + WS-NOW-TIME.
025600     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
025700     OPEN INPUT  PRIOR-MASTER-FILE.
025800     OPEN INPUT  MANIFEST-FILE.
025900     OPEN INPUT  ACK-FILE.
026000     OPEN OUTPUT NEW-MASTER-FILE.
026100     OPEN OUTPUT RESEND-FILE.
026200     OPEN OUTPUT REPORT-FILE.
026300     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
026400     WRITE REPORT-LINE FROM WS-HEADING-LINE.
026500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
026600     ADD 2 TO WS-RUNSTAT-WRITTEN.
026700 1000-EXIT.
026800     EXIT.
026900******************************************************************
027000*   1100 - CARRY THE PRIOR STATUS MASTER INTO STORAGE            *
027100******************************************************************
027200 1100-LOAD-ONE-ENTRY.
027300     READ PRIOR-MASTER-FILE
027400         AT END SET WS-MST-EOF TO TRUE
027500                GO TO 1100-EXIT
027600     END-READ.
027700     ADD 1 TO WS-RUNSTAT-READ.
027800     IF WS-XM-COUNT >= WS-XM-MAX
027900         ADD 1 TO WS-DROPPED-COUNT
028000         GO TO 1100-EXIT
028100     END-IF.
028200     ADD 1 TO WS-XM-COUNT.
028300     MOVE PRIOR-ENTRY TO WS-XM-ENTRY(WS-XM-COUNT).
028400 1100-EXIT.
028500     EXIT.
028600******************************************************************
028700*   1200 - ADD THE BUSINESS DATE'S MANIFEST RECORDS. ON A RERUN  *
028800*           THE LATER RECORD REPLACES THE CONTROL TOTALS OF A    *
028900*           TRANSMISSION NOT YET ACKNOWLEDGED                    *
029000******************************************************************
029100 1200-ADD-ONE-MANIFEST.
029200     READ MANIFEST-FILE
029300         AT END SET WS-MAN-EOF TO TRUE
029400                GO TO 1200-EXIT
029500     END-READ.
029600     ADD 1 TO WS-RUNSTAT-READ.
029700     IF XMITMAN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
029800         GO TO 1200-EXIT
029900     END-IF.
030000     MOVE XMITMAN-KEY TO WS-WORK-KEY.
030100     PERFORM 1400-FIND-ENTRY THRU 1400-EXIT.
030200     IF WS-XM-FOUND-IDX NOT = ZERO
030300         MOVE WS-XM-FOUND-IDX TO WS-XM-IDX
030400         IF WS-XM-NO-ACK(WS-XM-IDX)
030500             AND WS-XM-RESEND-COUNT(WS-XM-IDX) = ZERO
030600             PERFORM 1210-MOVE-MANIFEST THRU 1210-EXIT
030700         END-IF
030800         GO TO 1200-EXIT
030900     END-IF.
031000     IF WS-XM-COUNT >= WS-XM-MAX
031100         ADD 1 TO WS-DROPPED-COUNT
031200         GO TO 1200-EXIT
031300     END-IF.
031400     ADD 1 TO WS-XM-COUNT.
031500     MOVE WS-XM-COUNT TO WS-XM-IDX.
031600     MOVE SPACES      TO WS-XM-ENTRY(WS-XM-IDX).
031700     MOVE XMITMAN-FILE-ID       TO WS-XM-FILE-ID(WS-XM-IDX).
031800     MOVE XMITMAN-BUSINESS-DATE TO WS-XM-BUSINESS-DATE(WS-XM-IDX).
031900     MOVE ZERO TO WS-XM-ACK-DATE(WS-XM-IDX).
032000     MOVE ZERO TO WS-XM-ACK-TIME(WS-XM-IDX).
032100     MOVE ZERO TO WS-XM-ACK-COUNT(WS-XM-IDX).
032200     MOVE ZERO TO WS-XM-ACK-TOTAL(WS-XM-IDX).
032300     MOVE ZERO TO WS-XM-RESEND-COUNT(WS-XM-IDX).
032400     MOVE ZERO TO WS-XM-RESEND-DATE(WS-XM-IDX).
032500     MOVE ZERO TO WS-XM-RESEND-TIME(WS-XM-IDX).
032600     SET WS-XM-OPEN(WS-XM-IDX) TO TRUE.
032700     PERFORM 1210-MOVE-MANIFEST THRU 1210-EXIT.
032800     ADD 1 TO WS-NEW-COUNT.
032900 1200-EXIT.
033000     EXIT.
033100 1210-MOVE-MANIFEST.
033200     MOVE XMITMAN-PARTNER-ID    TO WS-XM-PARTNER-ID(WS-XM-IDX).
033300     MOVE XMITMAN-RECORD-COUNT  TO WS-XM-RECORD-COUNT(WS-XM-IDX).
033400     MOVE XMITMAN-BALANCE-TOTAL TO WS-XM-BALANCE-TOTAL(WS-XM-IDX).
033500     MOVE XMITMAN-SEND-DATE     TO WS-XM-SEND-DATE(WS-XM-IDX).
033600     MOVE XMITMAN-SEND-TIME     TO WS-XM-SEND-TIME(WS-XM-IDX).
033700     MOVE XMITMAN-ACK-HOURS     TO WS-XM-ACK-HOURS(WS-XM-IDX).
033800     MOVE XMITMAN-DEADLINE-DATE TO WS-XM-DEADLINE-DATE(WS-XM-IDX).
033900     MOVE XMITMAN-DEADLINE-TIME TO WS-XM-DEADLINE-TIME(WS-XM-IDX).
034000 1210-EXIT.
034100     EXIT.
034200******************************************************************
034300*   1300 - APPLY ONE PARTNER ACKNOWLEDGMENT. ONLY THE LATEST     *
034400*           ONE SINCE THE LAST RESEND REQUEST COUNTS             *
034500******************************************************************
034600 1300-APPLY-ONE-ACK.
034700     READ ACK-FILE
034800         AT END SET WS-ACK-EOF TO TRUE
034900                GO TO 1300-EXIT
035000     END-READ.
035100     ADD 1 TO WS-RUNSTAT-READ.
035200     MOVE XMITACK-FILE-ID       TO WS-WRK-FILE-ID.
035300     MOVE XMITACK-BUSINESS-DATE TO WS-WRK-BUSINESS-DATE.
035400     PERFORM 1400-FIND-ENTRY THRU 1400-EXIT.
035500     IF WS-XM-FOUND-IDX = ZERO
035600         OR WS-XM-PARTNER-ID(WS-XM-FOUND-IDX)
035700            NOT = XMITACK-PARTNER-ID
035800         PERFORM 1310-UNMATCHED-ACK THRU 1310-EXIT
035900         GO TO 1300-EXIT
036000     END-IF.
036100     MOVE WS-XM-FOUND-IDX TO WS-XM-IDX.
036200     IF WS-XM-BALANCED(WS-XM-IDX)
036300         GO TO 1300-EXIT
036400     END-IF.
036500     COMPUTE WS-ACK-STAMP =
036600         XMITACK-ACK-DATE * 1000000 + XMITACK-ACK-TIME.
036700     COMPUTE WS-HELD-STAMP =
036800         WS-XM-RESEND-DATE(WS-XM-IDX) * 1000000
036900       + WS-XM-RESEND-TIME(WS-XM-IDX).
037000     IF WS-ACK-STAMP NOT > WS-HELD-STAMP
037100         GO TO 1300-EXIT
037200     END-IF.
037300     IF NOT WS-XM-NO-ACK(WS-XM-IDX)
037400         COMPUTE WS-HELD-STAMP =
037500             WS-XM-ACK-DATE(WS-XM-IDX) * 1000000
037600           + WS-XM-ACK-TIME(WS-XM-IDX)
037700         IF WS-ACK-STAMP < WS-HELD-STAMP
037800             GO TO 1300-EXIT
037900         END-IF
038000     END-IF.
038100     MOVE XMITACK-STATUS        TO WS-XM-ACK-STATUS(WS-XM-IDX).
038200     MOVE XMITACK-ACK-DATE      TO WS-XM-ACK-DATE(WS-XM-IDX).
038300     MOVE XMITACK-ACK-TIME      TO WS-XM-ACK-TIME(WS-XM-IDX).
038400     MOVE XMITACK-RECORD-COUNT  TO WS-XM-ACK-COUNT(WS-XM-IDX).
038500     MOVE XMITACK-BALANCE-TOTAL TO WS-XM-ACK-TOTAL(WS-XM-IDX).
038600 1300-EXIT.
038700     EXIT.
038800 1310-UNMATCHED-ACK.
038810     COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE
038820         (XMITACK-BUSINESS-DATE).
038830     IF WS-BUSINESS-INT - WS-ENTRY-INT > WS-KEEP-DAYS
038840         GO TO 1310-EXIT
038850     END-IF.
038900     ADD 1 TO WS-UNMATCHED-ACK-COUNT.
039000     MOVE XMITACK-FILE-ID       TO WS-ACL-FILE.
039100     MOVE XMITACK-PARTNER-ID    TO WS-ACL-PARTNER.
039200     MOVE XMITACK-BUSINESS-DATE TO WS-ACL-BUS-DATE.
039300     WRITE REPORT-LINE FROM WS-ACK-LINE.
039400     ADD 1 TO WS-RUNSTAT-WRITTEN.
039500 1310-EXIT.
039600     EXIT.
039700******************************************************************
039800*   1400 - FIND A TRANSMISSION BY FILE ID AND BUSINESS DATE      *
039900******************************************************************
040000 1400-FIND-ENTRY.
040100     MOVE ZERO TO WS-XM-FOUND-IDX.
040200     PERFORM 1410-MATCH-ONE-ENTRY THRU 1410-EXIT
040300             VARYING WS-XM-IDX FROM 1 BY 1
040400             UNTIL WS-XM-IDX > WS-XM-COUNT
040500                OR WS-XM-FOUND-IDX NOT = ZERO.
040600 1400-EXIT.
040700     EXIT.
040800 1410-MATCH-ONE-ENTRY.
040900     IF WS-XM-KEY(WS-XM-IDX) = WS-WORK-KEY
041000         MOVE WS-XM-IDX TO WS-XM-FOUND-IDX
041100     END-IF.
041200 1410-EXIT.
041300     EXIT.
041400******************************************************************
041500*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
041600******************************************************************
041700 1500-LOAD-RUN-PARMS.
041800     OPEN INPUT RUNPARM-FILE.
041900     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
042000             UNTIL WS-PARM-EOF.
042100     CLOSE RUNPARM-FILE.
042200 1500-EXIT.
042300     EXIT.
042400 1510-READ-ONE-PARM.
042500     READ RUNPARM-FILE
042600         AT END SET WS-PARM-EOF TO TRUE
042700         NOT AT END
042800             IF RUNPARM-PROGRAM-ID = 'NBW049K '
042900                 EVALUATE RUNPARM-KEY
043000                     WHEN 'RSNDMAX '
043100                         MOVE RUNPARM-VALUE-NUM TO WS-RESEND-MAX
043200                     WHEN 'XMITKEEP'
043300                         MOVE RUNPARM-VALUE-NUM TO WS-KEEP-DAYS
043400                 END-EVALUATE
043500             END-IF
043600     END-READ.
043700 1510-EXIT.
043800     EXIT.
043900******************************************************************
044000*   2000 - ONE TRANSMISSION: BALANCED, AWAITING, OR LISTED WITH  *
044100*           A RESEND REQUEST; THEN CARRY IT FORWARD              *
044200******************************************************************
044300 2000-EVALUATE-ONE.
044400     IF WS-XM-BALANCED(WS-XM-IDX)
044500         GO TO 2000-CARRY
044600     END-IF.
044700     MOVE SPACES TO WS-REASON.
044800     EVALUATE TRUE
044900         WHEN WS-XM-ACK-REJECTED(WS-XM-IDX)
045000             MOVE 'RJCT' TO WS-REASON
045100         WHEN WS-XM-ACK-ACCEPTED(WS-XM-IDX)
045200          AND WS-XM-ACK-COUNT(WS-XM-IDX)
045300              NOT = WS-XM-RECORD-COUNT(WS-XM-IDX)
045400             MOVE 'CNTM' TO WS-REASON
045500         WHEN WS-XM-ACK-ACCEPTED(WS-XM-IDX)
045600          AND WS-XM-ACK-TOTAL(WS-XM-IDX)
045700              NOT = WS-XM-BALANCE-TOTAL(WS-XM-IDX)
045800             MOVE 'TOTM' TO WS-REASON
045900         WHEN WS-XM-ACK-ACCEPTED(WS-XM-IDX)
046000             SET WS-XM-BALANCED(WS-XM-IDX) TO TRUE
046100             ADD 1 TO WS-BALANCED-COUNT
046200             GO TO 2000-CARRY
046300         WHEN OTHER
046400             COMPUTE WS-DUE-STAMP =
046500                 WS-XM-DEADLINE-DATE(WS-XM-IDX) * 1000000
046600               + WS-XM-DEADLINE-TIME(WS-XM-IDX)
046700             IF WS-NOW-STAMP NOT > WS-DUE-STAMP
046800                 ADD 1 TO WS-AWAITING-COUNT
046900                 GO TO 2000-CARRY
047000             END-IF
047100             MOVE 'NACK' TO WS-REASON
047200     END-EVALUATE.
047300     PERFORM 2100-LIST-AND-RESEND THRU 2100-EXIT.
047400 2000-CARRY.
047500     IF WS-XM-BALANCED(WS-XM-IDX)
047600         COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE
047700             (WS-XM-BUSINESS-DATE(WS-XM-IDX))
047800         IF WS-BUSINESS-INT - WS-ENTRY-INT > WS-KEEP-DAYS
047900             ADD 1 TO WS-PURGED-COUNT
048000             GO TO 2000-EXIT
048100         END-IF
048200     END-IF.
048300     MOVE WS-XM-ENTRY(WS-XM-IDX) TO XMITMST-ENTRY.
048400     WRITE XMITMST-ENTRY.
048500     ADD 1 TO WS-RUNSTAT-WRITTEN.
048600 2000-EXIT.
048700     EXIT.
048800******************************************************************
048900*   2100 - LIST THE TRANSMISSION AND, WITHIN THE RESEND LIMIT,   *
049000*           REQUEST A RESEND AND MOVE THE DEADLINE OUT           *
049100******************************************************************
049200 2100-LIST-AND-RESEND.
049300     ADD 1 TO WS-LISTED-COUNT.
049400     MOVE WS-XM-FILE-ID(WS-XM-IDX)       TO WS-DTL-FILE.
049500     MOVE WS-XM-PARTNER-ID(WS-XM-IDX)    TO WS-DTL-PARTNER.
049600     MOVE WS-XM-BUSINESS-DATE(WS-XM-IDX) TO WS-DTL-BUS-DATE.
049700     MOVE WS-XM-RECORD-COUNT(WS-XM-IDX)  TO WS-DTL-SENT.
049800     MOVE WS-XM-ACK-COUNT(WS-XM-IDX)     TO WS-DTL-ACKED.
049900     EVALUATE WS-REASON
050000         WHEN 'RJCT' MOVE 'REJECTED'       TO WS-DTL-REASON
050100         WHEN 'CNTM' MOVE 'COUNT MISMATCH' TO WS-DTL-REASON
050200         WHEN 'TOTM' MOVE 'TOTAL MISMATCH' TO WS-DTL-REASON
050300         WHEN OTHER  MOVE 'NO ACK BY DUE'  TO WS-DTL-REASON
050400     END-EVALUATE.
050500     EVALUATE TRUE
050600         WHEN WS-XM-RESEND-DATE(WS-XM-IDX) = WS-NOW-DATE
050700             MOVE 'REQUESTED TODAY' TO WS-DTL-ACTION
050800         WHEN WS-XM-RESEND-COUNT(WS-XM-IDX) >= WS-RESEND-MAX
050900             MOVE 'CALL PARTNER'    TO WS-DTL-ACTION
051000             ADD 1 TO WS-CALL-COUNT
051100         WHEN OTHER
051200             PERFORM 2200-WRITE-RESEND THRU 2200-EXIT
051300             MOVE 'RESEND REQUEST'  TO WS-DTL-ACTION
051400     END-EVALUATE.
051500     MOVE WS-XM-RESEND-COUNT(WS-XM-IDX)  TO WS-DTL-RESENDS.
051600     MOVE WS-XM-DEADLINE-DATE(WS-XM-IDX) TO WS-DTL-DUE-DATE.
051700     MOVE WS-XM-DEADLINE-TIME(WS-XM-IDX) TO WS-DTL-DUE-TIME.
051800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
051900     ADD 1 TO WS-RUNSTAT-WRITTEN.
052000 2100-EXIT.
052100     EXIT.
052200 2200-WRITE-RESEND.
052300     MOVE SPACES                          TO XMITRSN-RECORD.
052400     MOVE WS-XM-FILE-ID(WS-XM-IDX)        TO XMITRSN-FILE-ID.
052500     MOVE WS-XM-PARTNER-ID(WS-XM-IDX)     TO XMITRSN-PARTNER-ID.
052600     MOVE WS-XM-BUSINESS-DATE(WS-XM-IDX)
052700                                 TO XMITRSN-BUSINESS-DATE.
052800     MOVE WS-REASON                       TO XMITRSN-REASON.
052900     MOVE WS-XM-RECORD-COUNT(WS-XM-IDX)   TO XMITRSN-RECORD-COUNT.
053000     MOVE WS-XM-BALANCE-TOTAL(WS-XM-IDX)
053100                                 TO XMITRSN-BALANCE-TOTAL.
053200     ADD 1 TO WS-XM-RESEND-COUNT(WS-XM-IDX).
053300     MOVE WS-XM-RESEND-COUNT(WS-XM-IDX)   TO XMITRSN-RESEND-NBR.
053400     MOVE WS-BUSINESS-DATE                TO XMITRSN-REQUEST-DATE.
053500     WRITE XMITRSN-RECORD.
053600     ADD 1 TO WS-RESEND-COUNT.
053700     ADD 1 TO WS-RUNSTAT-WRITTEN.
053800     MOVE WS-NOW-DATE      TO WS-XM-RESEND-DATE(WS-XM-IDX).
053900     MOVE WS-NOW-TIME      TO WS-XM-RESEND-TIME(WS-XM-IDX).
054000     MOVE SPACE            TO WS-XM-ACK-STATUS(WS-XM-IDX).
054100     MOVE ZERO             TO WS-XM-ACK-DATE(WS-XM-IDX).
054200     MOVE ZERO             TO WS-XM-ACK-TIME(WS-XM-IDX).
054300     MOVE ZERO             TO WS-XM-ACK-COUNT(WS-XM-IDX).
054400     MOVE ZERO             TO WS-XM-ACK-TOTAL(WS-XM-IDX).
054500     MOVE WS-XM-ACK-HOURS(WS-XM-IDX) TO WS-ACK-HOURS.
054600     IF WS-ACK-HOURS = ZERO
054700         MOVE 24 TO WS-ACK-HOURS
054800     END-IF.
054900     PERFORM 8000-COMPUTE-DEADLINE THRU 8000-EXIT.
055000     MOVE WS-DEADLINE-DATE TO WS-XM-DEADLINE-DATE(WS-XM-IDX).
055100     MOVE WS-DEADLINE-TIME TO WS-XM-DEADLINE-TIME(WS-XM-IDX).
055200 2200-EXIT.
055300     EXIT.
055400******************************************************************
055500*   8000 - NEW ACKNOWLEDGMENT DEADLINE: NOW PLUS THE PARTNER'S   *
055600*           WINDOW IN HOURS                                      *
055700******************************************************************
055800 8000-COMPUTE-DEADLINE.
055900     COMPUTE WS-DEADLINE-HOURS = WS-NOW-HH + WS-ACK-HOURS.
056000     DIVIDE WS-DEADLINE-HOURS BY 24
056100         GIVING WS-DEADLINE-DAYS
056200         REMAINDER WS-DEADLINE-HOURS.
056300     COMPUTE WS-DEADLINE-INT =
056400         FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
056500         + WS-DEADLINE-DAYS.
056600     COMPUTE WS-DEADLINE-DATE =
056700         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).
056800     COMPUTE WS-DEADLINE-TIME =
056900         WS-DEADLINE-HOURS * 10000 + WS-NOW-MMSS.
057000 8000-EXIT.
057100     EXIT.
057200******************************************************************
057300*                 9000 - TOTALS AND TERMINATION                  *
057400******************************************************************
057500 9000-TERMINATE.
057600     MOVE SPACES TO REPORT-LINE.
057700     WRITE REPORT-LINE.
057800     MOVE 'NEW TRANSMISSIONS     :' TO WS-TOT-CAPTION.
057900     MOVE WS-NEW-COUNT           TO WS-TOT-COUNT.
058000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058100     MOVE 'BALANCED THIS RUN     :' TO WS-TOT-CAPTION.
058200     MOVE WS-BALANCED-COUNT      TO WS-TOT-COUNT.
058300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058400     MOVE 'AWAITING ACK          :' TO WS-TOT-CAPTION.
058500     MOVE WS-AWAITING-COUNT      TO WS-TOT-COUNT.
058600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
058700     MOVE 'LISTED                :' TO WS-TOT-CAPTION.
058800     MOVE WS-LISTED-COUNT        TO WS-TOT-COUNT.
058900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059000     MOVE 'RESEND REQUESTS       :' TO WS-TOT-CAPTION.
059100     MOVE WS-RESEND-COUNT        TO WS-TOT-COUNT.
059200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059300     MOVE 'PAST RESEND LIMIT     :' TO WS-TOT-CAPTION.
059400     MOVE WS-CALL-COUNT          TO WS-TOT-COUNT.
059500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059600     MOVE 'UNMATCHED ACKS        :' TO WS-TOT-CAPTION.
059700     MOVE WS-UNMATCHED-ACK-COUNT TO WS-TOT-COUNT.
059800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
059900     MOVE 'BALANCED AGED OFF     :' TO WS-TOT-CAPTION.
060000     MOVE WS-PURGED-COUNT        TO WS-TOT-COUNT.
060100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
060200     ADD 9 TO WS-RUNSTAT-WRITTEN.
060300     IF WS-DROPPED-COUNT NOT = ZERO
060400         DISPLAY 'NBW049K - STATUS TABLE FULL, ENTRIES NOT '
060500                 'CARRIED : ' WS-DROPPED-COUNT
060600         MOVE 8 TO RETURN-CODE
060700     ELSE
060800         IF WS-LISTED-COUNT NOT = ZERO
060900             DISPLAY 'NBW049K - TRANSMISSIONS LISTED : '
061000                     WS-LISTED-COUNT
061100             MOVE 4 TO RETURN-CODE
061200         END-IF
061300     END-IF.
061400     CLOSE PRIOR-MASTER-FILE.
061500     CLOSE MANIFEST-FILE.
061600     CLOSE ACK-FILE.
061700     CLOSE NEW-MASTER-FILE.
061800     CLOSE RESEND-FILE.
061900     CLOSE REPORT-FILE.
062000     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
062100 9000-EXIT.
062200     EXIT.
062300******************************************************************
062400*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
062500******************************************************************
062600 9900-WRITE-RUN-STATS.
062700     OPEN OUTPUT RUNLOG-FILE.
062800     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
062900     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
063000     MOVE SPACES                 TO RUNSTAT-ENTRY.
063100     MOVE 'NBW049K'              TO RUNSTAT-PROGRAM-ID.
063200     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
063300     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
063400     MOVE WS-RUNSTAT-START-RAW(1:6)
063500         TO RUNSTAT-START-TIME.
063600     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
063700     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
063800     MOVE WS-LISTED-COUNT        TO RUNSTAT-RECORDS-REJECTED.
063900     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
064000     WRITE RUNSTAT-ENTRY.
064100     CLOSE RUNLOG-FILE.
064200 9900-EXIT.
064300     EXIT.
064400******************************************************************
064500*                      END OF PROGRAM                            *
064600******************************************************************
