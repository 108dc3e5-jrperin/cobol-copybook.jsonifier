000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : BOK013A                                       *
000500*    SYSTEM     : INBOUND BOOK-STYLE FEED NORMALIZATION          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FEED CONVERSION SYSTEMS GROUP.                   *
000900* INSTALLATION. CREDIT MANAGEMENT SYSTEM.                        *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     WRITES ONE ACKNOWLEDGMENT FILE PER SOURCE PLATFORM         *
001400*     (BOKACK1-BOKACK4, MATCHING BOOKIN1-BOOKIN4) FOR RETURN ON  *
001500*     THE INBOUND TRANSFER, SO A PLATFORM LEARNS THE SAME NIGHT  *
001600*     WHAT BECAME OF ITS BOOK FILE. EACH FILE IS WRAPPED IN THE  *
001700*     STANDARD EXTENVL CONTROL ENVELOPE AND CARRIES A SUMMARY    *
001800*     RECORD - ACCEPTED OR REJECTED, THE REJECTION REASON, AND   *
001900*     COUNTS READ, ACCEPTED, REJECTED AND DUPLICATE-FLAGGED -    *
002000*     FOLLOWED BY ONE RECORD PER UNRECOGNIZED OR DUPLICATE-      *
002100*     FLAGGED USER-ACCOUNT WITH ITS REASON CODE.                 *
002200*     THE DISPOSITIONS AND EXCEPTIONS COME FROM BOK009D'S        *
002300*     BOKEXCP FILE; THE REASON A WHOLE FILE WAS REJECTED COMES   *
002400*     FROM BOK010V'S ENTRY ON THE DAY'S SUSPENSE DATASET. A      *
002500*     PLATFORM WITH NEITHER IS REPORTED REJECTED WITH REASON     *
002600*     NVAL (NOT VALIDATED FOR THE BUSINESS DATE).                *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-10-15  FCS  ORIGINAL VERSION.                         *
003000******************************************************************
003100 PROGRAM-ID.    BOK013A.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL BOKEXCP-FILE ASSIGN TO BOKEXCP
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL CLISUSP-FILE ASSIGN TO SUSPDAY
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT BOKACK1-FILE  ASSIGN TO BOKACK1
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT BOKACK2-FILE  ASSIGN TO BOKACK2
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT BOKACK3-FILE  ASSIGN TO BOKACK3
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT BOKACK4-FILE  ASSIGN TO BOKACK4
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BOKEXCP-FILE.
005200     COPY "BOKEXCP.cpy".
005300 FD  CLISUSP-FILE.
005400     COPY "CLISUSP.cpy".
005500 FD  BOKACK1-FILE.
005600 01  BOKACK1-RECORD                     PIC X(100).
005700 FD  BOKACK2-FILE.
005800 01  BOKACK2-RECORD                     PIC X(100).
005900 FD  BOKACK3-FILE.
006000 01  BOKACK3-RECORD                     PIC X(100).
006100 FD  BOKACK4-FILE.
006200 01  BOKACK4-RECORD                     PIC X(100).
006300 FD  RUNLOG-FILE.
006400     COPY "RUNSTAT.cpy".
006500 WORKING-STORAGE SECTION.
006600 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006700 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006800 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006900 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007000 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007100 77  WS-EXCP-EOF-SW                     PIC X(01)   VALUE 'N'.
007200     88  WS-EXCP-EOF                                VALUE 'Y'.
007300 77  WS-SUSP-EOF-SW                     PIC X(01)   VALUE 'N'.
007400     88  WS-SUSP-EOF                                VALUE 'Y'.
007500 77  WS-PLAT-IDX                        PIC 9(01)   VALUE ZERO.
007600 77  WS-REJECTED-FILES                  PIC 9(01)   VALUE ZERO.
007700 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
007800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
007900                                        PIC X(08).
008000 01  WS-PLATFORM-TABLE.
008100     05  WS-PLAT-ENTRY OCCURS 4 TIMES.
008200         10  WS-PLAT-SUMMARY-SW         PIC X(01).
008300             88  WS-PLAT-SUMMARY-SEEN              VALUE 'Y'.
008400         10  WS-PLAT-STATUS             PIC X(01).
008500         10  WS-PLAT-SUSP-REASON        PIC X(04).
008600         10  WS-PLAT-READ               PIC 9(09).
008700         10  WS-PLAT-REJECTED           PIC 9(09).
008800         10  WS-PLAT-DUPLICATES         PIC 9(09).
008900         10  WS-PLAT-WRITTEN            PIC 9(09).
009000 01  WS-ACK-OUT-RECORD                  PIC X(100).
009100 01  WS-CURRENT-DATE-TIME.
009200     05  WS-CURRENT-DATE                PIC 9(08).
009300     05  WS-CURRENT-TIME                PIC 9(06).
009400     05  FILLER                         PIC X(08).
009500     COPY "BOKACK.cpy".
009600     COPY "EXTENVL.cpy".
009700 LINKAGE SECTION.
009800 01  LS-PARM.
009900     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
010000     03  LS-PARM-BUSDATE                PIC X(06).
010100******************************************************************
010200*                 PROCEDURE DIVISION                            *
010300******************************************************************
010400 PROCEDURE DIVISION USING LS-PARM.
010500 0000-MAINLINE.
010600     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
010700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
010800     PERFORM 3000-START-ACK-FILE THRU 3000-EXIT
010900             VARYING WS-PLAT-IDX FROM 1 BY 1
011000             UNTIL WS-PLAT-IDX > 4.
011100     OPEN INPUT BOKEXCP-FILE.
011200     MOVE 'N' TO WS-EXCP-EOF-SW.
011300     PERFORM 4000-COPY-EXCEPTION THRU 4000-EXIT
011400             UNTIL WS-EXCP-EOF.
011500     CLOSE BOKEXCP-FILE.
011600     PERFORM 5000-END-ACK-FILE   THRU 5000-EXIT
011700             VARYING WS-PLAT-IDX FROM 1 BY 1
011800             UNTIL WS-PLAT-IDX > 4.
011900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012000     GOBACK.
012100 0000-EXIT.
012200     EXIT.
012300******************************************************************
012400*   1000 - BUSINESS DATE, SUSPENSE REASONS AND THE PLATFORMS'    *
012500*           DISPOSITIONS                                         *
012600******************************************************************
012700 1000-INITIALIZE.
012800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012900     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
013000     IF LS-PARM-LENGTH >= 6
013100         AND LS-PARM-BUSDATE NUMERIC
013200         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
013300         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
013400     END-IF.
013500     PERFORM 1050-CLEAR-PLATFORM THRU 1050-EXIT
013600             VARYING WS-PLAT-IDX FROM 1 BY 1
013700             UNTIL WS-PLAT-IDX > 4.
013800     OPEN INPUT CLISUSP-FILE.
013900     PERFORM 1100-LOAD-ONE-SUSPENSE THRU 1100-EXIT
014000             UNTIL WS-SUSP-EOF.
014100     CLOSE CLISUSP-FILE.
014200     OPEN INPUT BOKEXCP-FILE.
014300     PERFORM 1200-LOAD-ONE-DISPOSITION THRU 1200-EXIT
014400             UNTIL WS-EXCP-EOF.
014500     CLOSE BOKEXCP-FILE.
014600     OPEN OUTPUT BOKACK1-FILE.
014700     OPEN OUTPUT BOKACK2-FILE.
014800     OPEN OUTPUT BOKACK3-FILE.
014900     OPEN OUTPUT BOKACK4-FILE.
015000 1000-EXIT.
015100     EXIT.
015200 1050-CLEAR-PLATFORM.
015300     MOVE 'N'    TO WS-PLAT-SUMMARY-SW(WS-PLAT-IDX).
015400     MOVE SPACE  TO WS-PLAT-STATUS(WS-PLAT-IDX).
015500     MOVE SPACES TO WS-PLAT-SUSP-REASON(WS-PLAT-IDX).
015600     MOVE ZERO   TO WS-PLAT-READ(WS-PLAT-IDX).
015700     MOVE ZERO   TO WS-PLAT-REJECTED(WS-PLAT-IDX).
015800     MOVE ZERO   TO WS-PLAT-DUPLICATES(WS-PLAT-IDX).
015900     MOVE ZERO   TO WS-PLAT-WRITTEN(WS-PLAT-IDX).
016000 1050-EXIT.
016100     EXIT.
016200******************************************************************
016300*   1100 - A BOOK1-BOOK4 REJECTION ON THE DAY'S SUSPENSE DATASET *
016400*           GIVES THAT PLATFORM'S FILE-LEVEL REASON              *
016500******************************************************************
016600 1100-LOAD-ONE-SUSPENSE.
016700     READ CLISUSP-FILE
016800         AT END
016900             SET WS-SUSP-EOF TO TRUE
017000             GO TO 1100-EXIT
017100     END-READ.
017200     ADD 1 TO WS-RUNSTAT-READ.
017300     IF CLISUSP-FILE-ID(1:4) NOT = 'BOOK'
017400         OR CLISUSP-FILE-ID(5:1) NOT NUMERIC
017500         OR CLISUSP-FILE-ID(6:3) NOT = SPACES
017600         GO TO 1100-EXIT
017700     END-IF.
017800     MOVE CLISUSP-FILE-ID(5:1) TO WS-PLAT-IDX.
017900     IF WS-PLAT-IDX >= 1 AND WS-PLAT-IDX <= 4
018000         MOVE CLISUSP-REASON-CODE
018100                          TO WS-PLAT-SUSP-REASON(WS-PLAT-IDX)
018200     END-IF.
018300 1100-EXIT.
018400     EXIT.
018500******************************************************************
018600*   1200 - SUMMARY RECORDS AND DUPLICATE COUNTS FROM BOKEXCP     *
018700******************************************************************
018800 1200-LOAD-ONE-DISPOSITION.
018900     READ BOKEXCP-FILE
019000         AT END
019100             SET WS-EXCP-EOF TO TRUE
019200             GO TO 1200-EXIT
019300     END-READ.
019400     ADD 1 TO WS-RUNSTAT-READ.
019500     PERFORM 1300-PLATFORM-INDEX THRU 1300-EXIT.
019600     IF WS-PLAT-IDX = ZERO
019700         GO TO 1200-EXIT
019800     END-IF.
019900     IF BOKEXCP-SUMMARY
020000         SET WS-PLAT-SUMMARY-SEEN(WS-PLAT-IDX) TO TRUE
020100         MOVE BOKEXCP-FILE-STATUS TO WS-PLAT-STATUS(WS-PLAT-IDX)
020200         MOVE BOKEXCP-RECORDS-READ
020300                          TO WS-PLAT-READ(WS-PLAT-IDX)
020400         MOVE BOKEXCP-RECORDS-REJECTED
020500                          TO WS-PLAT-REJECTED(WS-PLAT-IDX)
020600     ELSE IF BOKEXCP-DUPLICATE
020700         ADD 1 TO WS-PLAT-DUPLICATES(WS-PLAT-IDX)
020800     END-IF.
020900 1200-EXIT.
021000     EXIT.
021100******************************************************************
021200*   1300 - PLATFORM 'P01 ' - 'P04 ' TO ITS TABLE/FILE NUMBER     *
021300******************************************************************
021400 1300-PLATFORM-INDEX.
021500     MOVE ZERO TO WS-PLAT-IDX.
021600     IF BOKEXCP-PLATFORM-ID(1:2) = 'P0'
021700         AND BOKEXCP-PLATFORM-ID(3:1) NUMERIC
021800         MOVE BOKEXCP-PLATFORM-ID(3:1) TO WS-PLAT-IDX
021900     END-IF.
022000     IF WS-PLAT-IDX > 4
022100         MOVE ZERO TO WS-PLAT-IDX
022200     END-IF.
022300 1300-EXIT.
022400     EXIT.
022500******************************************************************
022600*   3000 - ENVELOPE HEADER AND SUMMARY RECORD FOR ONE PLATFORM   *
022700******************************************************************
022800 3000-START-ACK-FILE.
022900     MOVE 'BOOKACK '           TO EXTENVL-HDR-FILE-ID.
023000     MOVE WS-PLAT-IDX          TO EXTENVL-HDR-FILE-ID(8:1).
023100     MOVE WS-CURRENT-DATE      TO EXTENVL-HDR-GEN-DATE.
023200     MOVE WS-CURRENT-TIME      TO EXTENVL-HDR-GEN-TIME.
023300     MOVE SPACES               TO WS-ACK-OUT-RECORD.
023400     MOVE EXTENVL-HEADER       TO WS-ACK-OUT-RECORD(1:25).
023500     PERFORM 6000-WRITE-ACK    THRU 6000-EXIT.
023600     MOVE SPACES               TO BOKACK-ENTRY.
023700     SET BOKACK-SUMMARY        TO TRUE.
023800     PERFORM 3100-ACK-KEY      THRU 3100-EXIT.
023900     MOVE WS-PLAT-READ(WS-PLAT-IDX) TO BOKACK-RECORDS-READ.
024000     MOVE WS-PLAT-DUPLICATES(WS-PLAT-IDX)
024100                               TO BOKACK-DUPLICATES-FLAGGED.
024200     IF WS-PLAT-SUMMARY-SEEN(WS-PLAT-IDX)
024300         AND WS-PLAT-STATUS(WS-PLAT-IDX) = 'A'
024400         SET BOKACK-FILE-ACCEPTED TO TRUE
024500         MOVE WS-PLAT-REJECTED(WS-PLAT-IDX)
024600                               TO BOKACK-RECORDS-REJECTED
024700         COMPUTE BOKACK-RECORDS-ACCEPTED =
024800                 WS-PLAT-READ(WS-PLAT-IDX)
024900               - WS-PLAT-REJECTED(WS-PLAT-IDX)
025000     ELSE
025100         SET BOKACK-FILE-REJECTED TO TRUE
025200         ADD 1 TO WS-REJECTED-FILES
025300         MOVE WS-PLAT-SUSP-REASON(WS-PLAT-IDX)
025400                               TO BOKACK-FILE-REASON
025500         IF BOKACK-FILE-REASON = SPACES
025600             MOVE 'NVAL'       TO BOKACK-FILE-REASON
025700         END-IF
025800         MOVE ZERO             TO BOKACK-RECORDS-ACCEPTED
025900         MOVE WS-PLAT-READ(WS-PLAT-IDX)
026000                               TO BOKACK-RECORDS-REJECTED
026100     END-IF.
026200     MOVE BOKACK-ENTRY         TO WS-ACK-OUT-RECORD.
026300     PERFORM 6000-WRITE-ACK    THRU 6000-EXIT.
026400     ADD 1 TO WS-PLAT-WRITTEN(WS-PLAT-IDX).
026500 3000-EXIT.
026600     EXIT.
026700 3100-ACK-KEY.
026800     MOVE 'P0  '               TO BOKACK-PLATFORM-ID.
026900     MOVE WS-PLAT-IDX          TO BOKACK-PLATFORM-ID(3:1).
027000     MOVE 'BOOK'               TO BOKACK-FILE-ID.
027100     MOVE WS-PLAT-IDX          TO BOKACK-FILE-ID(5:1).
027200     MOVE WS-BUSINESS-DATE     TO BOKACK-BUSINESS-DATE.
027300 3100-EXIT.
027400     EXIT.
027500******************************************************************
027600*   4000 - ONE ACCOUNT RECORD PER BOKEXCP EXCEPTION, TO THE      *
027700*           ACKNOWLEDGMENT FILE OF THE PLATFORM CONCERNED        *
027800******************************************************************
027900 4000-COPY-EXCEPTION.
028000     READ BOKEXCP-FILE
028100         AT END
028200             SET WS-EXCP-EOF TO TRUE
028300             GO TO 4000-EXIT
028400     END-READ.
028500     IF NOT BOKEXCP-EXCEPTION
028600         GO TO 4000-EXIT
028700     END-IF.
028800     PERFORM 1300-PLATFORM-INDEX THRU 1300-EXIT.
028900     IF WS-PLAT-IDX = ZERO
029000         GO TO 4000-EXIT
029100     END-IF.
029200     MOVE SPACES                 TO BOKACK-ENTRY.
029300     SET BOKACK-ACCOUNT          TO TRUE.
029400     PERFORM 3100-ACK-KEY        THRU 3100-EXIT.
029500     MOVE BOKEXCP-USER-ACCOUNT   TO BOKACK-USER-ACCOUNT.
029600     MOVE BOKEXCP-REASON-CODE    TO BOKACK-REASON-CODE.
029700     MOVE BOKEXCP-RECORD-NBR     TO BOKACK-RECORD-NBR.
029800     MOVE BOKEXCP-OTHER-PLATFORM TO BOKACK-OTHER-PLATFORM.
029900     MOVE BOKACK-ENTRY           TO WS-ACK-OUT-RECORD.
030000     PERFORM 6000-WRITE-ACK      THRU 6000-EXIT.
030100     ADD 1 TO WS-PLAT-WRITTEN(WS-PLAT-IDX).
030200 4000-EXIT.
030300     EXIT.
030400******************************************************************
030500*   5000 - ENVELOPE TRAILER FOR ONE PLATFORM                     *
030600******************************************************************
030700 5000-END-ACK-FILE.
030800     MOVE 'BOOKACK '           TO EXTENVL-TRL-FILE-ID.
030900     MOVE WS-PLAT-IDX          TO EXTENVL-TRL-FILE-ID(8:1).
031000     MOVE WS-PLAT-WRITTEN(WS-PLAT-IDX)
031100                               TO EXTENVL-TRL-RECORD-COUNT.
031200     MOVE ZERO                 TO EXTENVL-TRL-BALANCE-TOTAL.
031300     MOVE SPACES               TO WS-ACK-OUT-RECORD.
031400     MOVE EXTENVL-TRAILER      TO WS-ACK-OUT-RECORD(1:38).
031500     PERFORM 6000-WRITE-ACK    THRU 6000-EXIT.
031600 5000-EXIT.
031700     EXIT.
031800******************************************************************
031900*   6000 - WRITE TO THE PLATFORM'S OWN ACKNOWLEDGMENT FILE       *
032000******************************************************************
032100 6000-WRITE-ACK.
032200     EVALUATE WS-PLAT-IDX
032300         WHEN 1 WRITE BOKACK1-RECORD FROM WS-ACK-OUT-RECORD
032400         WHEN 2 WRITE BOKACK2-RECORD FROM WS-ACK-OUT-RECORD
032500         WHEN 3 WRITE BOKACK3-RECORD FROM WS-ACK-OUT-RECORD
032600         WHEN 4 WRITE BOKACK4-RECORD FROM WS-ACK-OUT-RECORD
032700     END-EVALUATE.
032800     ADD 1 TO WS-RUNSTAT-WRITTEN.
032900 6000-EXIT.
033000     EXIT.
033100******************************************************************
033200*                 9000 - TERMINATION                             *
033300******************************************************************
033400 9000-TERMINATE.
033500     DISPLAY 'BOK013A - ACKNOWLEDGMENT FILES WRITTEN : 4'.
033600     DISPLAY 'BOK013A - PLATFORM FILES REJECTED      : '
033700             WS-REJECTED-FILES.
033800     CLOSE BOKACK1-FILE.
033900     CLOSE BOKACK2-FILE.
034000     CLOSE BOKACK3-FILE.
034100     CLOSE BOKACK4-FILE.
034200     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
034300 9000-EXIT.
034400     EXIT.
034500******************************************************************
034600*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
034700******************************************************************
034800 9900-WRITE-RUN-STATS.
034900     OPEN OUTPUT RUNLOG-FILE.
035000     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
035100     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
035200     MOVE SPACES                 TO RUNSTAT-ENTRY.
035300     MOVE 'BOK013A'              TO RUNSTAT-PROGRAM-ID.
035400     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
035500     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
035600     MOVE WS-RUNSTAT-START-RAW(1:6)
035700         TO RUNSTAT-START-TIME.
035800     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
035900     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
036000     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
036100     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
036200     WRITE RUNSTAT-ENTRY.
036300     CLOSE RUNLOG-FILE.
036400 9900-EXIT.
036500     EXIT.
036600******************************************************************
036700*                      END OF PROGRAM                            *
036800******************************************************************
