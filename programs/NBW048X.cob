000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : NBW048X                                       *
000500*    SYSTEM     : NIGHTLY BATCH WINDOW                          *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       DATA CONTROL GROUP.                              *
000900* INSTALLATION. BATCH OPERATIONS.                                *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     OUTBOUND TRANSMISSION MANIFEST. THE ARRIVAL CALENDAR       *
001400*     (NBW040C) TRACKS WHAT PARTNERS SEND US, BUT NOTHING        *
001500*     RECORDED WHAT WE SEND THEM, SO A PARTNER'S "WE NEVER GOT   *
001600*     IT" COULD NOT BE ANSWERED. AFTER THE WINDOW THIS STEP      *
001700*     READS EACH OUTBOUND DATASET NAMED ON THE DESTINATION       *
001800*     CARDS (XMITDST), TAKES THE RECORD COUNT AND AMOUNT TOTAL   *
001900*     FROM ITS ENVELOPE - THE EXTENVL TRAILER, THE NETWORK '99'  *
002000*     TRAILER ON CBSUBMT, OR A RECORD COUNT WHERE THE DATASET    *
002100*     HAS NO ENVELOPE - AND APPENDS ONE MANIFEST RECORD          *
002200*     (XMITMAN) PER DATASET WITH THE DESTINATION, THE SEND       *
002300*     STAMP AND THE PARTNER'S ACKNOWLEDGMENT DEADLINE. A         *
002400*     DATASET THAT IS EMPTY OR MISSING, OR WHOSE TRAILER IS      *
002500*     MISSING OR DISAGREES WITH ITS RECORDS, IS FLAGGED ON THE   *
002600*     MANIFEST REPORT AND ENDS RC=4. NBW049K MATCHES THE         *
002700*     PARTNERS' ACKNOWLEDGMENTS AGAINST THE MANIFEST.            *
002800*----------------------------------------------------------------*
002900* MODIFICATION HISTORY.                                          *
003000*     2026-10-15  DCG  ORIGINAL VERSION.                        *
003100******************************************************************
003200 PROGRAM-ID.    NBW048X.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DEST-FILE     ASSIGN TO XMITDEST
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL DSSMS-FILE ASSIGN TO CLISMS
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT OPTIONAL DSMAILP-FILE ASSIGN TO CLIMAILP
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT OPTIONAL DSCBSUB-FILE ASSIGN TO CBSUBMT
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL DSCYCM-FILE ASSIGN TO CLICYCM
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL DSFXH-FILE ASSIGN TO CLIFXH
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL DSFXUX-FILE ASSIGN TO CLIFXUX
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT MANIFEST-FILE ASSIGN TO XMITMAN
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT REPORT-FILE   ASSIGN TO NBW048RP
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DEST-FILE.
005900     COPY "XMITDST.cpy".
006000 FD  DSSMS-FILE.
006100 01  DSSMS-RECORD                       PIC X(2500).
006200 FD  DSMAILP-FILE.
006300 01  DSMAILP-RECORD                     PIC X(2500).
006400 FD  DSCBSUB-FILE.
006500 01  DSCBSUB-RECORD                     PIC X(2500).
006600 FD  DSCYCM-FILE.
006700 01  DSCYCM-RECORD                      PIC X(2500).
006800 FD  DSFXH-FILE.
006900 01  DSFXH-RECORD                       PIC X(2500).
007000 FD  DSFXUX-FILE.
007100 01  DSFXUX-RECORD                      PIC X(2500).
007200 FD  MANIFEST-FILE.
007300     COPY "XMITMAN.cpy".
007400 FD  REPORT-FILE.
007500 01  REPORT-LINE                        PIC X(100).
007600 FD  RUNLOG-FILE.
007700     COPY "RUNSTAT.cpy".
007800 WORKING-STORAGE SECTION.
007900 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008000 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008100 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008200 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008300 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008400 77  WS-CARD-EOF-SW                     PIC X(01)   VALUE 'N'.
008500     88  WS-CARD-EOF                                VALUE 'Y'.
008600 77  WS-DS-EOF-SW                       PIC X(01)   VALUE 'N'.
008700     88  WS-DS-EOF                                  VALUE 'Y'.
008800 77  WS-DS-NBR                          PIC 9(01)   VALUE ZERO.
008900 77  WS-TRAILER-SEEN-SW                 PIC X(01)   VALUE 'N'.
009000     88  WS-TRAILER-SEEN                            VALUE 'Y'.
009100 77  WS-DATA-COUNT                      PIC 9(09)   VALUE ZERO.
009200 77  WS-TRAILER-COUNT                   PIC 9(09)   VALUE ZERO.
009300 77  WS-TRAILER-TOTAL                   PIC 9(18)   VALUE ZERO.
009400 77  WS-NETWORK-AMOUNT                  PIC 9(17)   VALUE ZERO.
009500 77  WS-GEN-DATE                        PIC 9(08)   VALUE ZERO.
009600 77  WS-GEN-TIME                        PIC 9(06)   VALUE ZERO.
009700 77  WS-CARD-COUNT                      PIC 9(05)   VALUE ZERO.
009800 77  WS-MANIFESTED-COUNT                PIC 9(05)   VALUE ZERO.
009900 77  WS-FLAGGED-COUNT                   PIC 9(05)   VALUE ZERO.
010000 77  WS-ACK-HOURS                       PIC 9(03)   VALUE ZERO.
010100 77  WS-DEADLINE-HOURS                  PIC 9(05)   VALUE ZERO.
010200 77  WS-DEADLINE-DAYS                   PIC 9(05)   VALUE ZERO.
010300 77  WS-DEADLINE-INT                    PIC 9(09)   VALUE ZERO.
010400 77  WS-DEADLINE-DATE                   PIC 9(08)   VALUE ZERO.
010500 77  WS-DEADLINE-TIME                   PIC 9(06)   VALUE ZERO.
010600 01  WS-DS-RECORD                       PIC X(2500) VALUE SPACES.
010700 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
010800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
010900                                        PIC X(08).
011000 01  WS-SEND-STAMP.
011100     05  WS-SEND-DATE                   PIC 9(08).
011200     05  WS-SEND-TIME.
011300         10  WS-SEND-HH                 PIC 9(02).
011400         10  WS-SEND-MMSS               PIC 9(04).
011500     05  FILLER                         PIC X(07).
011600 01  WS-HEADING-LINE.
011700     05  FILLER                         PIC X(44)
011800         VALUE 'NBW048X - OUTBOUND TRANSMISSION MANIFEST FOR'.
011900     05  FILLER                         PIC X(01)   VALUE SPACE.
012000     05  WS-HDG-DATE                    PIC 9(08).
012100     05  FILLER                         PIC X(47)   VALUE SPACES.
012200 01  WS-COLUMN-LINE.
012300     05  FILLER                         PIC X(10)
012400         VALUE 'FILE ID   '.
012500     05  FILLER                         PIC X(10)
012600         VALUE 'PARTNER   '.
012700     05  FILLER                         PIC X(13)
012800         VALUE '    RECORDS  '.
012900     05  FILLER                         PIC X(25)
013000         VALUE '           AMOUNT TOTAL  '.
013100     05  FILLER                         PIC X(05)
013200         VALUE 'S    '.
013300     05  FILLER                         PIC X(17)
013400         VALUE 'ACK DUE          '.
013500     05  FILLER                         PIC X(20)
013600         VALUE 'NOTE                '.
013700 01  WS-MANIFEST-LINE.
013800     05  WS-MFL-FILE                    PIC X(08).
013900     05  FILLER                         PIC X(02)   VALUE SPACES.
014000     05  WS-MFL-PARTNER                 PIC X(08).
014100     05  FILLER                         PIC X(02)   VALUE SPACES.
014200     05  WS-MFL-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                         PIC X(06)   VALUE SPACES.
014400     05  WS-MFL-TOTAL                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
014500     05  FILLER                         PIC X(02)   VALUE SPACES.
014600     05  WS-MFL-SOURCE                  PIC X(01).
014700     05  FILLER                         PIC X(04)   VALUE SPACES.
014800     05  WS-MFL-DUE-DATE                PIC 9(08).
014900     05  FILLER                         PIC X(01)   VALUE SPACE.
015000     05  WS-MFL-DUE-TIME                PIC 9(06).
015100     05  FILLER                         PIC X(02)   VALUE SPACES.
015200     05  WS-MFL-NOTE                    PIC X(20).
015300 01  WS-TOTAL-LINE-1.
015400     05  FILLER                         PIC X(24)
015500                       VALUE 'DESTINATION CARDS     :'.
015600     05  WS-TOT-CARDS                   PIC ZZZ,ZZ9.
015700     05  FILLER                         PIC X(69)   VALUE SPACES.
015800 01  WS-TOTAL-LINE-2.
015900     05  FILLER                         PIC X(24)
016000                       VALUE 'TRANSMISSIONS RECORDED:'.
016100     05  WS-TOT-MANIFESTED              PIC ZZZ,ZZ9.
016200     05  FILLER                         PIC X(69)   VALUE SPACES.
016300 01  WS-TOTAL-LINE-3.
016400     05  FILLER                         PIC X(24)
016500                       VALUE 'FLAGGED               :'.
016600     05  WS-TOT-FLAGGED                 PIC ZZZ,ZZ9.
016700     05  FILLER                         PIC X(69)   VALUE SPACES.
016800 LINKAGE SECTION.
016900 01  LS-PARM.
017000     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
017100     03  LS-PARM-BUSDATE                PIC X(06).
017200******************************************************************
017300*                 PROCEDURE DIVISION                            *
017400******************************************************************
017500 PROCEDURE DIVISION USING LS-PARM.
017600 0000-MAINLINE.
017700     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
017800     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017900     PERFORM 2000-MANIFEST-ONE-DATASET THRU 2000-EXIT
018000             UNTIL WS-CARD-EOF.
018100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018200     GOBACK.
018300 0000-EXIT.
018400     EXIT.
018500******************************************************************
018600*   1000 - BUSINESS DATE, SEND STAMP AND FILES                   *
018700******************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
019000     IF LS-PARM-LENGTH >= 6
019100         AND LS-PARM-BUSDATE IS NUMERIC
019200         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
019300         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
019400     END-IF.
019500     MOVE FUNCTION CURRENT-DATE TO WS-SEND-STAMP.
019600     OPEN INPUT  DEST-FILE.
019700     OPEN OUTPUT MANIFEST-FILE.
019800     OPEN OUTPUT REPORT-FILE.
019900     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
020000     WRITE REPORT-LINE FROM WS-HEADING-LINE.
020100     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
020200     ADD 2 TO WS-RUNSTAT-WRITTEN.
020300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600******************************************************************
020700*   2000 - ONE OUTBOUND DATASET: CONTROL TOTALS, DEADLINE, AND   *
020800*           THE MANIFEST RECORD                                  *
020900******************************************************************
021000 2000-MANIFEST-ONE-DATASET.
021100     ADD 1 TO WS-CARD-COUNT.
021200     MOVE SPACES              TO WS-MANIFEST-LINE(21:80).
021300     MOVE XMITDST-FILE-ID     TO WS-MFL-FILE.
021400     MOVE XMITDST-PARTNER-ID  TO WS-MFL-PARTNER.
021500     PERFORM 2300-PICK-DATASET THRU 2300-EXIT.
021600     IF WS-DS-NBR = ZERO
021700         MOVE 'NO DD - NOT SENT' TO WS-MFL-NOTE
021800         ADD 1 TO WS-FLAGGED-COUNT
021900         PERFORM 2900-WRITE-MANIFEST-LINE THRU 2900-EXIT
022000         GO TO 2000-NEXT
022100     END-IF.
022200     PERFORM 2400-READ-DATASET THRU 2400-EXIT.
022300     IF WS-DATA-COUNT = ZERO
022400         AND NOT WS-TRAILER-SEEN
022500         MOVE 'EMPTY OR MISSING' TO WS-MFL-NOTE
022600         ADD 1 TO WS-FLAGGED-COUNT
022700         PERFORM 2900-WRITE-MANIFEST-LINE THRU 2900-EXIT
022800         GO TO 2000-NEXT
022900     END-IF.
023000     MOVE SPACES               TO XMITMAN-RECORD.
023100     MOVE XMITDST-FILE-ID      TO XMITMAN-FILE-ID.
023200     MOVE WS-BUSINESS-DATE     TO XMITMAN-BUSINESS-DATE.
023300     MOVE XMITDST-PARTNER-ID   TO XMITMAN-PARTNER-ID.
023400     MOVE WS-DATA-COUNT        TO XMITMAN-COUNTED-RECORDS.
023500     MOVE WS-GEN-DATE          TO XMITMAN-GEN-DATE.
023600     MOVE WS-GEN-TIME          TO XMITMAN-GEN-TIME.
023700     EVALUATE TRUE
023800         WHEN XMITDST-NO-ENVELOPE
023900             SET XMITMAN-COUNTED          TO TRUE
024000             MOVE WS-DATA-COUNT           TO XMITMAN-RECORD-COUNT
024100             MOVE ZERO                    TO XMITMAN-BALANCE-TOTAL
024200         WHEN NOT WS-TRAILER-SEEN
024300             SET XMITMAN-COUNTED          TO TRUE
024400             MOVE WS-DATA-COUNT           TO XMITMAN-RECORD-COUNT
024500             MOVE ZERO                    TO XMITMAN-BALANCE-TOTAL
024600             MOVE 'NO TRAILER'            TO WS-MFL-NOTE
024700             ADD 1 TO WS-FLAGGED-COUNT
024800         WHEN XMITDST-NETWORK-ENVELOPE
024900             SET XMITMAN-FROM-NETWORK-TRAILER TO TRUE
025000             MOVE WS-TRAILER-COUNT        TO XMITMAN-RECORD-COUNT
025100             MOVE WS-TRAILER-TOTAL        TO XMITMAN-BALANCE-TOTAL
025200         WHEN OTHER
025300             SET XMITMAN-FROM-ENVELOPE    TO TRUE
025400             MOVE WS-TRAILER-COUNT        TO XMITMAN-RECORD-COUNT
025500             MOVE WS-TRAILER-TOTAL        TO XMITMAN-BALANCE-TOTAL
025600     END-EVALUATE.
025700     IF WS-TRAILER-SEEN
025800         AND NOT XMITDST-NO-ENVELOPE
025900         AND WS-TRAILER-COUNT NOT = WS-DATA-COUNT
026000         MOVE 'TRAILER DISAGREES'         TO WS-MFL-NOTE
026100         ADD 1 TO WS-FLAGGED-COUNT
026200     END-IF.
026300     MOVE WS-SEND-DATE         TO XMITMAN-SEND-DATE.
026400     MOVE WS-SEND-TIME         TO XMITMAN-SEND-TIME.
026500     MOVE XMITDST-ACK-HOURS    TO WS-ACK-HOURS.
026600     IF WS-ACK-HOURS = ZERO
026700         MOVE 24 TO WS-ACK-HOURS
026800     END-IF.
026900     MOVE WS-ACK-HOURS         TO XMITMAN-ACK-HOURS.
027000     PERFORM 8000-COMPUTE-DEADLINE THRU 8000-EXIT.
027100     MOVE WS-DEADLINE-DATE     TO XMITMAN-DEADLINE-DATE.
027200     MOVE WS-DEADLINE-TIME     TO XMITMAN-DEADLINE-TIME.
027300     WRITE XMITMAN-RECORD.
027400     ADD 1 TO WS-RUNSTAT-WRITTEN.
027500     ADD 1 TO WS-MANIFESTED-COUNT.
027600     MOVE XMITMAN-RECORD-COUNT  TO WS-MFL-RECORDS.
027700     MOVE XMITMAN-BALANCE-TOTAL TO WS-MFL-TOTAL.
027800     MOVE XMITMAN-COUNT-SOURCE  TO WS-MFL-SOURCE.
027900     MOVE WS-DEADLINE-DATE      TO WS-MFL-DUE-DATE.
028000     MOVE WS-DEADLINE-TIME      TO WS-MFL-DUE-TIME.
028100     PERFORM 2900-WRITE-MANIFEST-LINE THRU 2900-EXIT.
028200 2000-NEXT.
028300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600 2100-READ-CARD.
028700     READ DEST-FILE
028800         AT END SET WS-CARD-EOF TO TRUE
028900         NOT AT END ADD 1 TO WS-RUNSTAT-READ
029000     END-READ.
029100 2100-EXIT.
029200     EXIT.
029300******************************************************************
029400*   2300 - WHICH DATASET DD DOES THE CARD NAME                   *
029500******************************************************************
029600 2300-PICK-DATASET.
029700     EVALUATE XMITDST-FILE-ID
029800         WHEN 'CLISMS  ' MOVE 1 TO WS-DS-NBR
029900         WHEN 'CLIMAILP' MOVE 2 TO WS-DS-NBR
030000         WHEN 'CBSUBMT ' MOVE 3 TO WS-DS-NBR
030100         WHEN 'CLICYCM ' MOVE 4 TO WS-DS-NBR
030200         WHEN 'CLIFXH  ' MOVE 5 TO WS-DS-NBR
030300         WHEN 'CLIFXUX ' MOVE 6 TO WS-DS-NBR
030400         WHEN OTHER      MOVE 0 TO WS-DS-NBR
030500     END-EVALUATE.
030600 2300-EXIT.
030700     EXIT.
030800******************************************************************
030900*   2400 - READ THE DATASET, COUNT IT, CAPTURE ITS ENVELOPE      *
031000******************************************************************
031100 2400-READ-DATASET.
031200     MOVE 'N'  TO WS-DS-EOF-SW.
031300     MOVE 'N'  TO WS-TRAILER-SEEN-SW.
031400     MOVE ZERO TO WS-DATA-COUNT.
031500     MOVE ZERO TO WS-TRAILER-COUNT.
031600     MOVE ZERO TO WS-TRAILER-TOTAL.
031700     MOVE ZERO TO WS-GEN-DATE.
031800     MOVE ZERO TO WS-GEN-TIME.
031900     EVALUATE WS-DS-NBR
032000         WHEN 1 OPEN INPUT DSSMS-FILE
032100         WHEN 2 OPEN INPUT DSMAILP-FILE
032200         WHEN 3 OPEN INPUT DSCBSUB-FILE
032300         WHEN 4 OPEN INPUT DSCYCM-FILE
032400         WHEN 5 OPEN INPUT DSFXH-FILE
032500         WHEN 6 OPEN INPUT DSFXUX-FILE
032600     END-EVALUATE.
032700     PERFORM 2410-READ-ONE-RECORD THRU 2410-EXIT
032800             UNTIL WS-DS-EOF.
032900     EVALUATE WS-DS-NBR
033000         WHEN 1 CLOSE DSSMS-FILE
033100         WHEN 2 CLOSE DSMAILP-FILE
033200         WHEN 3 CLOSE DSCBSUB-FILE
033300         WHEN 4 CLOSE DSCYCM-FILE
033400         WHEN 5 CLOSE DSFXH-FILE
033500         WHEN 6 CLOSE DSFXUX-FILE
033600     END-EVALUATE.
033700 2400-EXIT.
033800     EXIT.
033900 2410-READ-ONE-RECORD.
034000     MOVE SPACES TO WS-DS-RECORD.
034100     EVALUATE WS-DS-NBR
034200         WHEN 1
034300             READ DSSMS-FILE
034400                 AT END SET WS-DS-EOF TO TRUE
034500                 NOT AT END MOVE DSSMS-RECORD TO WS-DS-RECORD
034600             END-READ
034700         WHEN 2
034800             READ DSMAILP-FILE
034900                 AT END SET WS-DS-EOF TO TRUE
035000                 NOT AT END MOVE DSMAILP-RECORD TO WS-DS-RECORD
035100             END-READ
035200         WHEN 3
035300             READ DSCBSUB-FILE
035400                 AT END SET WS-DS-EOF TO TRUE
035500                 NOT AT END MOVE DSCBSUB-RECORD TO WS-DS-RECORD
035600             END-READ
035700         WHEN 4
035800             READ DSCYCM-FILE
035900                 AT END SET WS-DS-EOF TO TRUE
036000                 NOT AT END MOVE DSCYCM-RECORD TO WS-DS-RECORD
036100             END-READ
036200         WHEN 5
036300             READ DSFXH-FILE
036400                 AT END SET WS-DS-EOF TO TRUE
036500                 NOT AT END MOVE DSFXH-RECORD TO WS-DS-RECORD
036600             END-READ
036700         WHEN 6
036800             READ DSFXUX-FILE
036900                 AT END SET WS-DS-EOF TO TRUE
037000                 NOT AT END MOVE DSFXUX-RECORD TO WS-DS-RECORD
037100             END-READ
037200     END-EVALUATE.
037300     IF WS-DS-EOF
037400         GO TO 2410-EXIT
037500     END-IF.
037600     ADD 1 TO WS-RUNSTAT-READ.
037700     EVALUATE TRUE
037800         WHEN XMITDST-NO-ENVELOPE
037900             ADD 1 TO WS-DATA-COUNT
038000         WHEN XMITDST-NETWORK-ENVELOPE
038100             PERFORM 2420-NETWORK-RECORD THRU 2420-EXIT
038200         WHEN OTHER
038300             PERFORM 2430-ENVELOPED-RECORD THRU 2430-EXIT
038400     END-EVALUATE.
038500 2410-EXIT.
038600     EXIT.
038700******************************************************************
038800*   2420 - CARD-NETWORK LAYOUT: '00' HEADER, '99' TRAILER WITH   *
038900*           THE COUNT AND THE AMOUNT IN CENTS                    *
039000******************************************************************
039100 2420-NETWORK-RECORD.
039200     EVALUATE WS-DS-RECORD(1:2)
039300         WHEN '00'
039400             IF WS-DS-RECORD(3:8) IS NUMERIC
039500                 MOVE WS-DS-RECORD(3:8) TO WS-GEN-DATE
039600             END-IF
039700         WHEN '99'
039800             SET WS-TRAILER-SEEN TO TRUE
039900             IF WS-DS-RECORD(3:9) IS NUMERIC
040000                 MOVE WS-DS-RECORD(3:9) TO WS-TRAILER-COUNT
040100             END-IF
040200             IF WS-DS-RECORD(12:17) IS NUMERIC
040300                 MOVE WS-DS-RECORD(12:17) TO WS-NETWORK-AMOUNT
040400                 MOVE WS-NETWORK-AMOUNT   TO WS-TRAILER-TOTAL
040500             END-IF
040600         WHEN OTHER
040700             ADD 1 TO WS-DATA-COUNT
040800     END-EVALUATE.
040900 2420-EXIT.
041000     EXIT.
041100******************************************************************
041200*   2430 - STANDARD EXTENVL ENVELOPE: 'HDR' AND 'TRL' RECORDS    *
041300******************************************************************
041400 2430-ENVELOPED-RECORD.
041500     EVALUATE TRUE
041600         WHEN WS-DS-RECORD(1:3) = 'HDR'
041700             IF WS-DS-RECORD(12:8) IS NUMERIC
041800                 MOVE WS-DS-RECORD(12:8) TO WS-GEN-DATE
041900             END-IF
042000             IF WS-DS-RECORD(20:6) IS NUMERIC
042100                 MOVE WS-DS-RECORD(20:6) TO WS-GEN-TIME
042200             END-IF
042300         WHEN WS-DS-RECORD(1:3) = 'TRL'
042400             SET WS-TRAILER-SEEN TO TRUE
042500             IF WS-DS-RECORD(12:9) IS NUMERIC
042600                 MOVE WS-DS-RECORD(12:9) TO WS-TRAILER-COUNT
042700             END-IF
042800             IF WS-DS-RECORD(21:18) IS NUMERIC
042900                 MOVE WS-DS-RECORD(21:18) TO WS-TRAILER-TOTAL
043000             END-IF
043100         WHEN OTHER
043200             ADD 1 TO WS-DATA-COUNT
043300     END-EVALUATE.
043400 2430-EXIT.
043500     EXIT.
043600 2900-WRITE-MANIFEST-LINE.
043700     WRITE REPORT-LINE FROM WS-MANIFEST-LINE.
043800     ADD 1 TO WS-RUNSTAT-WRITTEN.
043900 2900-EXIT.
044000     EXIT.
044100******************************************************************
044200*   8000 - ACKNOWLEDGMENT DEADLINE: SEND STAMP PLUS THE          *
044300*           PARTNER'S WINDOW IN HOURS                            *
044400******************************************************************
044500 8000-COMPUTE-DEADLINE.
044600     COMPUTE WS-DEADLINE-HOURS = WS-SEND-HH + WS-ACK-HOURS.
044700     DIVIDE WS-DEADLINE-HOURS BY 24
044800         GIVING WS-DEADLINE-DAYS
044900         REMAINDER WS-DEADLINE-HOURS.
045000     COMPUTE WS-DEADLINE-INT =
045100         FUNCTION INTEGER-OF-DATE(WS-SEND-DATE)
045200         + WS-DEADLINE-DAYS.
045300     COMPUTE WS-DEADLINE-DATE =
045400         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).
045500     COMPUTE WS-DEADLINE-TIME =
045600         WS-DEADLINE-HOURS * 10000 + WS-SEND-MMSS.
045700 8000-EXIT.
045800     EXIT.
045900******************************************************************
046000*                 9000 - TOTALS AND TERMINATION                  *
046100******************************************************************
046200 9000-TERMINATE.
046300     MOVE WS-CARD-COUNT       TO WS-TOT-CARDS.
046400     MOVE WS-MANIFESTED-COUNT TO WS-TOT-MANIFESTED.
046500     MOVE WS-FLAGGED-COUNT    TO WS-TOT-FLAGGED.
046600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
046700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
046800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
046900     ADD 3 TO WS-RUNSTAT-WRITTEN.
047000     IF WS-FLAGGED-COUNT NOT = ZERO
047100         DISPLAY 'NBW048X - OUTBOUND DATASETS FLAGGED : '
047200                 WS-FLAGGED-COUNT
047300         MOVE 4 TO RETURN-CODE
047400     END-IF.
047500     CLOSE DEST-FILE.
047600     CLOSE MANIFEST-FILE.
047700     CLOSE REPORT-FILE.
047800     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
047900 9000-EXIT.
048000     EXIT.
048100******************************************************************
048200*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
048300******************************************************************
048400 9900-WRITE-RUN-STATS.
048500     OPEN OUTPUT RUNLOG-FILE.
048600     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
048700     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
048800     MOVE SPACES                 TO RUNSTAT-ENTRY.
048900     MOVE 'NBW048X'              TO RUNSTAT-PROGRAM-ID.
049000     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
049100     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
049200     MOVE WS-RUNSTAT-START-RAW(1:6)
049300         TO RUNSTAT-START-TIME.
049400     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
049500     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
049600     MOVE WS-FLAGGED-COUNT       TO RUNSTAT-RECORDS-REJECTED.
049700     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
049800     WRITE RUNSTAT-ENTRY.
049900     CLOSE RUNLOG-FILE.
050000 9900-EXIT.
050100     EXIT.
050200******************************************************************
050300*                      END OF PROGRAM                            *
050400******************************************************************
