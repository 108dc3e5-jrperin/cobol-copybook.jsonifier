000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI082S                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     LGPD DATA-SUBJECT ACCESS REPORT. EACH SUBJECT CARD NAMES   *
001400*     ONE DATA SUBJECT - BY ACCOUNT / NUM-CLI ('A' IN COLUMN 1)  *
001500*     OR BY CPF/CNPJ ('D' IN COLUMN 1), KEY FROM COLUMN 3 - AND  *
001600*     AN OPTIONAL YYYYMMDD PERIOD (FROM COLUMN 23, TO COLUMN     *
001700*     32). EVERY ENTRY ON THE PERSONAL-DATA ACCESS LOG           *
001800*     (CLIALOG) FOR THAT SUBJECT IN THE PERIOD IS LISTED: WHEN,  *
001900*     WHICH TRANSACTION, WHO ASKED, FOR WHAT PURPOSE, AND WHAT   *
002000*     WAS SHOWN - REFUSED REQUESTS INCLUDED. FOR A CPF/CNPJ THE  *
002100*     ACCOUNTS AND NUM-CLI VALUES THE DOCUMENT HOLDS ON THE      *
002200*     SINGLE-CUSTOMER VIEW (CLICVW) ARE TAKEN AS THE SUBJECT'S   *
002300*     KEYS, AS WELL AS ANY LOG ENTRY CARRYING THE DOCUMENT.      *
002400*     RC 4 WHEN A CARD IS REJECTED OR A DOCUMENT HOLDS MORE      *
002500*     ACCOUNTS THAN THE TABLE TAKES.                             *
002600*----------------------------------------------------------------*
002700* MODIFICATION HISTORY.                                          *
002800*     2026-10-15  CSG  ORIGINAL VERSION.                        *
002900******************************************************************
003000 PROGRAM-ID.    CLI082S.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CARD-FILE     ASSIGN TO SUBJCARD
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OPTIONAL ACCESSLG-FILE ASSIGN TO ACCESSLG
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL CLICVW-FILE ASSIGN TO CLICVW
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT REPORT-FILE   ASSIGN TO CLI082RP
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CARD-FILE.
004700 01  CARD-RECORD.
004800     03  CARD-SUBJECT-TYPE              PIC X(01).
004900         88  CARD-BY-ACCOUNT                        VALUE 'A'.
005000         88  CARD-BY-DOCUMENT                       VALUE 'D'.
005100     03  FILLER                         PIC X(01).
005200     03  CARD-SUBJECT-KEY               PIC X(19).
005300     03  CARD-SUBJECT-DOC-R REDEFINES CARD-SUBJECT-KEY.
005400         05  CARD-SUBJECT-DOC           PIC X(14).
005500         05  FILLER                     PIC X(05).
005600     03  FILLER                         PIC X(01).
005700     03  CARD-FROM-DATE-X               PIC X(08).
005800     03  FILLER                         PIC X(01).
005900     03  CARD-TO-DATE-X                 PIC X(08).
006000     03  FILLER                         PIC X(41).
006100 FD  ACCESSLG-FILE.
006200     COPY "CLIALOG.cpy".
006300 FD  CLICVW-FILE.
006400     COPY "CLICVW.cpy".
006500 FD  REPORT-FILE.
006600 01  REPORT-LINE                        PIC X(132).
006700 FD  RUNLOG-FILE.
006800     COPY "RUNSTAT.cpy".
006900 WORKING-STORAGE SECTION.
007000 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007100 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007200 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007300 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007400 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007500 77  WS-CARD-EOF-SW                     PIC X(01)   VALUE 'N'.
007600     88  WS-CARD-EOF                                VALUE 'Y'.
007700 77  WS-LOG-EOF-SW                      PIC X(01)   VALUE 'N'.
007800     88  WS-LOG-EOF                                 VALUE 'Y'.
007900 77  WS-CVW-EOF-SW                      PIC X(01)   VALUE 'N'.
008000     88  WS-CVW-EOF                                 VALUE 'Y'.
008100 77  WS-MATCH-SW                        PIC X(01)   VALUE 'N'.
008200     88  WS-MATCH                                   VALUE 'Y'.
008300 77  WS-FROM-DATE                       PIC 9(08)   VALUE ZERO.
008400 77  WS-TO-DATE                         PIC 9(08)   VALUE ZERO.
008500 77  WS-KEY-COUNT                       PIC 9(03)   VALUE ZERO.
008600 77  WS-KEY-MAX                         PIC 9(03)   VALUE 100.
008700 77  WS-KEY-IDX                         PIC 9(03)   VALUE ZERO.
008800 77  WS-KEYS-DROPPED                    PIC 9(05)   VALUE ZERO.
008900 77  WS-SUBJECT-ACCESSES                PIC 9(07)   VALUE ZERO.
009000 77  WS-SUBJECT-COUNT                   PIC 9(05)   VALUE ZERO.
009100 77  WS-REJECTED-COUNT                  PIC 9(05)   VALUE ZERO.
009200 77  WS-TOTAL-ACCESSES                  PIC 9(07)   VALUE ZERO.
009300 01  WS-KEY-TABLE.
009400     05  WS-KEY-ENTRY OCCURS 100 TIMES  PIC X(19).
009500 01  WS-HEADING-LINE.
009600     05  FILLER                         PIC X(44)
009700         VALUE 'CLI082S - PERSONAL-DATA ACCESS BY SUBJECT   '.
009800     05  FILLER                         PIC X(10)
009900         VALUE 'RUN DATE: '.
010000     05  WS-HDG-RUN-DATE                PIC 9(08).
010100     05  FILLER                         PIC X(70)   VALUE SPACES.
010200 01  WS-SUBJECT-LINE.
010300     05  FILLER                         PIC X(10)
010400         VALUE 'SUBJECT : '.
010500     05  WS-SBJ-TYPE                    PIC X(09).
010600     05  FILLER                         PIC X(01)   VALUE SPACES.
010700     05  WS-SBJ-KEY                     PIC X(19).
010800     05  FILLER                         PIC X(09)
010900         VALUE '  PERIOD '.
011000     05  WS-SBJ-FROM-DATE               PIC 9(08).
011100     05  FILLER                         PIC X(04)   VALUE ' TO '.
011200     05  WS-SBJ-TO-DATE                 PIC 9(08).
011300     05  FILLER                         PIC X(64)   VALUE SPACES.
011400 01  WS-KEYS-LINE.
011500     05  FILLER                         PIC X(10)
011600         VALUE '          '.
011700     05  WS-KYS-COUNT                   PIC ZZ9.
011800     05  FILLER                         PIC X(46)
011900         VALUE ' ACCOUNT / NUM-CLI KEYS ON THE CUSTOMER VIEW  '.
012000     05  FILLER                         PIC X(73)   VALUE SPACES.
012100 01  WS-COLUMN-LINE.
012200     05  FILLER                         PIC X(44)
012300         VALUE 'DATE      TIME    TRANSACT  REQUESTR  PURP  '.
012400     05  FILLER                         PIC X(44)
012500         VALUE 'OUTCOME    KEY                  WHAT WAS SHO'.
012600     05  FILLER                         PIC X(44)
012700         VALUE 'WN                                          '.
012800 01  WS-DETAIL-LINE.
012900     05  WS-DTL-DATE                    PIC 9(08).
013000     05  FILLER                         PIC X(02)   VALUE SPACES.
013100     05  WS-DTL-TIME                    PIC 9(06).
013200     05  FILLER                         PIC X(02)   VALUE SPACES.
013300     05  WS-DTL-PROGRAM                 PIC X(08).
013400     05  FILLER                         PIC X(02)   VALUE SPACES.
013500     05  WS-DTL-REQUESTER               PIC X(08).
013600     05  FILLER                         PIC X(02)   VALUE SPACES.
013700     05  WS-DTL-PURPOSE                 PIC X(04).
013800     05  FILLER                         PIC X(02)   VALUE SPACES.
013900     05  WS-DTL-OUTCOME                 PIC X(09).
014000     05  FILLER                         PIC X(02)   VALUE SPACES.
014100     05  WS-DTL-KEY                     PIC X(19).
014200     05  FILLER                         PIC X(02)   VALUE SPACES.
014300     05  WS-DTL-DETAIL                  PIC X(40).
014400     05  FILLER                         PIC X(16)   VALUE SPACES.
014500 01  WS-SUBJECT-TOTAL-LINE.
014600     05  FILLER                         PIC X(26)
014700         VALUE 'ACCESSES LISTED         : '.
014800     05  WS-STL-COUNT                   PIC Z,ZZZ,ZZ9.
014900     05  FILLER                         PIC X(97)   VALUE SPACES.
015000 01  WS-MESSAGE-LINE                    PIC X(132)  VALUE SPACES.
015100 01  WS-TOTAL-LINE.
015200     05  WS-TOT-CAPTION                 PIC X(26).
015300     05  WS-TOT-COUNT                   PIC Z,ZZZ,ZZ9.
015400     05  FILLER                         PIC X(97)   VALUE SPACES.
015500******************************************************************
015600*                 PROCEDURE DIVISION                            *
015700******************************************************************
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
016100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
016200     PERFORM 2000-ONE-SUBJECT    THRU 2000-EXIT
016300             UNTIL WS-CARD-EOF.
016400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016500     GOBACK.
016600 0000-EXIT.
016700     EXIT.
016800 1000-INITIALIZE.
016900     OPEN INPUT  CARD-FILE.
017000     OPEN OUTPUT REPORT-FILE.
017100     ACCEPT WS-HDG-RUN-DATE FROM DATE YYYYMMDD.
017200     WRITE REPORT-LINE FROM WS-HEADING-LINE.
017300     ADD 1 TO WS-RUNSTAT-WRITTEN.
017400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
017500 1000-EXIT.
017600     EXIT.
017700******************************************************************
017800*   2000 - EVERY LOGGED ACCESS TO ONE SUBJECT'S DATA             *
017900******************************************************************
018000 2000-ONE-SUBJECT.
018100     MOVE SPACES TO REPORT-LINE.
018200     WRITE REPORT-LINE.
018300     ADD 1 TO WS-RUNSTAT-WRITTEN.
018400     IF (NOT CARD-BY-ACCOUNT AND NOT CARD-BY-DOCUMENT)
018500         OR CARD-SUBJECT-KEY = SPACES
018600         ADD 1 TO WS-REJECTED-COUNT
018700         MOVE SPACES TO WS-MESSAGE-LINE
018800         STRING 'CARD REJECTED - TYPE A OR D AND A KEY NEEDED: '
018900                CARD-RECORD
019000             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
019100         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
019200         ADD 1 TO WS-RUNSTAT-WRITTEN
019300         GO TO 2000-NEXT-CARD
019400     END-IF.
019500     ADD 1 TO WS-SUBJECT-COUNT.
019600     IF CARD-FROM-DATE-X IS NUMERIC
019700         MOVE CARD-FROM-DATE-X TO WS-FROM-DATE
019800     ELSE
019900         MOVE ZERO TO WS-FROM-DATE
020000     END-IF.
020100     IF CARD-TO-DATE-X IS NUMERIC
020200         MOVE CARD-TO-DATE-X TO WS-TO-DATE
020300     ELSE
020400         MOVE 99999999 TO WS-TO-DATE
020500     END-IF.
020600     MOVE ZERO TO WS-KEY-COUNT.
020700     IF CARD-BY-ACCOUNT
020800         MOVE 'ACCOUNT  '      TO WS-SBJ-TYPE
020900         MOVE 1                TO WS-KEY-COUNT
021000         MOVE CARD-SUBJECT-KEY TO WS-KEY-ENTRY(1)
021100     ELSE
021200         MOVE 'CPF/CNPJ '      TO WS-SBJ-TYPE
021300         PERFORM 2200-LOAD-DOC-KEYS THRU 2200-EXIT
021400     END-IF.
021500     MOVE CARD-SUBJECT-KEY TO WS-SBJ-KEY.
021600     MOVE WS-FROM-DATE     TO WS-SBJ-FROM-DATE.
021700     MOVE WS-TO-DATE       TO WS-SBJ-TO-DATE.
021800     WRITE REPORT-LINE FROM WS-SUBJECT-LINE.
021900     ADD 1 TO WS-RUNSTAT-WRITTEN.
022000     IF CARD-BY-DOCUMENT
022100         MOVE WS-KEY-COUNT TO WS-KYS-COUNT
022200         WRITE REPORT-LINE FROM WS-KEYS-LINE
022300         ADD 1 TO WS-RUNSTAT-WRITTEN
022400     END-IF.
022500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
022600     ADD 1 TO WS-RUNSTAT-WRITTEN.
022700     MOVE ZERO TO WS-SUBJECT-ACCESSES.
022800     MOVE 'N'  TO WS-LOG-EOF-SW.
022900     OPEN INPUT ACCESSLG-FILE.
023000     PERFORM 2300-SCAN-ONE-ENTRY THRU 2300-EXIT
023100             UNTIL WS-LOG-EOF.
023200     CLOSE ACCESSLG-FILE.
023300     IF WS-SUBJECT-ACCESSES = ZERO
023400         MOVE 'NO ACCESS TO THE SUBJECT''S DATA LOGGED IN PERIOD'
023500             TO WS-MESSAGE-LINE
023600         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
023700         ADD 1 TO WS-RUNSTAT-WRITTEN
023800     END-IF.
023900     MOVE WS-SUBJECT-ACCESSES TO WS-STL-COUNT.
024000     WRITE REPORT-LINE FROM WS-SUBJECT-TOTAL-LINE.
024100     ADD 1 TO WS-RUNSTAT-WRITTEN.
024200     ADD WS-SUBJECT-ACCESSES TO WS-TOTAL-ACCESSES.
024300 2000-NEXT-CARD.
024400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700 2100-READ-CARD.
024800     READ CARD-FILE
024900         AT END SET WS-CARD-EOF TO TRUE
025000         NOT AT END ADD 1 TO WS-RUNSTAT-READ
025100     END-READ.
025200 2100-EXIT.
025300     EXIT.
025400******************************************************************
025500*   2200 - THE ACCOUNTS AND NUM-CLI VALUES A DOCUMENT HOLDS      *
025600******************************************************************
025700 2200-LOAD-DOC-KEYS.
025800     MOVE 'N' TO WS-CVW-EOF-SW.
025900     OPEN INPUT CLICVW-FILE.
026000     PERFORM 2210-READ-ONE-VIEW THRU 2210-EXIT
026100             UNTIL WS-CVW-EOF.
026200     CLOSE CLICVW-FILE.
026300 2200-EXIT.
026400     EXIT.
026500 2210-READ-ONE-VIEW.
026600     READ CLICVW-FILE
026700         AT END SET WS-CVW-EOF TO TRUE
026800                GO TO 2210-EXIT
026900     END-READ.
027000     IF CLICVW-BUSINESS-OR-PERSONAL-ID NOT = CARD-SUBJECT-DOC
027100         GO TO 2210-EXIT
027200     END-IF.
027300     MOVE 'N' TO WS-MATCH-SW.
027400     PERFORM 2220-TEST-ONE-KEY THRU 2220-EXIT
027500             VARYING WS-KEY-IDX FROM 1 BY 1
027600             UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-MATCH.
027700     IF WS-MATCH
027800         GO TO 2210-EXIT
027900     END-IF.
028000     IF WS-KEY-COUNT >= WS-KEY-MAX
028100         ADD 1 TO WS-KEYS-DROPPED
028200         DISPLAY 'CLI082S - KEY TABLE FULL, NOT SEARCHED FOR '
028300                 CARD-SUBJECT-DOC ' : ' CLICVW-ACCOUNT-NUMBER
028400         GO TO 2210-EXIT
028500     END-IF.
028600     ADD 1 TO WS-KEY-COUNT.
028700     MOVE CLICVW-ACCOUNT-NUMBER TO WS-KEY-ENTRY(WS-KEY-COUNT).
028800 2210-EXIT.
028900     EXIT.
029000 2220-TEST-ONE-KEY.
029100     IF CLICVW-ACCOUNT-NUMBER = WS-KEY-ENTRY(WS-KEY-IDX)
029200         SET WS-MATCH TO TRUE
029300     END-IF.
029400 2220-EXIT.
029500     EXIT.
029600******************************************************************
029700*   2300 - ONE ACCESS-LOG ENTRY: THE SUBJECT'S, IN THE PERIOD    *
029800******************************************************************
029900 2300-SCAN-ONE-ENTRY.
030000     READ ACCESSLG-FILE
030100         AT END SET WS-LOG-EOF TO TRUE
030200                GO TO 2300-EXIT
030300     END-READ.
030400     ADD 1 TO WS-RUNSTAT-READ.
030500     IF CLIALOG-ACCESS-DATE < WS-FROM-DATE
030600         OR CLIALOG-ACCESS-DATE > WS-TO-DATE
030700         GO TO 2300-EXIT
030800     END-IF.
030900     MOVE 'N' TO WS-MATCH-SW.
031000     IF CARD-BY-DOCUMENT
031100         AND CLIALOG-SUBJECT-DOC = CARD-SUBJECT-DOC
031200         SET WS-MATCH TO TRUE
031300     END-IF.
031400     PERFORM 2310-TEST-LOG-KEY THRU 2310-EXIT
031500             VARYING WS-KEY-IDX FROM 1 BY 1
031600             UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-MATCH.
031700     IF NOT WS-MATCH
031800         GO TO 2300-EXIT
031900     END-IF.
032000     ADD 1 TO WS-SUBJECT-ACCESSES.
032100     MOVE CLIALOG-ACCESS-DATE  TO WS-DTL-DATE.
032200     MOVE CLIALOG-ACCESS-TIME  TO WS-DTL-TIME.
032300     MOVE CLIALOG-PROGRAM-ID   TO WS-DTL-PROGRAM.
032400     MOVE CLIALOG-REQUESTER-ID TO WS-DTL-REQUESTER.
032500     MOVE CLIALOG-PURPOSE      TO WS-DTL-PURPOSE.
032600     EVALUATE TRUE
032700         WHEN CLIALOG-SHOWN
032800             MOVE 'SHOWN    ' TO WS-DTL-OUTCOME
032900         WHEN CLIALOG-NOT-ON-FILE
033000             MOVE 'NOT FOUND' TO WS-DTL-OUTCOME
033100         WHEN CLIALOG-REFUSED
033200             MOVE 'REFUSED  ' TO WS-DTL-OUTCOME
033300         WHEN OTHER
033400             MOVE CLIALOG-OUTCOME TO WS-DTL-OUTCOME
033500     END-EVALUATE.
033600     MOVE CLIALOG-SUBJECT-KEY  TO WS-DTL-KEY.
033700     MOVE CLIALOG-DETAIL       TO WS-DTL-DETAIL.
033800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
033900     ADD 1 TO WS-RUNSTAT-WRITTEN.
034000 2300-EXIT.
034100     EXIT.
034200 2310-TEST-LOG-KEY.
034300     IF CLIALOG-SUBJECT-KEY = WS-KEY-ENTRY(WS-KEY-IDX)
034400         SET WS-MATCH TO TRUE
034500     END-IF.
034600 2310-EXIT.
034700     EXIT.
034800******************************************************************
034900*                 9000 - TOTALS AND TERMINATION                  *
035000******************************************************************
035100 9000-TERMINATE.
035200     MOVE SPACES TO REPORT-LINE.
035300     WRITE REPORT-LINE.
035400     MOVE 'SUBJECTS REPORTED       : ' TO WS-TOT-CAPTION.
035500     MOVE WS-SUBJECT-COUNT   TO WS-TOT-COUNT.
035600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
035700     MOVE 'ACCESSES LISTED         : ' TO WS-TOT-CAPTION.
035800     MOVE WS-TOTAL-ACCESSES  TO WS-TOT-COUNT.
035900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
036000     MOVE 'CARDS REJECTED          : ' TO WS-TOT-CAPTION.
036100     MOVE WS-REJECTED-COUNT  TO WS-TOT-COUNT.
036200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
036300     MOVE 'VIEW KEYS NOT SEARCHED  : ' TO WS-TOT-CAPTION.
036400     MOVE WS-KEYS-DROPPED    TO WS-TOT-COUNT.
036500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
036600     ADD 5 TO WS-RUNSTAT-WRITTEN.
036700     IF WS-REJECTED-COUNT NOT = ZERO
036800         OR WS-KEYS-DROPPED NOT = ZERO
036900         MOVE 4 TO RETURN-CODE
037000     END-IF.
037100     CLOSE CARD-FILE.
037200     CLOSE REPORT-FILE.
037300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
037400 9000-EXIT.
037500     EXIT.
037600******************************************************************
037700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
037800******************************************************************
037900 9900-WRITE-RUN-STATS.
038000     OPEN OUTPUT RUNLOG-FILE.
038100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
038200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
038300     MOVE SPACES                 TO RUNSTAT-ENTRY.
038400     MOVE 'CLI082S'              TO RUNSTAT-PROGRAM-ID.
038500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
038600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
038700     MOVE WS-RUNSTAT-START-RAW(1:6)
038800         TO RUNSTAT-START-TIME.
038900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
039000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
039100     MOVE WS-REJECTED-COUNT      TO RUNSTAT-RECORDS-REJECTED.
039200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
039300     WRITE RUNSTAT-ENTRY.
039400     CLOSE RUNLOG-FILE.
039500 9900-EXIT.
039600     EXIT.
039700******************************************************************
039800*                      END OF PROGRAM                            *
039900******************************************************************
