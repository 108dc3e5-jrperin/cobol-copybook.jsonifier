000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI085H                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       COMPLIANCE SYSTEMS GROUP.                        *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     BANK-HOLIDAY DUE-DATE CHECK. A PAYMENT DUE ON A WEEKEND    *
001400*     OR ON A BANK HOLIDAY MAY LEGALLY BE MADE ON THE NEXT       *
001500*     BUSINESS DAY WITHOUT PENALTY. THE MAINTAINED CALENDAR      *
001600*     (BNKHOL - NATIONAL, STATE AND MUNICIPAL HOLIDAYS) IS       *
001700*     EDITED CARD BY CARD; A BAD CARD IS LISTED AND PASSED       *
001800*     OVER, AND A CALENDAR WITH NO NATIONAL HOLIDAY CALAHEAD     *
001900*     DAYS OUT IS REPORTED AS NOT MAINTAINED. EACH CLIDATA       *
002000*     ACCOUNT IS PLACED BY ITS BILLING ADDRESS; WITH NONE ON     *
002100*     FILE ONLY NATIONAL HOLIDAYS APPLY. AN ACCOUNT WHOSE        *
002200*     PAYMENT-DUE-DATE IN THE NEXT DUEAHEAD DAYS IS NOT A        *
002300*     BUSINESS DAY THERE IS LISTED WITH ITS ADJUSTED DATE. THE   *
002400*     DAILY DATA1 RECAPS ARE MATCHED BY ACCOUNT AS CLI070G       *
002500*     DOES: WHEN A RECAP CARRIES FINANCE CHARGES, THE DUE DATE   *
002600*     BEFORE ITS STATEMENT (CLIDATA-DUE-DAY IN THAT MONTH OR     *
002700*     THE ONE BEFORE) WAS NOT A BUSINESS DAY, AND THE LAST       *
002800*     PAYMENT WAS MADE AFTER IT BUT BY THE ADJUSTED DATE AND     *
002900*     THE STATEMENT DATE, THE CHARGES ARE WRITTEN TO THE         *
003000*     CLIHREF REFUND REQUEST FILE FOR THE PROCESSOR TO REVERSE.  *
003100*     A REJECTED CARD OR AN UNMAINTAINED CALENDAR ENDS THE       *
003200*     STEP RC=4; A FULL HOLIDAY TABLE RC=8. RUN-CONTROL KEYS     *
003300*     (RUNPARM, PROGRAM CLI085H):                                *
003400*       DUEAHEAD - DAYS OF DUE DATES LISTED      (DEFAULT 7)     *
003500*       CALAHEAD - DAYS THE CALENDAR MUST COVER  (DEFAULT 90)    *
003600*     THE BUSINESS DATE RIDES ON THE PARM (YYMMDD).              *
003700*----------------------------------------------------------------*
003800* MODIFICATION HISTORY.                                          *
003900*     2026-10-15  CSG  ORIGINAL VERSION.                        *
004000******************************************************************
004100 PROGRAM-ID.    CLI085H.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT DATA1-FILE    ASSIGN TO DATA1IN
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL BNKHOL-FILE ASSIGN TO BNKHOL
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CLIHREF-FILE  ASSIGN TO CLIHREF
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT REPORT-FILE   ASSIGN TO CLI085RP
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CLIDATA-FILE.
006200     COPY "book_tests_OK.cob"
006300         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006400 FD  DATA1-FILE.
006500     COPY "DATA1_EBCDIC.cob"
006600         REPLACING ==:DATA1:== BY ==DATA1== .
006700 FD  BNKHOL-FILE.
006800     COPY "BNKHOL.cpy".
006900 FD  RUNPARM-FILE.
007000     COPY "RUNPARM.cpy".
007100 FD  CLIHREF-FILE.
007200     COPY "CLIHREF.cpy".
007300 FD  REPORT-FILE.
007400 01  REPORT-LINE                        PIC X(132).
007500 FD  RUNLOG-FILE.
007600     COPY "RUNSTAT.cpy".
007700 WORKING-STORAGE SECTION.
007800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008300 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
008400     88  WS-CLI-EOF                                 VALUE 'Y'.
008500 77  WS-DATA1-EOF-SW                    PIC X(01)   VALUE 'N'.
008600     88  WS-DATA1-EOF                               VALUE 'Y'.
008700 77  WS-HOL-EOF-SW                      PIC X(01)   VALUE 'N'.
008800     88  WS-HOL-EOF                                 VALUE 'Y'.
008900 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009000     88  WS-PARM-EOF                                VALUE 'Y'.
009100 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
009200     88  WS-DATE-OK                                 VALUE 'Y'.
009300 77  WS-BUSDAY-SW                       PIC X(01)   VALUE 'Y'.
009400     88  WS-BUSINESS-DAY                            VALUE 'Y'.
009500 77  WS-DUP-FOUND-SW                    PIC X(01)   VALUE 'N'.
009600     88  WS-DUP-FOUND                               VALUE 'Y'.
009700 77  WS-DUE-AHEAD-DAYS                  PIC 9(03)   VALUE 007.
009800 77  WS-CAL-AHEAD-DAYS                  PIC 9(03)   VALUE 090.
009900 77  WS-BUS-INT-DATE                    PIC 9(09)   VALUE ZERO.
010000 77  WS-CHK-INT-DATE                    PIC 9(09)   VALUE ZERO.
010100 77  WS-ADJ-INT-DATE                    PIC 9(09)   VALUE ZERO.
010200 77  WS-WEEK-COUNT                      PIC 9(09)   VALUE ZERO.
010300 77  WS-WEEKDAY                         PIC 9(01)   VALUE ZERO.
010400 77  WS-ADJ-STEPS                       PIC 9(02)   VALUE ZERO.
010500 77  WS-CAL-FROM-DATE                   PIC 9(08)   VALUE ZERO.
010600 77  WS-CAL-TO-DATE                     PIC 9(08)   VALUE ZERO.
010700 77  WS-CAL-AHEAD-DATE                  PIC 9(08)   VALUE ZERO.
010800 77  WS-DUE-TO-DATE                     PIC 9(08)   VALUE ZERO.
010900 77  WS-LAST-NATIONAL                   PIC 9(08)   VALUE ZERO.
011000 77  WS-CHK-DATE                        PIC 9(08)   VALUE ZERO.
011100 77  WS-ADJ-DATE                        PIC 9(08)   VALUE ZERO.
011200 77  WS-DUE-DATE                        PIC 9(08)   VALUE ZERO.
011300 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
011400 77  WS-DATE-WORK                       PIC 9(08)   VALUE ZERO.
011500 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
011600 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
011700 77  WS-MONTH-END-DD                    PIC 9(02)   VALUE ZERO.
011800 77  WS-NONBUS-REASON                   PIC X(13)   VALUE SPACES.
011900 77  WS-CARD-REASON                     PIC X(30)   VALUE SPACES.
012000 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
012100 77  WS-HOL-COUNT                       PIC 9(05)   VALUE ZERO.
012200 77  WS-HOL-MAX                         PIC 9(05)   VALUE 05000.
012300 77  WS-HOL-IDX                         PIC 9(05)   VALUE ZERO.
012400 77  WS-HOL-DROPPED                     PIC 9(05)   VALUE ZERO.
012500 77  WS-CARD-COUNT                      PIC 9(07)   VALUE ZERO.
012600 77  WS-CARD-REJECTED                   PIC 9(07)   VALUE ZERO.
012700 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
012800 77  WS-LISTED-COUNT                    PIC 9(09)   VALUE ZERO.
012900 77  WS-RECAP-MATCHED                   PIC 9(09)   VALUE ZERO.
013000 77  WS-RECAP-CHARGED                   PIC 9(09)   VALUE ZERO.
013100 77  WS-REFUND-COUNT                    PIC 9(09)   VALUE ZERO.
013200 77  WS-FINCHG-CENTS                    PIC 9(17)   VALUE ZERO.
013300 77  WS-REFUND-TOTAL                    PIC 9(18)   VALUE ZERO.
013400 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
013500     COPY "EXTENVL.cpy".
013600     COPY "DATRECP.cpy".
013700 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
013800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
013900                                        PIC X(08).
014000 01  WS-WORK-DATE                       PIC 9(08)   VALUE ZERO.
014100 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
014200     05  WS-WRK-YEAR                    PIC 9(04).
014300     05  WS-WRK-MONTH                   PIC 9(02).
014400     05  WS-WRK-DAY                     PIC 9(02).
014500 01  WS-END-DATE                        PIC 9(08)   VALUE ZERO.
014600 01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
014700     05  WS-END-YEAR                    PIC 9(04).
014800     05  WS-END-MONTH                   PIC 9(02).
014900     05  WS-END-DAY                     PIC 9(02).
015000 01  WS-LOCATION.
015100     05  WS-LOC-UF                      PIC X(02).
015200     05  WS-LOC-MUNICIPALITY            PIC X(25).
015300*----------------------------------------------------------------*
015400*   HOLIDAYS FROM THE CALENDAR FALLING INSIDE THE WINDOW THIS    *
015500*   RUN CAN ASK ABOUT - FROM SEVENTY DAYS BEFORE THE BUSINESS    *
015600*   DATE TO FORTY DAYS PAST THE LAST DUE DATE LISTED.            *
015700*----------------------------------------------------------------*
015800 01  WS-HOL-TABLE.
015900     05  WS-HOL-ENTRY OCCURS 5000 TIMES.
016000         10  WS-HOL-DATE                PIC 9(08).
016100         10  WS-HOL-SCOPE               PIC X(01).
016200             88  WS-HOL-NATIONAL                    VALUE 'N'.
016300             88  WS-HOL-STATE                       VALUE 'E'.
016400             88  WS-HOL-MUNICIPAL                   VALUE 'M'.
016500         10  WS-HOL-UF                  PIC X(02).
016600         10  WS-HOL-MUNICIPALITY        PIC X(25).
016700 01  WS-HEADING-LINE.
016800     05  FILLER                         PIC X(40)
016900             VALUE 'CLI085H - BANK-HOLIDAY DUE-DATE CHECK   '.
017000     05  FILLER                         PIC X(25)
017100             VALUE '           BUSINESS DATE:'.
017200     05  FILLER                         PIC X(01)   VALUE SPACE.
017300     05  WS-HDG-DATE                    PIC 9(08).
017400     05  FILLER                         PIC X(58)   VALUE SPACES.
017500 01  WS-PARM-LINE.
017600     05  FILLER                         PIC X(24)
017700             VALUE 'CALENDAR WINDOW        :'.
017800     05  FILLER                         PIC X(01)   VALUE SPACE.
017900     05  WS-PRM-CAL-FROM                PIC 9(08).
018000     05  FILLER                         PIC X(03)   VALUE ' - '.
018100     05  WS-PRM-CAL-TO                  PIC 9(08).
018200     05  FILLER                         PIC X(04)   VALUE SPACES.
018300     05  FILLER                         PIC X(22)
018400             VALUE 'DUE DATES LISTED TO  :'.
018500     05  FILLER                         PIC X(01)   VALUE SPACE.
018600     05  WS-PRM-DUE-TO                  PIC 9(08).
018700     05  FILLER                         PIC X(53)   VALUE SPACES.
018800 01  WS-SECTION-LINE.
018900     05  FILLER                         PIC X(03)   VALUE '** '.
019000     05  WS-SEC-TITLE                   PIC X(60).
019100     05  FILLER                         PIC X(69)   VALUE SPACES.
019200 01  WS-REJECT-LINE.
019300     05  WS-REJ-CARD                    PIC X(80).
019400     05  FILLER                         PIC X(02)   VALUE SPACES.
019500     05  WS-REJ-REASON                  PIC X(30).
019600     05  FILLER                         PIC X(20)   VALUE SPACES.
019700 01  WS-WARNING-LINE.
019800     05  FILLER                         PIC X(40)
019900             VALUE 'CALENDAR NOT MAINTAINED - LAST NATIONAL '.
020000     05  FILLER                         PIC X(15)
020100             VALUE 'HOLIDAY ON FILE'.
020200     05  FILLER                         PIC X(01)   VALUE SPACE.
020300     05  WS-WRN-LAST                    PIC 9(08).
020400     05  FILLER                         PIC X(14)
020500             VALUE ', NEEDED PAST '.
020600     05  WS-WRN-NEEDED                  PIC 9(08).
020700     05  FILLER                         PIC X(46)   VALUE SPACES.
020800 01  WS-COLUMN-LINE.
020900     05  FILLER                         PIC X(40)
021000             VALUE 'ACCOUNT             UF MUNICIPALITY     '.
021100     05  FILLER                         PIC X(40)
021200             VALUE '         DUE DATE NOT BUSINESS  ADJUSTED'.
021300     05  FILLER                         PIC X(40)
021400             VALUE '  LAST PAY STMT DATE      FIN CHARGES AC'.
021500     05  FILLER                         PIC X(12)
021600             VALUE 'TION        '.
021700 01  WS-DETAIL-LINE.
021800     05  WS-DTL-ACCOUNT                 PIC X(19).
021900     05  FILLER                         PIC X(01).
022000     05  WS-DTL-UF                      PIC X(02).
022100     05  FILLER                         PIC X(01).
022200     05  WS-DTL-MUNICIPALITY            PIC X(25).
022300     05  FILLER                         PIC X(01).
022400     05  WS-DTL-DUE-DATE                PIC 9(08).
022500     05  FILLER                         PIC X(01).
022600     05  WS-DTL-REASON                  PIC X(13).
022700     05  FILLER                         PIC X(01).
022800     05  WS-DTL-ADJ-DATE                PIC 9(08).
022900     05  FILLER                         PIC X(02).
023000     05  WS-DTL-LAST-PAY                PIC X(08).
023100     05  FILLER                         PIC X(01).
023200     05  WS-DTL-STMT-DATE               PIC X(09).
023300     05  FILLER                         PIC X(01).
023400     05  WS-DTL-FINCHG                  PIC X(16).
023500     05  WS-DTL-FINCHG-R REDEFINES WS-DTL-FINCHG
023600                                  PIC Z,ZZZ,ZZZ,ZZ9.99.
023700     05  FILLER                         PIC X(01).
023800     05  WS-DTL-ACTION                  PIC X(14).
023900 01  WS-NONE-LINE.
024000     05  FILLER                         PIC X(40)
024100             VALUE '   NONE                                 '.
024200     05  FILLER                         PIC X(92)   VALUE SPACES.
024300 01  WS-TOTAL-LINE.
024400     05  WS-TOT-CAPTION                 PIC X(24).
024500     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
024600     05  FILLER                         PIC X(97)   VALUE SPACES.
024700 01  WS-AMOUNT-LINE.
024800     05  WS-AMT-CAPTION                 PIC X(24).
024900     05  WS-AMT-VALUE
025000                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                         PIC X(86)   VALUE SPACES.
025200******************************************************************
025300*                 LINKAGE SECTION                               *
025400******************************************************************
025500 LINKAGE SECTION.
025600 01  LS-PARM.
025700     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
025800     03  LS-PARM-BUSDATE                PIC X(06).
025900******************************************************************
026000*                 PROCEDURE DIVISION                            *
026100******************************************************************
026200 PROCEDURE DIVISION USING LS-PARM.
026300 0000-MAINLINE.
026400     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
026500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
026600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
026700             UNTIL WS-CLI-EOF.
026800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026900     GOBACK.
027000 0000-EXIT.
027100     EXIT.
027200******************************************************************
027300*   1000 - BUSINESS DATE, PARAMETERS, CALENDAR AND FILES         *
027400******************************************************************
027500 1000-INITIALIZE.
027600     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
027700     IF LS-PARM-LENGTH >= 6
027800         AND LS-PARM-BUSDATE NUMERIC
027900         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
028000         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
028100     END-IF.
028200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
028300     COMPUTE WS-BUS-INT-DATE =
028400         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
028500     COMPUTE WS-CAL-FROM-DATE =
028600         FUNCTION DATE-OF-INTEGER(WS-BUS-INT-DATE - 70).
028700     COMPUTE WS-CAL-TO-DATE = FUNCTION DATE-OF-INTEGER
028800         (WS-BUS-INT-DATE + WS-DUE-AHEAD-DAYS + 40).
028900     COMPUTE WS-DUE-TO-DATE = FUNCTION DATE-OF-INTEGER
029000         (WS-BUS-INT-DATE + WS-DUE-AHEAD-DAYS).
029100     COMPUTE WS-CAL-AHEAD-DATE = FUNCTION DATE-OF-INTEGER
029200         (WS-BUS-INT-DATE + WS-CAL-AHEAD-DAYS).
029300     OPEN OUTPUT REPORT-FILE.
029400     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
029500     MOVE WS-CAL-FROM-DATE TO WS-PRM-CAL-FROM.
029600     MOVE WS-CAL-TO-DATE   TO WS-PRM-CAL-TO.
029700     MOVE WS-DUE-TO-DATE   TO WS-PRM-DUE-TO.
029800     WRITE REPORT-LINE FROM WS-HEADING-LINE.
029900     WRITE REPORT-LINE FROM WS-PARM-LINE.
030000     MOVE SPACES TO REPORT-LINE.
030100     WRITE REPORT-LINE.
030200     MOVE 'CALENDAR CARDS REJECTED' TO WS-SEC-TITLE.
030300     WRITE REPORT-LINE FROM WS-SECTION-LINE.
030400     ADD 4 TO WS-RUNSTAT-WRITTEN.
030500     PERFORM 1600-LOAD-CALENDAR  THRU 1600-EXIT.
030600     MOVE SPACES TO REPORT-LINE.
030700     WRITE REPORT-LINE.
030800     MOVE 'DUE DATES ON NON-BUSINESS DAYS AND CHARGES TO REFUND'
030900                                 TO WS-SEC-TITLE.
031000     WRITE REPORT-LINE FROM WS-SECTION-LINE.
031100     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
031200     ADD 3 TO WS-RUNSTAT-WRITTEN.
031300     OPEN INPUT  CLIDATA-FILE.
031400     OPEN INPUT  DATA1-FILE.
031500     OPEN OUTPUT CLIHREF-FILE.
031600     MOVE WS-BUSINESS-DATE TO EXTENVL-HDR-GEN-DATE.
031700     MOVE WS-RUNSTAT-START-RAW(1:6) TO EXTENVL-HDR-GEN-TIME.
031800     MOVE 'CLIHREF ' TO EXTENVL-HDR-FILE-ID.
031900     MOVE SPACES TO CLIHREF-ENTRY.
032000     MOVE EXTENVL-HEADER TO CLIHREF-ENTRY(1:25).
032100     WRITE CLIHREF-ENTRY.
032200     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
032300     PERFORM 2200-READ-DATA1   THRU 2200-EXIT.
032400 1000-EXIT.
032500     EXIT.
032600 1500-LOAD-RUN-PARMS.
032700     OPEN INPUT RUNPARM-FILE.
032800     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
032900             UNTIL WS-PARM-EOF.
033000     CLOSE RUNPARM-FILE.
033100 1500-EXIT.
033200     EXIT.
033300 1510-READ-ONE-PARM.
033400     READ RUNPARM-FILE
033500         AT END SET WS-PARM-EOF TO TRUE
033600                GO TO 1510-EXIT
033700     END-READ.
033800     IF RUNPARM-PROGRAM-ID NOT = 'CLI085H '
033900         GO TO 1510-EXIT
034000     END-IF.
034100     EVALUATE RUNPARM-KEY
034200         WHEN 'DUEAHEAD'
034300             MOVE RUNPARM-VALUE-NUM TO WS-DUE-AHEAD-DAYS
034400             DISPLAY 'CLI085H - DUE DATES LISTED FOR '
034500                     WS-DUE-AHEAD-DAYS ' DAYS BY RUN PARAMETER'
034600         WHEN 'CALAHEAD'
034700             MOVE RUNPARM-VALUE-NUM TO WS-CAL-AHEAD-DAYS
034800             DISPLAY 'CLI085H - CALENDAR COVERAGE SET TO '
034900                     WS-CAL-AHEAD-DAYS ' DAYS BY RUN PARAMETER'
035000     END-EVALUATE.
035100 1510-EXIT.
035200     EXIT.
035300******************************************************************
035400*   1600 - EDIT THE HOLIDAY CALENDAR AND TABLE THE HOLIDAYS      *
035500*           INSIDE THE WINDOW                                    *
035600******************************************************************
035700 1600-LOAD-CALENDAR.
035800     OPEN INPUT BNKHOL-FILE.
035900     PERFORM 1610-LOAD-ONE-HOLIDAY THRU 1610-EXIT
036000             UNTIL WS-HOL-EOF.
036100     CLOSE BNKHOL-FILE.
036200     IF WS-CARD-REJECTED = ZERO
036300         WRITE REPORT-LINE FROM WS-NONE-LINE
036400         ADD 1 TO WS-RUNSTAT-WRITTEN
036500     ELSE
036600         DISPLAY 'CLI085H - CALENDAR CARDS REJECTED : '
036700                 WS-CARD-REJECTED
036800         MOVE 4 TO RETURN-CODE
036900     END-IF.
037000     IF WS-LAST-NATIONAL < WS-CAL-AHEAD-DATE
037100         MOVE WS-LAST-NATIONAL  TO WS-WRN-LAST
037200         MOVE WS-CAL-AHEAD-DATE TO WS-WRN-NEEDED
037300         WRITE REPORT-LINE FROM WS-WARNING-LINE
037400         ADD 1 TO WS-RUNSTAT-WRITTEN
037500         DISPLAY 'CLI085H - HOLIDAY CALENDAR NOT MAINTAINED '
037600                 'PAST ' WS-LAST-NATIONAL
037700         MOVE 4 TO RETURN-CODE
037800     END-IF.
037900     IF WS-HOL-DROPPED NOT = ZERO
038000         DISPLAY 'CLI085H - HOLIDAY TABLE FULL, HOLIDAYS '
038100                 'DROPPED : ' WS-HOL-DROPPED
038200         MOVE 8 TO RETURN-CODE
038300     END-IF.
038400 1600-EXIT.
038500     EXIT.
038600 1610-LOAD-ONE-HOLIDAY.
038700     READ BNKHOL-FILE
038800         AT END SET WS-HOL-EOF TO TRUE
038900                GO TO 1610-EXIT
039000     END-READ.
039100     ADD 1 TO WS-CARD-COUNT.
039200     ADD 1 TO WS-RUNSTAT-READ.
039300     PERFORM 1620-EDIT-CARD THRU 1620-EXIT.
039400     IF WS-CARD-REASON NOT = SPACES
039500         GO TO 1610-REJECT
039600     END-IF.
039700     IF BNKHOL-NATIONAL
039800         AND BNKHOL-DATE > WS-LAST-NATIONAL
039900         MOVE BNKHOL-DATE TO WS-LAST-NATIONAL
040000     END-IF.
040100     IF BNKHOL-DATE < WS-CAL-FROM-DATE
040200         OR BNKHOL-DATE > WS-CAL-TO-DATE
040300         GO TO 1610-EXIT
040400     END-IF.
040500     PERFORM 1630-TEST-DUPLICATE THRU 1630-EXIT.
040600     IF WS-DUP-FOUND
040700         MOVE 'DUPLICATE OF AN EARLIER CARD' TO WS-CARD-REASON
040800         GO TO 1610-REJECT
040900     END-IF.
041000     IF WS-HOL-COUNT >= WS-HOL-MAX
041100         ADD 1 TO WS-HOL-DROPPED
041200         GO TO 1610-EXIT
041300     END-IF.
041400     ADD 1 TO WS-HOL-COUNT.
041500     MOVE BNKHOL-DATE         TO WS-HOL-DATE(WS-HOL-COUNT).
041600     MOVE BNKHOL-SCOPE        TO WS-HOL-SCOPE(WS-HOL-COUNT).
041700     MOVE BNKHOL-UF           TO WS-HOL-UF(WS-HOL-COUNT).
041800     MOVE BNKHOL-MUNICIPALITY
041900                         TO WS-HOL-MUNICIPALITY(WS-HOL-COUNT).
042000     GO TO 1610-EXIT.
042100 1610-REJECT.
042200     MOVE BNKHOL-CARD    TO WS-REJ-CARD.
042300     MOVE WS-CARD-REASON TO WS-REJ-REASON.
042400     WRITE REPORT-LINE FROM WS-REJECT-LINE.
042500     ADD 1 TO WS-RUNSTAT-WRITTEN.
042600     ADD 1 TO WS-CARD-REJECTED.
042700 1610-EXIT.
042800     EXIT.
042900 1620-EDIT-CARD.
043000     MOVE SPACES TO WS-CARD-REASON.
043100     IF BNKHOL-DATE NOT NUMERIC
043200         MOVE 'HOLIDAY DATE NOT NUMERIC' TO WS-CARD-REASON
043300         GO TO 1620-EXIT
043400     END-IF.
043500     MOVE BNKHOL-DATE TO WS-DATE-IN.
043600     PERFORM 5200-EDIT-DATE THRU 5200-EXIT.
043700     IF NOT WS-DATE-OK
043800         MOVE 'DATE NOT A CALENDAR DAY' TO WS-CARD-REASON
043900         GO TO 1620-EXIT
044000     END-IF.
044100     IF NOT BNKHOL-VALID-SCOPE
044200         MOVE 'SCOPE NOT N, E OR M' TO WS-CARD-REASON
044300         GO TO 1620-EXIT
044400     END-IF.
044500     IF BNKHOL-NATIONAL
044600         AND (BNKHOL-UF NOT = SPACES
044700              OR BNKHOL-MUNICIPALITY NOT = SPACES)
044800         MOVE 'NATIONAL HOLIDAY NAMES A PLACE' TO WS-CARD-REASON
044900         GO TO 1620-EXIT
045000     END-IF.
045100     IF NOT BNKHOL-NATIONAL
045200         AND BNKHOL-UF = SPACES
045300         MOVE 'UF MISSING' TO WS-CARD-REASON
045400         GO TO 1620-EXIT
045500     END-IF.
045600     IF BNKHOL-STATE
045700         AND BNKHOL-MUNICIPALITY NOT = SPACES
045800         MOVE 'STATE HOLIDAY NAMES A CITY' TO WS-CARD-REASON
045900         GO TO 1620-EXIT
046000     END-IF.
046100     IF BNKHOL-MUNICIPAL
046200         AND BNKHOL-MUNICIPALITY = SPACES
046300         MOVE 'MUNICIPALITY MISSING' TO WS-CARD-REASON
046400     END-IF.
046500 1620-EXIT.
046600     EXIT.
046700 1630-TEST-DUPLICATE.
046800     MOVE 'N' TO WS-DUP-FOUND-SW.
046900     PERFORM 1640-TEST-ONE-ENTRY THRU 1640-EXIT
047000             VARYING WS-HOL-IDX FROM 1 BY 1
047100             UNTIL WS-HOL-IDX > WS-HOL-COUNT
047200                OR WS-DUP-FOUND.
047300 1630-EXIT.
047400     EXIT.
047500 1640-TEST-ONE-ENTRY.
047600     IF WS-HOL-DATE(WS-HOL-IDX)  = BNKHOL-DATE
047700         AND WS-HOL-SCOPE(WS-HOL-IDX) = BNKHOL-SCOPE
047800         AND WS-HOL-UF(WS-HOL-IDX)    = BNKHOL-UF
047900         AND WS-HOL-MUNICIPALITY(WS-HOL-IDX)
048000                                 = BNKHOL-MUNICIPALITY
048100         SET WS-DUP-FOUND TO TRUE
048200     END-IF.
048300 1640-EXIT.
048400     EXIT.
048500******************************************************************
048600*   2000 - ONE ACCOUNT: ITS PLACE, ITS CURRENT DUE DATE, THEN    *
048700*           EVERY RECAP FOR IT ON TONIGHT'S DATA1                *
048800******************************************************************
048900 2000-PROCESS-ACCOUNT.
049000     ADD 1 TO WS-ACCOUNT-COUNT.
049100     PERFORM 2400-SELECT-LOCATION THRU 2400-EXIT.
049200     PERFORM 2500-CHECK-DUE-DATE  THRU 2500-EXIT.
049300     PERFORM 2600-CHECK-ONE-RECAP THRU 2600-EXIT
049400             UNTIL WS-DATA1-EOF
049500                OR DATA1-ACCT > CLIDATA-ACCOUNT-NUMBER.
049600     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
049700 2000-EXIT.
049800     EXIT.
049900 2100-READ-CLIDATA.
050000     READ CLIDATA-FILE
050100         AT END SET WS-CLI-EOF TO TRUE
050200         NOT AT END
050300             ADD 1 TO WS-RUNSTAT-READ
050400             IF NOT CLIDATA-RECTYPE-DETAIL
050500                 GO TO 2100-READ-CLIDATA
050600             END-IF
050700     END-READ.
050800 2100-EXIT.
050900     EXIT.
051000 2200-READ-DATA1.
051100     READ DATA1-FILE
051200         AT END SET WS-DATA1-EOF TO TRUE
051300         NOT AT END
051400             ADD 1 TO WS-RUNSTAT-READ
051500             IF DATA1-REC-TYPE NOT = 1
051600                 GO TO 2200-READ-DATA1
051700             END-IF
051800     END-READ.
051900 2200-EXIT.
052000     EXIT.
052100******************************************************************
052200*   2400 - WHERE THE ACCOUNT PAYS: ITS BILLING ADDRESS. WITH NO  *
052300*           BILLING ADDRESS ONLY NATIONAL HOLIDAYS APPLY         *
052400******************************************************************
052500 2400-SELECT-LOCATION.
052600     MOVE SPACES TO WS-LOCATION.
052700     PERFORM 2410-TEST-BILLING THRU 2410-EXIT
052800         VARYING WS-ADDR-IDX FROM 1 BY 1
052900         UNTIL WS-ADDR-IDX > 3 OR WS-LOC-UF NOT = SPACES.
053000 2400-EXIT.
053100     EXIT.
053200 2410-TEST-BILLING.
053300     IF CLIDATA-BILLING-ADDR-TYPE(WS-ADDR-IDX)
053400         MOVE CLIDATA-STATE-NAME(WS-ADDR-IDX) TO WS-LOC-UF
053500         MOVE CLIDATA-CITY-NAME(WS-ADDR-IDX)
053600                                 TO WS-LOC-MUNICIPALITY
053700     END-IF.
053800 2410-EXIT.
053900     EXIT.
054000******************************************************************
054100*   2500 - LIST A DUE DATE IN THE NEXT DUEAHEAD DAYS THAT IS     *
054200*           NOT A BUSINESS DAY, WITH ITS ADJUSTED DATE           *
054300******************************************************************
054400 2500-CHECK-DUE-DATE.
054500     IF CLIDATA-PAYMENT-DUE-DATE < WS-BUSINESS-DATE
054600         OR CLIDATA-PAYMENT-DUE-DATE > WS-DUE-TO-DATE
054700         GO TO 2500-EXIT
054800     END-IF.
054900     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-DATE-IN.
055000     PERFORM 5200-EDIT-DATE THRU 5200-EXIT.
055100     IF NOT WS-DATE-OK
055200         GO TO 2500-EXIT
055300     END-IF.
055400     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-CHK-DATE.
055500     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT.
055600     IF WS-BUSINESS-DAY
055700         GO TO 2500-EXIT
055800     END-IF.
055900     MOVE SPACES                   TO WS-DETAIL-LINE.
056000     MOVE CLIDATA-ACCOUNT-NUMBER   TO WS-DTL-ACCOUNT.
056100     MOVE WS-LOC-UF                TO WS-DTL-UF.
056200     MOVE WS-LOC-MUNICIPALITY      TO WS-DTL-MUNICIPALITY.
056300     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-DTL-DUE-DATE.
056400     MOVE WS-NONBUS-REASON         TO WS-DTL-REASON.
056500     PERFORM 5100-NEXT-BUSINESS-DAY THRU 5100-EXIT.
056600     MOVE WS-ADJ-DATE              TO WS-DTL-ADJ-DATE.
056700     MOVE 'DUE NOT BUSDAY'         TO WS-DTL-ACTION.
056800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
056900     ADD 1 TO WS-RUNSTAT-WRITTEN.
057000     ADD 1 TO WS-LISTED-COUNT.
057100 2500-EXIT.
057200     EXIT.
057300******************************************************************
057400*   2600 - A RECAP WITH FINANCE CHARGES WHOSE PRIOR DUE DATE     *
057500*           WAS NOT A BUSINESS DAY, PAID BY THE ADJUSTED DATE,   *
057600*           IS A CHARGE TO REFUND                                *
057700******************************************************************
057800 2600-CHECK-ONE-RECAP.
057900     IF DATA1-ACCT NOT = CLIDATA-ACCOUNT-NUMBER
058000         GO TO 2600-READ-NEXT
058100     END-IF.
058200     ADD 1 TO WS-RECAP-MATCHED.
058300     MOVE DATA1-ATPT-DATA TO DATRECP-AREA.
058400     IF DATRECP-FINCHG-TOTAL-AMT NOT > ZERO
058500         GO TO 2600-READ-NEXT
058600     END-IF.
058700     ADD 1 TO WS-RECAP-CHARGED.
058800     PERFORM 2700-PRIOR-DUE-DATE THRU 2700-EXIT.
058900     IF NOT WS-DATE-OK
059000         GO TO 2600-READ-NEXT
059100     END-IF.
059200     MOVE WS-DUE-DATE TO WS-CHK-DATE.
059300     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT.
059400     IF WS-BUSINESS-DAY
059500         GO TO 2600-READ-NEXT
059600     END-IF.
059700     MOVE SPACES                   TO WS-DETAIL-LINE.
059800     MOVE WS-NONBUS-REASON         TO WS-DTL-REASON.
059900     PERFORM 5100-NEXT-BUSINESS-DAY THRU 5100-EXIT.
060000     IF CLIDATA-LAST-PAYMENT-DATE > WS-DUE-DATE
060100         AND CLIDATA-LAST-PAYMENT-DATE NOT > WS-ADJ-DATE
060200         AND CLIDATA-LAST-PAYMENT-DATE NOT > DATRECP-STMT-DATE
060300         PERFORM 6000-WRITE-REFUND THRU 6000-EXIT
060400     END-IF.
060500 2600-READ-NEXT.
060600     PERFORM 2200-READ-DATA1 THRU 2200-EXIT.
060700 2600-EXIT.
060800     EXIT.
060900******************************************************************
061000*   2700 - THE LAST DUE DATE BEFORE THE STATEMENT: DUE-DAY IN    *
061100*           THE STATEMENT MONTH, ELSE IN THE MONTH BEFORE, CUT   *
061200*           BACK TO THE LAST DAY OF A SHORT MONTH                *
061300******************************************************************
061400 2700-PRIOR-DUE-DATE.
061500     MOVE 'N' TO WS-DATE-OK-SW.
061600     IF CLIDATA-DUE-DAY < 01 OR CLIDATA-DUE-DAY > 31
061700         GO TO 2700-EXIT
061800     END-IF.
061900     MOVE DATRECP-STMT-DATE TO WS-DATE-IN.
062000     PERFORM 5200-EDIT-DATE THRU 5200-EXIT.
062100     IF NOT WS-DATE-OK
062200         GO TO 2700-EXIT
062300     END-IF.
062400     MOVE DATRECP-STMT-DATE TO WS-WORK-DATE.
062500     PERFORM 2710-SET-DUE-IN-MONTH THRU 2710-EXIT.
062600     IF WS-WORK-DATE NOT < DATRECP-STMT-DATE
062700         IF WS-WRK-MONTH = 01
062800             MOVE 12 TO WS-WRK-MONTH
062900             SUBTRACT 1 FROM WS-WRK-YEAR
063000         ELSE
063100             SUBTRACT 1 FROM WS-WRK-MONTH
063200         END-IF
063300         PERFORM 2710-SET-DUE-IN-MONTH THRU 2710-EXIT
063400     END-IF.
063500     MOVE WS-WORK-DATE TO WS-DUE-DATE.
063600 2700-EXIT.
063700     EXIT.
063800 2710-SET-DUE-IN-MONTH.
063900     MOVE WS-WORK-DATE TO WS-END-DATE.
064000     PERFORM 5300-MONTH-END THRU 5300-EXIT.
064100     IF CLIDATA-DUE-DAY > WS-MONTH-END-DD
064200         MOVE WS-MONTH-END-DD TO WS-WRK-DAY
064300     ELSE
064400         MOVE CLIDATA-DUE-DAY TO WS-WRK-DAY
064500     END-IF.
064600 2710-EXIT.
064700     EXIT.
064800******************************************************************
064900*   5000 - IS WS-CHK-DATE A BUSINESS DAY AT THE ACCOUNT'S        *
065000*           LOCATION: NOT A WEEKEND, NOT A NATIONAL HOLIDAY,     *
065100*           NOT A HOLIDAY OF ITS UF OR OF ITS MUNICIPALITY       *
065200******************************************************************
065300 5000-TEST-BUSINESS-DAY.
065400     MOVE 'Y'    TO WS-BUSDAY-SW.
065500     MOVE SPACES TO WS-NONBUS-REASON.
065600     COMPUTE WS-CHK-INT-DATE =
065700             FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
065800     DIVIDE WS-CHK-INT-DATE BY 7
065900             GIVING WS-WEEK-COUNT
066000             REMAINDER WS-WEEKDAY.
066100*    INTEGER DAY 1 (1601-01-01) IS A MONDAY, SO REMAINDER 6 IS A
066200*    SATURDAY AND REMAINDER 0 A SUNDAY.
066300     IF WS-WEEKDAY = 6
066400         MOVE 'N'        TO WS-BUSDAY-SW
066500         MOVE 'SATURDAY' TO WS-NONBUS-REASON
066600         GO TO 5000-EXIT
066700     END-IF.
066800     IF WS-WEEKDAY = 0
066900         MOVE 'N'        TO WS-BUSDAY-SW
067000         MOVE 'SUNDAY'   TO WS-NONBUS-REASON
067100         GO TO 5000-EXIT
067200     END-IF.
067300     PERFORM 5010-TEST-ONE-HOLIDAY THRU 5010-EXIT
067400             VARYING WS-HOL-IDX FROM 1 BY 1
067500             UNTIL WS-HOL-IDX > WS-HOL-COUNT
067600                OR NOT WS-BUSINESS-DAY.
067700 5000-EXIT.
067800     EXIT.
067900 5010-TEST-ONE-HOLIDAY.
068000     IF WS-HOL-DATE(WS-HOL-IDX) NOT = WS-CHK-DATE
068100         GO TO 5010-EXIT
068200     END-IF.
068300     EVALUATE TRUE
068400         WHEN WS-HOL-NATIONAL(WS-HOL-IDX)
068500             MOVE 'N'             TO WS-BUSDAY-SW
068600             MOVE 'NATIONAL HOL'  TO WS-NONBUS-REASON
068700         WHEN WS-HOL-STATE(WS-HOL-IDX)
068800          AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF
068900             MOVE 'N'             TO WS-BUSDAY-SW
069000             MOVE 'STATE HOL'     TO WS-NONBUS-REASON
069100         WHEN WS-HOL-MUNICIPAL(WS-HOL-IDX)
069200          AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF
069300          AND WS-HOL-MUNICIPALITY(WS-HOL-IDX)
069400                                 = WS-LOC-MUNICIPALITY
069500             MOVE 'N'             TO WS-BUSDAY-SW
069600             MOVE 'MUNICIPAL HOL' TO WS-NONBUS-REASON
069700     END-EVALUATE.
069800 5010-EXIT.
069900     EXIT.
070000******************************************************************
070100*   5100 - THE NEXT BUSINESS DAY AFTER WS-CHK-DATE INTO          *
070200*           WS-ADJ-DATE (A FORTNIGHT AT MOST)                    *
070300******************************************************************
070400 5100-NEXT-BUSINESS-DAY.
070500     MOVE ZERO TO WS-ADJ-STEPS.
070600     COMPUTE WS-ADJ-INT-DATE =
070700             FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
070800     MOVE 'N' TO WS-BUSDAY-SW.
070900     PERFORM 5110-STEP-ONE-DAY THRU 5110-EXIT
071000             UNTIL WS-BUSINESS-DAY
071100                OR WS-ADJ-STEPS > 14.
071200     MOVE WS-CHK-DATE TO WS-ADJ-DATE.
071300 5100-EXIT.
071400     EXIT.
071500 5110-STEP-ONE-DAY.
071600     ADD 1 TO WS-ADJ-INT-DATE.
071700     ADD 1 TO WS-ADJ-STEPS.
071800     COMPUTE WS-CHK-DATE =
071900             FUNCTION DATE-OF-INTEGER(WS-ADJ-INT-DATE).
072000     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT.
072100 5110-EXIT.
072200     EXIT.
072300******************************************************************
072400*   5200 - IS WS-DATE-IN A REAL CALENDAR DATE                    *
072500******************************************************************
072600 5200-EDIT-DATE.
072700     MOVE 'N' TO WS-DATE-OK-SW.
072800     IF WS-DATE-IN = ZERO
072900         GO TO 5200-EXIT
073000     END-IF.
073100     DIVIDE WS-DATE-IN BY 100
073200             GIVING WS-DATE-WORK
073300             REMAINDER WS-DATE-DD.
073400     DIVIDE WS-DATE-WORK BY 100
073500             GIVING WS-DATE-WORK
073600             REMAINDER WS-DATE-MM.
073700     IF WS-DATE-WORK < 1601
073800         OR WS-DATE-MM < 01 OR WS-DATE-MM > 12
073900         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
074000         GO TO 5200-EXIT
074100     END-IF.
074200     IF WS-DATE-DD > 28
074300         MOVE WS-DATE-IN TO WS-END-DATE
074400         PERFORM 5300-MONTH-END THRU 5300-EXIT
074500         IF WS-DATE-DD > WS-MONTH-END-DD
074600             GO TO 5200-EXIT
074700         END-IF
074800     END-IF.
074900     SET WS-DATE-OK TO TRUE.
075000 5200-EXIT.
075100     EXIT.
075200******************************************************************
075300*   5300 - LAST DAY OF THE MONTH IN WS-END-DATE: THE DAY BEFORE  *
075400*           THE FIRST OF THE NEXT MONTH                          *
075500******************************************************************
075600 5300-MONTH-END.
075700     IF WS-END-MONTH = 12
075800         ADD 1 TO WS-END-YEAR
075900         MOVE 01 TO WS-END-MONTH
076000     ELSE
076100         ADD 1 TO WS-END-MONTH
076200     END-IF.
076300     MOVE 01 TO WS-END-DAY.
076400     COMPUTE WS-CHK-INT-DATE =
076500             FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 1.
076600     COMPUTE WS-END-DATE =
076700             FUNCTION DATE-OF-INTEGER(WS-CHK-INT-DATE).
076800     MOVE WS-END-DAY TO WS-MONTH-END-DD.
076900 5300-EXIT.
077000     EXIT.
077100******************************************************************
077200*   6000 - WRITE THE REFUND REQUEST AND LIST IT                  *
077300******************************************************************
077400 6000-WRITE-REFUND.
077500     COMPUTE WS-FINCHG-CENTS = DATRECP-FINCHG-TOTAL-AMT * 100.
077600     MOVE SPACES                    TO CLIHREF-ENTRY.
077700     MOVE CLIDATA-ACCOUNT-NUMBER    TO CLIHREF-ACCOUNT-NUMBER.
077800     MOVE DATA1-ORG                 TO CLIHREF-ORG.
077900     MOVE DATRECP-STMT-DATE         TO CLIHREF-STMT-DATE.
078000     MOVE WS-DUE-DATE               TO CLIHREF-DUE-DATE.
078100     MOVE WS-ADJ-DATE               TO CLIHREF-ADJUSTED-DUE-DATE.
078200     MOVE CLIDATA-LAST-PAYMENT-DATE TO CLIHREF-PAYMENT-DATE.
078300     MOVE WS-FINCHG-CENTS           TO CLIHREF-REFUND-AMOUNT.
078400     SET CLIHREF-HOLIDAY-DUE        TO TRUE.
078500     MOVE WS-BUSINESS-DATE          TO CLIHREF-RUN-DATE.
078600     WRITE CLIHREF-ENTRY.
078700     ADD 1 TO WS-RUNSTAT-WRITTEN.
078800     ADD 1 TO WS-REFUND-COUNT.
078900     ADD WS-FINCHG-CENTS TO WS-REFUND-TOTAL.
079000     MOVE CLIDATA-ACCOUNT-NUMBER    TO WS-DTL-ACCOUNT.
079100     MOVE WS-LOC-UF                 TO WS-DTL-UF.
079200     MOVE WS-LOC-MUNICIPALITY       TO WS-DTL-MUNICIPALITY.
079300     MOVE WS-DUE-DATE               TO WS-DTL-DUE-DATE.
079400     MOVE WS-ADJ-DATE               TO WS-DTL-ADJ-DATE.
079500     MOVE CLIDATA-LAST-PAYMENT-DATE TO WS-DTL-LAST-PAY.
079600     MOVE DATRECP-STMT-DATE         TO WS-DTL-STMT-DATE.
079700     MOVE DATRECP-FINCHG-TOTAL-AMT  TO WS-DTL-FINCHG-R.
079800     MOVE 'REFUND REQUEST'          TO WS-DTL-ACTION.
079900     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
080000     ADD 1 TO WS-RUNSTAT-WRITTEN.
080100 6000-EXIT.
080200     EXIT.
080300******************************************************************
080400*                 9000 - TOTALS AND TERMINATION                  *
080500******************************************************************
080600 9000-TERMINATE.
080700     IF WS-LISTED-COUNT = ZERO
080800         AND WS-REFUND-COUNT = ZERO
080900         WRITE REPORT-LINE FROM WS-NONE-LINE
081000         ADD 1 TO WS-RUNSTAT-WRITTEN
081100     END-IF.
081200     MOVE 'CLIHREF ' TO EXTENVL-TRL-FILE-ID.
081300     MOVE WS-REFUND-COUNT TO EXTENVL-TRL-RECORD-COUNT.
081400     MOVE WS-REFUND-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
081500     MOVE SPACES TO CLIHREF-ENTRY.
081600     MOVE EXTENVL-TRAILER TO CLIHREF-ENTRY(1:38).
081700     WRITE CLIHREF-ENTRY.
081800     MOVE SPACES TO REPORT-LINE.
081900     WRITE REPORT-LINE.
082000     MOVE 'CALENDAR CARDS READ   :' TO WS-TOT-CAPTION.
082100     MOVE WS-CARD-COUNT             TO WS-TOT-COUNT.
082200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082300     MOVE 'CARDS REJECTED        :' TO WS-TOT-CAPTION.
082400     MOVE WS-CARD-REJECTED          TO WS-TOT-COUNT.
082500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082600     MOVE 'HOLIDAYS IN THE WINDOW:' TO WS-TOT-CAPTION.
082700     MOVE WS-HOL-COUNT              TO WS-TOT-COUNT.
082800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
082900     MOVE 'ACCOUNTS READ         :' TO WS-TOT-CAPTION.
083000     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
083100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
083200     MOVE 'NON-BUSINESS DUE DATES:' TO WS-TOT-CAPTION.
083300     MOVE WS-LISTED-COUNT           TO WS-TOT-COUNT.
083400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
083500     MOVE 'RECAPS MATCHED        :' TO WS-TOT-CAPTION.
083600     MOVE WS-RECAP-MATCHED          TO WS-TOT-COUNT.
083700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
083800     MOVE 'RECAPS WITH CHARGES   :' TO WS-TOT-CAPTION.
083900     MOVE WS-RECAP-CHARGED          TO WS-TOT-COUNT.
084000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
084100     MOVE 'REFUND REQUESTS       :' TO WS-TOT-CAPTION.
084200     MOVE WS-REFUND-COUNT           TO WS-TOT-COUNT.
084300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
084400     COMPUTE WS-MONEY = WS-REFUND-TOTAL / 100.
084500     MOVE 'AMOUNT TO REFUND      :' TO WS-AMT-CAPTION.
084600     MOVE WS-MONEY                  TO WS-AMT-VALUE.
084700     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
084800     ADD 10 TO WS-RUNSTAT-WRITTEN.
084900     DISPLAY 'CLI085H - DUE DATES ON NON-BUSINESS DAYS : '
085000             WS-LISTED-COUNT.
085100     DISPLAY 'CLI085H - CHARGE REFUND REQUESTS         : '
085200             WS-REFUND-COUNT.
085300     CLOSE CLIDATA-FILE.
085400     CLOSE DATA1-FILE.
085500     CLOSE CLIHREF-FILE.
085600     CLOSE REPORT-FILE.
085700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
085800 9000-EXIT.
085900     EXIT.
086000******************************************************************
086100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
086200******************************************************************
086300 9900-WRITE-RUN-STATS.
086400     OPEN OUTPUT RUNLOG-FILE.
086500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
086600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
086700     MOVE SPACES                 TO RUNSTAT-ENTRY.
086800     MOVE 'CLI085H'              TO RUNSTAT-PROGRAM-ID.
086900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
087000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
087100     MOVE WS-RUNSTAT-START-RAW(1:6)
087200         TO RUNSTAT-START-TIME.
087300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
087400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
087500     MOVE WS-CARD-REJECTED       TO RUNSTAT-RECORDS-REJECTED.
087600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
087700     WRITE RUNSTAT-ENTRY.
087800     CLOSE RUNLOG-FILE.
087900 9900-EXIT.
088000     EXIT.
088100******************************************************************
088200*                      END OF PROGRAM                            *
088300******************************************************************
