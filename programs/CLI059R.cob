002500*----------------------------------------------------------------*
002600* MODIFICATION HISTORY.                                          *
002700*     2026-09-01  DCG  ORIGINAL VERSION.                        *
002710*     2026-10-15  DCG  A TARGET DAY THAT FALLS ON A WEEKEND OR A *
002720*                      BANK HOLIDAY (BNKHOL) AT THE CANDIDATE'S  *
002730*                      BILLING ADDRESS NEXT MONTH IS NOT OFFERED.*
002800******************************************************************
002900 PROGRAM-ID.    CLI059R.
003000 ENVIRONMENT DIVISION.
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT OPTIONAL BNKHOL-FILE ASSIGN TO BNKHOL
004220         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
005600 01  REPORT-LINE                        PIC X(100).
005700 FD  RUNPARM-FILE.
005800     COPY "RUNPARM.cpy".
005810 FD  BNKHOL-FILE.
005820     COPY "BNKHOL.cpy".
005900 FD  RUNLOG-FILE.
006000     COPY "RUNSTAT.cpy".
006100 WORKING-STORAGE SECTION.
007900 77  WS-LOAD-PCT                        PIC 9(05)   VALUE ZERO.
008000 77  WS-CANDIDATE-COUNT                 PIC 9(07)   VALUE ZERO.
008100 77  WS-ENV-COUNT                       PIC 9(09)   VALUE ZERO.
008102 77  WS-HOL-EOF-SW                      PIC X(01)   VALUE 'N'.
008104     88  WS-HOL-EOF                                 VALUE 'Y'.
008106 77  WS-BUSDAY-SW                       PIC X(01)   VALUE 'Y'.
008108     88  WS-BUSINESS-DAY                            VALUE 'Y'.
008110 77  WS-NEXT-MONTH                      PIC 9(06)   VALUE ZERO.
008112 77  WS-CHK-DATE                        PIC 9(08)   VALUE ZERO.
008114 77  WS-CHK-INT-DATE                    PIC 9(09)   VALUE ZERO.
008116 77  WS-WEEK-COUNT                      PIC 9(09)   VALUE ZERO.
008118 77  WS-WEEKDAY                         PIC 9(01)   VALUE ZERO.
008120 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
008122 77  WS-HOL-COUNT                       PIC 9(05)   VALUE ZERO.
008124 77  WS-HOL-MAX                         PIC 9(05)   VALUE 02000.
008126 77  WS-HOL-IDX                         PIC 9(05)   VALUE ZERO.
008128 77  WS-HOL-DROPPED                     PIC 9(05)   VALUE ZERO.
008130 01  WS-LOCATION.
008132     05  WS-LOC-UF                      PIC X(02).
008134     05  WS-LOC-MUNICIPALITY            PIC X(25).
008136 01  WS-HOL-TABLE.
008138     05  WS-HOL-ENTRY OCCURS 2000 TIMES.
008140         10  WS-HOL-DATE                PIC 9(08).
008142         10  WS-HOL-SCOPE               PIC X(01).
008144             88  WS-HOL-NATIONAL                    VALUE 'N'.
008146             88  WS-HOL-STATE                       VALUE 'E'.
008148             88  WS-HOL-MUNICIPAL                   VALUE 'M'.
008150         10  WS-HOL-UF                  PIC X(02).
008152         10  WS-HOL-MUNICIPALITY        PIC X(25).
008200 01  WS-DAY-TABLE.
008300     05  WS-DAY-ENTRY OCCURS 31 TIMES.
008400         10  WS-DAY-COUNT               PIC 9(09).
008500         10  WS-DAY-BALANCE             PIC 9(18).
008600         10  WS-DAY-OVERLOADED          PIC X(01).
008610         10  WS-DAY-OPEN                PIC X(01).
008700 01  WS-CURRENT-DATE-TIME.
008800     05  WS-CURRENT-DATE                PIC 9(08).
008900     05  WS-CURRENT-TIME                PIC 9(06).
013500 1000-INITIALIZE.
013600     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
013700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013710     PERFORM 1700-LOAD-CALENDAR  THRU 1700-EXIT.
013800     MOVE ZEROES TO WS-DAY-TABLE.
013900     OPEN INPUT  CLIDATA-FILE.
014000     OPEN INPUT  CLIDATA2-FILE.
017500     END-READ.
017600 1510-EXIT.
017700     EXIT.
017702******************************************************************
017704*   1700 - TABLE NEXT MONTH'S BANK HOLIDAYS, THE MONTH A MOVED   *
017706*           ACCOUNT FIRST FALLS DUE ON ITS NEW DAY               *
017708******************************************************************
017710 1700-LOAD-CALENDAR.
017712     COMPUTE WS-NEXT-MONTH = WS-CURRENT-DATE / 100.
017714     IF WS-NEXT-MONTH(5:2) = '12'
017716         ADD 89 TO WS-NEXT-MONTH
017718     ELSE
017720         ADD 1 TO WS-NEXT-MONTH
017722     END-IF.
017724     OPEN INPUT BNKHOL-FILE.
017726     PERFORM 1710-LOAD-ONE-HOLIDAY THRU 1710-EXIT
017728             UNTIL WS-HOL-EOF.
017730     CLOSE BNKHOL-FILE.
017732     IF WS-HOL-DROPPED NOT = ZERO
017734         DISPLAY 'CLI059R - HOLIDAY TABLE FULL, HOLIDAYS '
017736                 'DROPPED : ' WS-HOL-DROPPED
017738         MOVE 8 TO RETURN-CODE
017740     END-IF.
017742 1700-EXIT.
017744     EXIT.
017746 1710-LOAD-ONE-HOLIDAY.
017748     READ BNKHOL-FILE
017750         AT END SET WS-HOL-EOF TO TRUE
017752                GO TO 1710-EXIT
017754     END-READ.
017756*    UNUSABLE CARDS ARE PASSED OVER HERE; CLI085H REPORTS THEM.
017758     IF BNKHOL-DATE NOT NUMERIC
017760         OR NOT BNKHOL-VALID-SCOPE
017762         GO TO 1710-EXIT
017764     END-IF.
017766     IF BNKHOL-DATE(1:6) NOT = WS-NEXT-MONTH
017768         GO TO 1710-EXIT
017770     END-IF.
017772     IF WS-HOL-COUNT >= WS-HOL-MAX
017774         ADD 1 TO WS-HOL-DROPPED
017776         GO TO 1710-EXIT
017778     END-IF.
017780     ADD 1 TO WS-HOL-COUNT.
017782     MOVE BNKHOL-DATE         TO WS-HOL-DATE(WS-HOL-COUNT).
017784     MOVE BNKHOL-SCOPE        TO WS-HOL-SCOPE(WS-HOL-COUNT).
017786     MOVE BNKHOL-UF           TO WS-HOL-UF(WS-HOL-COUNT).
017788     MOVE BNKHOL-MUNICIPALITY
017790                         TO WS-HOL-MUNICIPALITY(WS-HOL-COUNT).
017792 1710-EXIT.
017794     EXIT.
017800******************************************************************
017900*   2000 - FIRST PASS: COUNT ACCOUNTS AND BALANCES PER DUE DAY   *
018000******************************************************************
026500 4200-WRITE-CANDIDATE.
026600     MOVE ZERO TO WS-TARGET-DAY.
026700     MOVE 999999999 TO WS-LOW-COUNT.
026710     PERFORM 4300-MARK-OPEN-DAYS THRU 4300-EXIT.
026800     PERFORM 4210-FIND-LOW-DAY THRU 4210-EXIT
026900             VARYING WS-DAY-IDX FROM 1 BY 1
027000             UNTIL WS-DAY-IDX > 28.
028800     EXIT.
028900 4210-FIND-LOW-DAY.
029000     IF WS-DAY-OVERLOADED(WS-DAY-IDX) NOT = 'Y'
029010         AND WS-DAY-OPEN(WS-DAY-IDX) = 'Y'
029100         AND WS-DAY-COUNT(WS-DAY-IDX) < WS-LOW-COUNT
029200         MOVE WS-DAY-COUNT(WS-DAY-IDX) TO WS-LOW-COUNT
029300         MOVE WS-DAY-IDX               TO WS-TARGET-DAY
029400     END-IF.
029500 4210-EXIT.
029600     EXIT.
029601******************************************************************
029602*   4300 - MARK THE TARGET DAYS THAT ARE BUSINESS DAYS NEXT MONTH*
029603*           AT THE CANDIDATE'S BILLING ADDRESS                   *
029604******************************************************************
029605 4300-MARK-OPEN-DAYS.
029606     MOVE SPACES TO WS-LOCATION.
029607     PERFORM 4310-TEST-BILLING THRU 4310-EXIT
029608         VARYING WS-ADDR-IDX FROM 1 BY 1
029609         UNTIL WS-ADDR-IDX > 3 OR WS-LOC-UF NOT = SPACES.
029610     PERFORM 4320-MARK-ONE-DAY THRU 4320-EXIT
029611             VARYING WS-DAY-IDX FROM 1 BY 1
029612             UNTIL WS-DAY-IDX > 28.
029613 4300-EXIT.
029614     EXIT.
029615 4310-TEST-BILLING.
029616     IF PASS2-BILLING-ADDR-TYPE(WS-ADDR-IDX)
029617         MOVE PASS2-STATE-NAME(WS-ADDR-IDX) TO WS-LOC-UF
029618         MOVE PASS2-CITY-NAME(WS-ADDR-IDX)
029619                                 TO WS-LOC-MUNICIPALITY
029620     END-IF.
029621 4310-EXIT.
029622     EXIT.
029623 4320-MARK-ONE-DAY.
029624     COMPUTE WS-CHK-DATE = WS-NEXT-MONTH * 100 + WS-DAY-IDX.
029625     PERFORM 4400-TEST-BUSINESS-DAY THRU 4400-EXIT.
029626     IF WS-BUSINESS-DAY
029627         MOVE 'Y' TO WS-DAY-OPEN(WS-DAY-IDX)
029628     ELSE
029629         MOVE 'N' TO WS-DAY-OPEN(WS-DAY-IDX)
029630     END-IF.
029631 4320-EXIT.
029632     EXIT.
029633******************************************************************
029634*   4400 - WEEKEND OR BANK HOLIDAY AT THE BILLING ADDRESS        *
029635******************************************************************
029636 4400-TEST-BUSINESS-DAY.
029637     MOVE 'Y' TO WS-BUSDAY-SW.
029638     COMPUTE WS-CHK-INT-DATE =
029639             FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
029640     DIVIDE WS-CHK-INT-DATE BY 7
029641             GIVING WS-WEEK-COUNT
029642             REMAINDER WS-WEEKDAY.
029643*    INTEGER DAY 1 (1601-01-01) IS A MONDAY, SO REMAINDER 6 IS A
029644*    SATURDAY AND REMAINDER 0 A SUNDAY.
029645     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
029646         MOVE 'N' TO WS-BUSDAY-SW
029647         GO TO 4400-EXIT
029648     END-IF.
029649     PERFORM 4410-TEST-ONE-HOLIDAY THRU 4410-EXIT
029650             VARYING WS-HOL-IDX FROM 1 BY 1
029651             UNTIL WS-HOL-IDX > WS-HOL-COUNT
029652                OR NOT WS-BUSINESS-DAY.
029653 4400-EXIT.
029654     EXIT.
029655 4410-TEST-ONE-HOLIDAY.
029656     IF WS-HOL-DATE(WS-HOL-IDX) = WS-CHK-DATE
029657         AND (WS-HOL-NATIONAL(WS-HOL-IDX)
029658          OR (WS-HOL-STATE(WS-HOL-IDX)
029659              AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF)
029660          OR (WS-HOL-MUNICIPAL(WS-HOL-IDX)
029661              AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF
029662              AND WS-HOL-MUNICIPALITY(WS-HOL-IDX)
029663                                 = WS-LOC-MUNICIPALITY))
029664         MOVE 'N' TO WS-BUSDAY-SW
029665     END-IF.
029666 4410-EXIT.
029667     EXIT.
029700******************************************************************
029800*                 9000 - TOTALS AND TERMINATION                  *
029900******************************************************************
