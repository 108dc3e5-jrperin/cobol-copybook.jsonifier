002392*     2026-09-01  CSG  RECORD THE PROGRAM START TIME ON          *
002393*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002394*                      TIMING REPORT.                            *
002395*     2026-10-15  CSG  A DUE DATE ON A WEEKEND OR BANK HOLIDAY   *
002396*                      (BNKHOL CALENDAR, BILLING-ADDRESS UF AND  *
002397*                      MUNICIPALITY) MOVES TO THE NEXT BUSINESS  *
002398*                      DAY BEFORE THE WINDOW TEST; THE REMINDER  *
002399*                      QUOTES THE ADJUSTED DATE.                 *
002400******************************************************************
002500 PROGRAM-ID.    CLI042X.
002600 ENVIRONMENT DIVISION.
003400         ORGANIZATION IS LINE SEQUENTIAL.
003410     SELECT OPTIONAL SMSSUP-FILE ASSIGN TO SMSSUP
003420         ORGANIZATION IS LINE SEQUENTIAL.
003430     SELECT OPTIONAL BNKHOL-FILE ASSIGN TO BNKHOL
003440         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
004510 FD  SMSSUP-FILE.
004520     COPY "CLISMSUP.cpy"
004530         REPLACING ==:CLISMSUP:== BY ==CLISMSUP== .
004540 FD  BNKHOL-FILE.
004550     COPY "BNKHOL.cpy".
004600 FD  RUNLOG-FILE.
004700     COPY "RUNSTAT.cpy".
004800 WORKING-STORAGE SECTION.
006100 77  WS-DUE-DD                          PIC 9(02)   VALUE ZERO.
006200 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
006300     88  WS-DATE-OK                                 VALUE 'Y'.
006302 77  WS-ADJ-DATE                        PIC 9(08)   VALUE ZERO.
006304 77  WS-CHK-DATE                        PIC 9(08)   VALUE ZERO.
006306 77  WS-CHK-INT-DATE                    PIC 9(09)   VALUE ZERO.
006308 77  WS-ADJ-INT-DATE                    PIC 9(09)   VALUE ZERO.
006310 77  WS-WEEK-COUNT                      PIC 9(09)   VALUE ZERO.
006312 77  WS-WEEKDAY                         PIC 9(01)   VALUE ZERO.
006314 77  WS-ADJ-STEPS                       PIC 9(02)   VALUE ZERO.
006316 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
006318 77  WS-ADJUSTED-COUNT                  PIC 9(07)   VALUE ZERO.
006320 77  WS-BUSDAY-SW                       PIC X(01)   VALUE 'Y'.
006322     88  WS-BUSINESS-DAY                            VALUE 'Y'.
006324 77  WS-HOL-EOF-SW                      PIC X(01)   VALUE 'N'.
006326     88  WS-HOL-EOF                                 VALUE 'Y'.
006328 77  WS-CAL-FROM-DATE                   PIC 9(08)   VALUE ZERO.
006330 77  WS-CAL-TO-DATE                     PIC 9(08)   VALUE ZERO.
006332 77  WS-HOL-COUNT                       PIC 9(05)   VALUE ZERO.
006334 77  WS-HOL-MAX                         PIC 9(05)   VALUE 05000.
006336 77  WS-HOL-IDX                         PIC 9(05)   VALUE ZERO.
006338 77  WS-HOL-DROPPED                     PIC 9(05)   VALUE ZERO.
006340 01  WS-LOCATION.
006342     05  WS-LOC-UF                      PIC X(02).
006344     05  WS-LOC-MUNICIPALITY            PIC X(25).
006346 01  WS-HOL-TABLE.
006348     05  WS-HOL-ENTRY OCCURS 5000 TIMES.
006350         10  WS-HOL-DATE                PIC 9(08).
006352         10  WS-HOL-SCOPE               PIC X(01).
006354             88  WS-HOL-NATIONAL                    VALUE 'N'.
006356             88  WS-HOL-STATE                       VALUE 'E'.
006358             88  WS-HOL-MUNICIPAL                   VALUE 'M'.
006360         10  WS-HOL-UF                  PIC X(02).
006362         10  WS-HOL-MUNICIPALITY        PIC X(25).
006400 01  WS-CURRENT-DATE-TIME.
006500     05  WS-CURRENT-DATE                PIC 9(08).
006510     05  WS-CURRENT-TIME                PIC 9(06).
008100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008200     COMPUTE WS-TODAY-INT-DATE =
008300             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
008310     PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT.
008400     OPEN INPUT  CLIDATA-FILE.
008500     OPEN OUTPUT CLISMS-FILE.
008510     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
011800         AND CLIDATA-MG-CELLPHONE-SMS NOT = SPACES
011900         AND CLIDATA-MG-CELLPHONE-SMS NOT = '0000000000'
012000         PERFORM 2200-CHECK-DUE-DATE THRU 2200-EXIT
012010         IF WS-DATE-OK
012020             PERFORM 2400-ADJUST-DUE-DATE THRU 2400-EXIT
012030         END-IF
012100         IF WS-DATE-OK
012200             AND WS-DUE-INT-DATE >= WS-TODAY-INT-DATE
012300             AND WS-DUE-INT-DATE <=
013500     END-READ.
013600 2100-EXIT.
013700     EXIT.
013702******************************************************************
013704*   1700 - TABLE THE BANK HOLIDAYS A DUE DATE IN THE WINDOW, OR  *
013706*           ONE UP TO A FORTNIGHT BEFORE IT, CAN BE MOVED PAST   *
013708******************************************************************
013710 1700-LOAD-CALENDAR.
013712     COMPUTE WS-CAL-FROM-DATE =
013714             FUNCTION DATE-OF-INTEGER(WS-TODAY-INT-DATE - 14).
013716     COMPUTE WS-CAL-TO-DATE = FUNCTION DATE-OF-INTEGER
013718             (WS-TODAY-INT-DATE + WS-DUE-WINDOW-DAYS + 40).
013720     OPEN INPUT BNKHOL-FILE.
013722     PERFORM 1710-LOAD-ONE-HOLIDAY THRU 1710-EXIT
013724             UNTIL WS-HOL-EOF.
013726     CLOSE BNKHOL-FILE.
013728     IF WS-HOL-DROPPED NOT = ZERO
013730         DISPLAY 'CLI042X - HOLIDAY TABLE FULL, HOLIDAYS '
013732                 'DROPPED : ' WS-HOL-DROPPED
013734         MOVE 8 TO RETURN-CODE
013736     END-IF.
013738 1700-EXIT.
013740     EXIT.
013742 1710-LOAD-ONE-HOLIDAY.
013744     READ BNKHOL-FILE
013746         AT END SET WS-HOL-EOF TO TRUE
013748                GO TO 1710-EXIT
013750     END-READ.
013752*    UNUSABLE CARDS ARE PASSED OVER HERE; CLI085H REPORTS THEM.
013754     IF BNKHOL-DATE NOT NUMERIC
013756         OR NOT BNKHOL-VALID-SCOPE
013758         OR BNKHOL-DATE < WS-CAL-FROM-DATE
013760         OR BNKHOL-DATE > WS-CAL-TO-DATE
013762         GO TO 1710-EXIT
013764     END-IF.
013766     IF WS-HOL-COUNT >= WS-HOL-MAX
013768         ADD 1 TO WS-HOL-DROPPED
013770         GO TO 1710-EXIT
013772     END-IF.
013774     ADD 1 TO WS-HOL-COUNT.
013776     MOVE BNKHOL-DATE         TO WS-HOL-DATE(WS-HOL-COUNT).
013778     MOVE BNKHOL-SCOPE        TO WS-HOL-SCOPE(WS-HOL-COUNT).
013780     MOVE BNKHOL-UF           TO WS-HOL-UF(WS-HOL-COUNT).
013782     MOVE BNKHOL-MUNICIPALITY
013784                         TO WS-HOL-MUNICIPALITY(WS-HOL-COUNT).
013786 1710-EXIT.
013788     EXIT.
013800******************************************************************
013900*   2200 - GUARD THE DUE DATE BEFORE INTEGER-OF-DATE SEES IT     *
014000******************************************************************
016800     MOVE CLIDATA-MG-CELL-AREA-CODE-SMS
016900                                     TO CLISMS-CELL-AREA-CODE.
017000     MOVE CLIDATA-MG-CELLPHONE-SMS   TO CLISMS-CELLPHONE.
017100     MOVE WS-ADJ-DATE               TO CLISMS-PAYMENT-DUE-DATE.
017200     MOVE CLIDATA-PAYMENT-TOTAL-AMOUNT-DUE
017300                                     TO CLISMS-AMOUNT-DUE.
017400     MOVE CLIDATA-SMS-PACKAGE-CODE   TO CLISMS-SMS-PACKAGE-CODE.
017600     ADD 1 TO WS-RUNSTAT-WRITTEN.
017700 2300-EXIT.
017800     EXIT.
017801******************************************************************
017802*   2400 - A DUE DATE ON A WEEKEND OR A BANK HOLIDAY AT THE      *
017803*           BILLING ADDRESS MOVES TO THE NEXT BUSINESS DAY       *
017804******************************************************************
017805 2400-ADJUST-DUE-DATE.
017806     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-ADJ-DATE.
017807     IF WS-DUE-INT-DATE < WS-TODAY-INT-DATE - 14
017808         OR WS-DUE-INT-DATE >
017809            WS-TODAY-INT-DATE + WS-DUE-WINDOW-DAYS
017810         GO TO 2400-EXIT
017811     END-IF.
017812     PERFORM 2410-SELECT-LOCATION THRU 2410-EXIT.
017813     MOVE CLIDATA-PAYMENT-DUE-DATE TO WS-CHK-DATE.
017814     PERFORM 2500-TEST-BUSINESS-DAY THRU 2500-EXIT.
017815     IF WS-BUSINESS-DAY
017816         GO TO 2400-EXIT
017817     END-IF.
017818     PERFORM 2600-NEXT-BUSINESS-DAY THRU 2600-EXIT.
017819     COMPUTE WS-DUE-INT-DATE =
017820             FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE).
017821     ADD 1 TO WS-ADJUSTED-COUNT.
017822 2400-EXIT.
017823     EXIT.
017824 2410-SELECT-LOCATION.
017825     MOVE SPACES TO WS-LOCATION.
017826     PERFORM 2420-TEST-BILLING THRU 2420-EXIT
017827         VARYING WS-ADDR-IDX FROM 1 BY 1
017828         UNTIL WS-ADDR-IDX > 3 OR WS-LOC-UF NOT = SPACES.
017829 2410-EXIT.
017830     EXIT.
017831 2420-TEST-BILLING.
017832     IF CLIDATA-BILLING-ADDR-TYPE(WS-ADDR-IDX)
017833         MOVE CLIDATA-STATE-NAME(WS-ADDR-IDX) TO WS-LOC-UF
017834         MOVE CLIDATA-CITY-NAME(WS-ADDR-IDX)
017835                                 TO WS-LOC-MUNICIPALITY
017836     END-IF.
017837 2420-EXIT.
017838     EXIT.
017839 2500-TEST-BUSINESS-DAY.
017840     MOVE 'Y' TO WS-BUSDAY-SW.
017841     COMPUTE WS-CHK-INT-DATE =
017842             FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
017843     DIVIDE WS-CHK-INT-DATE BY 7
017844             GIVING WS-WEEK-COUNT
017845             REMAINDER WS-WEEKDAY.
017846*    INTEGER DAY 1 (1601-01-01) IS A MONDAY, SO REMAINDER 6 IS A
017847*    SATURDAY AND REMAINDER 0 A SUNDAY.
017848     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
017849         MOVE 'N' TO WS-BUSDAY-SW
017850         GO TO 2500-EXIT
017851     END-IF.
017852     PERFORM 2510-TEST-ONE-HOLIDAY THRU 2510-EXIT
017853             VARYING WS-HOL-IDX FROM 1 BY 1
017854             UNTIL WS-HOL-IDX > WS-HOL-COUNT
017855                OR NOT WS-BUSINESS-DAY.
017856 2500-EXIT.
017857     EXIT.
017858 2510-TEST-ONE-HOLIDAY.
017859     IF WS-HOL-DATE(WS-HOL-IDX) = WS-CHK-DATE
017860         AND (WS-HOL-NATIONAL(WS-HOL-IDX)
017861          OR (WS-HOL-STATE(WS-HOL-IDX)
017862              AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF)
017863          OR (WS-HOL-MUNICIPAL(WS-HOL-IDX)
017864              AND WS-HOL-UF(WS-HOL-IDX) = WS-LOC-UF
017865              AND WS-HOL-MUNICIPALITY(WS-HOL-IDX)
017866                                 = WS-LOC-MUNICIPALITY))
017867         MOVE 'N' TO WS-BUSDAY-SW
017868     END-IF.
017869 2510-EXIT.
017870     EXIT.
017871 2600-NEXT-BUSINESS-DAY.
017872     MOVE ZERO TO WS-ADJ-STEPS.
017873     MOVE WS-CHK-INT-DATE TO WS-ADJ-INT-DATE.
017874     PERFORM 2610-STEP-ONE-DAY THRU 2610-EXIT
017875             UNTIL WS-BUSINESS-DAY
017876                OR WS-ADJ-STEPS > 14.
017877     MOVE WS-CHK-DATE TO WS-ADJ-DATE.
017878 2600-EXIT.
017879     EXIT.
017880 2610-STEP-ONE-DAY.
017881     ADD 1 TO WS-ADJ-INT-DATE.
017882     ADD 1 TO WS-ADJ-STEPS.
017883     COMPUTE WS-CHK-DATE =
017884             FUNCTION DATE-OF-INTEGER(WS-ADJ-INT-DATE).
017885     PERFORM 2500-TEST-BUSINESS-DAY THRU 2500-EXIT.
017886 2610-EXIT.
017887     EXIT.
017900******************************************************************
018000*                 9000 - TERMINATION                             *
018100******************************************************************
018400             WS-ENV-COUNT.
018410     DISPLAY 'CLI042X - SUPPRESSED DEAD NUMBERS : '
018420             WS-SUPPRESSED-COUNT.
018430     DISPLAY 'CLI042X - DUE DATES MOVED OFF HOLIDAYS  : '
018440             WS-ADJUSTED-COUNT.
018500     CLOSE CLIDATA-FILE.
018600     CLOSE CLISMS-FILE.
018700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
