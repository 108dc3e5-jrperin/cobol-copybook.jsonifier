000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI073L                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       RISK SYSTEMS GROUP.                              *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTHLY CREDIT-LINE MANAGEMENT. PROPOSES LIMIT INCREASES   *
001400*     AND DECREASES OFF THE MONTH-END CLIDATA FILE:              *
001500*       DECREASE (TESTED FIRST) - BEHAVIOR SCORE DOWN BY THE     *
001600*           SCORE-DROP POINTS OVER THE SIX SLOTS (SCOR), NO      *
001700*           PURCHASE FOR THE INACTIVITY DAYS (INAC), OR A LIMIT  *
001800*           PAST THE FAR-ABOVE-INCOME LINE (LTI);                *
001900*       INCREASE - SCORE STEADY OR RISING OVER THE SLOTS (THE    *
002000*           CLI015T TREND), UTILIZATION AT OR ABOVE THE LINE FOR *
002100*           THE SUSTAINED MONTHS (LMGMAST), NOT DELINQUENT NOW   *
002200*           OR SINCE THE OLDEST FH STATEMENT DATE, AND HEADROOM  *
002300*           UNDER THE CLI060R LIMIT-TO-INCOME MULTIPLE (GOOD).   *
002400*     EXCLUDED (CLIEXCL), BLOCKED, REFINANCED AND DISPUTED       *
002500*     (DATDMST) ACCOUNTS, AND ACCOUNTS WHOSE LIMIT CHANGED       *
002600*     RECENTLY, ARE SKIPPED. THE NEW LIMIT COMES FROM THE LMGPOL *
002700*     CARD FOR THE ACTION AND SCORE BAND. A PROPOSAL WHOSE       *
002800*     CHANGE IS WITHIN THE AUTO-APPROVAL CEILING IS APPROVED     *
002900*     AND GOES TO THE PROCESSOR ON THE ENVELOPED CLILCHG         *
003000*     LIMIT-CHANGE FILE; LARGER ONES ARE REFERRED ON THE REPORT. *
003100*     THE REPORT SUMMARIZES EXPOSURE ADDED AND REMOVED BY        *
003200*     COMPANY AND PRODUCT.                                       *
003300*     RUN-CONTROL KEYS (RUNPARM, PROGRAM CLI073L):               *
003400*       UTILMIN  - UTILIZATION LINE, PERCENT     (DEFAULT 50)    *
003500*       UTILMON  - SUSTAINED MONTHS AT THE LINE  (DEFAULT 3)     *
003600*       SCRDROP  - SCORE-DROP POINTS             (DEFAULT 50)    *
003700*       INACTDAY - INACTIVITY DAYS               (DEFAULT 365)   *
003800*       FARPCT   - FAR-ABOVE-INCOME LINE AS A PERCENT OF THE     *
003900*                  POLICY CEILING                (DEFAULT 150)   *
004000*       LCDAYS   - DAYS SINCE THE LAST LIMIT CHANGE (DEFAULT 180)*
004100*       APPRMAX  - AUTO-APPROVAL CEILING, CENTS  (DEFAULT 0 =    *
004200*                  NO CEILING)                                   *
004300*     THE MULTIPLE IS CLI060R'S OWN LTIMULT KEY (DEFAULT 10), SO *
004400*     THE TWO PROGRAMS NEVER DISAGREE. NO POLICY CARDS ENDS      *
004500*     RC=16.                                                     *
004600*----------------------------------------------------------------*
004700* MODIFICATION HISTORY.                                          *
004800*     2026-10-15  RSG  ORIGINAL VERSION.                        *
004810*     2026-10-15  RSG  NEW LIMIT ROUNDED THROUGH AN INTEGER      *
004820*                      QUOTIENT SO IT LANDS ON A WHOLE HUNDRED;  *
004830*                      THE HIGH-UTILIZATION RUN CONTINUES ONLY   *
004840*                      FROM THE IMMEDIATELY PRECEDING MONTH.     *
004900******************************************************************
005000 PROGRAM-ID.    CLI073L.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT LMGPOL-FILE   ASSIGN TO LMGPOL
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL CLIEXCL-FILE ASSIGN TO CLIEXCL
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL DATDMST-FILE ASSIGN TO DATDMST
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT OPTIONAL LMG-IN-FILE ASSIGN TO LMGIN
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT LMG-OUT-FILE  ASSIGN TO LMGOUT
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT CLILCHG-FILE  ASSIGN TO CLILCHG
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT REPORT-FILE   ASSIGN TO CLI073RP
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CLIDATA-FILE.
007700     COPY "book_tests_OK.cob"
007800         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
007900 FD  RUNPARM-FILE.
008000     COPY "RUNPARM.cpy".
008100 FD  LMGPOL-FILE.
008200     COPY "LMGPOL.cpy".
008300 FD  CLIEXCL-FILE.
008400     COPY "CLIEXCL.cpy".
008500 FD  DATDMST-FILE.
008600     COPY "DATDMST.cpy"
008700         REPLACING ==:DATDMST:== BY ==DATDMST== .
008800 FD  LMG-IN-FILE.
008900     COPY "LMGMAST.cpy"
009000         REPLACING ==:LMGMAST:== BY ==PRIOR== .
009100 FD  LMG-OUT-FILE.
009200     COPY "LMGMAST.cpy"
009300         REPLACING ==:LMGMAST:== BY ==LMGMAST== .
009400 FD  CLILCHG-FILE.
009500     COPY "CLILCHG.cpy".
009600 FD  REPORT-FILE.
009700 01  REPORT-LINE                        PIC X(132).
009800 FD  RUNLOG-FILE.
009900     COPY "RUNSTAT.cpy".
010000 WORKING-STORAGE SECTION.
010100 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
010200 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
010300 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
010400 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
010500 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
010600 77  WS-CURR-EOF-SW                     PIC X(01)   VALUE 'N'.
010700     88  WS-CURR-EOF                                VALUE 'Y'.
010800 77  WS-PRIOR-EOF-SW                    PIC X(01)   VALUE 'N'.
010900     88  WS-PRIOR-EOF                               VALUE 'Y'.
011000 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
011100     88  WS-PARM-EOF                                VALUE 'Y'.
011200 77  WS-POL-EOF-SW                      PIC X(01)   VALUE 'N'.
011300     88  WS-POL-EOF                                 VALUE 'Y'.
011400 77  WS-EXCL-EOF-SW                     PIC X(01)   VALUE 'N'.
011500     88  WS-EXCL-EOF                                VALUE 'Y'.
011600 77  WS-DISP-EOF-SW                     PIC X(01)   VALUE 'N'.
011700     88  WS-DISP-EOF                                VALUE 'Y'.
011800 77  WS-HAS-PRIOR-SW                    PIC X(01)   VALUE 'N'.
011900     88  WS-HAS-PRIOR                               VALUE 'Y'.
012000 77  WS-EXCL-FOUND-SW                   PIC X(01)   VALUE 'N'.
012100     88  WS-EXCL-FOUND                              VALUE 'Y'.
012200 77  WS-DISP-FOUND-SW                   PIC X(01)   VALUE 'N'.
012300     88  WS-DISP-FOUND                              VALUE 'Y'.
012400 77  WS-POL-FOUND-SW                    PIC X(01)   VALUE 'N'.
012500     88  WS-POL-FOUND                               VALUE 'Y'.
012600 77  WS-ROW-FOUND-SW                    PIC X(01)   VALUE 'N'.
012700     88  WS-ROW-FOUND                               VALUE 'Y'.
012800 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
012900     88  WS-DATE-OK                                 VALUE 'Y'.
013000 77  WS-LIMIT-OK-SW                     PIC X(01)   VALUE 'N'.
013100     88  WS-LIMIT-OK                                VALUE 'Y'.
013200 77  WS-RUN-MONTH                       PIC 9(06)   VALUE ZERO.
013210 01  WS-PREV-MONTH.
013220     05  WS-PREV-YEAR                   PIC 9(04)   VALUE ZERO.
013230     05  WS-PREV-MM                     PIC 9(02)   VALUE ZERO.
013240 01  WS-PREV-MONTH-NUM REDEFINES WS-PREV-MONTH
013250                                        PIC 9(06).
013300 77  WS-TODAY-INT-DATE                  PIC 9(07)   VALUE ZERO.
013400 77  WS-UTIL-LINE                       PIC 9(03)   VALUE 050.
013500 77  WS-UTIL-MONTHS                     PIC 9(02)   VALUE 03.
013600 77  WS-SCORE-DROP                      PIC 9(03)   VALUE 050.
013700 77  WS-INACTIVE-DAYS                   PIC 9(05)   VALUE 00365.
013800 77  WS-FAR-PCT                         PIC 9(03)   VALUE 150.
013900 77  WS-CHANGE-DAYS                     PIC 9(05)   VALUE 00180.
014000 77  WS-APPROVE-MAX                     PIC 9(17)   VALUE ZERO.
014100 77  WS-POLICY-MULTIPLE                 PIC 9(03)   VALUE 010.
014200 77  WS-POL-COUNT                       PIC 9(03)   VALUE ZERO.
014300 77  WS-POL-MAX                         PIC 9(03)   VALUE 100.
014400 77  WS-POL-IDX                         PIC 9(03)   VALUE ZERO.
014500 77  WS-EXCL-COUNT                      PIC 9(05)   VALUE ZERO.
014600 77  WS-EXCL-MAX                        PIC 9(05)   VALUE 20000.
014700 77  WS-EXCL-IDX                        PIC 9(05)   VALUE ZERO.
014800 77  WS-DISP-COUNT                      PIC 9(05)   VALUE ZERO.
014900 77  WS-DISP-MAX                        PIC 9(05)   VALUE 50000.
015000 77  WS-DISP-IDX                        PIC 9(05)   VALUE ZERO.
015100 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
015200 77  WS-ROW-COUNT                       PIC 9(03)   VALUE ZERO.
015300 77  WS-ROW-MAX                         PIC 9(03)   VALUE 500.
015400 77  WS-ROW-IDX                         PIC 9(03)   VALUE ZERO.
015500 77  WS-SHIFT-IDX                       PIC 9(03)   VALUE ZERO.
015600 77  WS-ROW-DROPPED-COUNT               PIC 9(07)   VALUE ZERO.
015700 77  WS-KEY-COMPANY                     PIC 9(03)   VALUE ZERO.
015800 77  WS-KEY-PRODUCT                     PIC 9(03)   VALUE ZERO.
015900 77  WS-IDX                             PIC 9(01)   VALUE ZERO.
016000 77  WS-DATE-IN                         PIC 9(08)   VALUE ZERO.
016100 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
016200 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
016300 77  WS-DATE-WORK                       PIC 9(09)   VALUE ZERO.
016400 77  WS-DAYS-SINCE                      PIC S9(07)  VALUE ZERO.
016500 77  WS-OLDEST-FH-DATE                  PIC 9(08)   VALUE ZERO.
016600 77  WS-CREDIT-LIMIT-NUM                PIC 9(17)   VALUE ZERO.
016700 77  WS-POLICY-CEILING                  PIC 9(17)   VALUE ZERO.
016800 77  WS-FAR-LINE                        PIC 9(17)   VALUE ZERO.
016900 77  WS-UTIL-PCT                        PIC 9(03)   VALUE ZERO.
017000 77  WS-HIGH-MONTHS                     PIC 9(02)   VALUE ZERO.
017100 77  WS-RECENT-SCORE                    PIC 9(03)   VALUE ZERO.
017200 77  WS-OLDEST-SCORE                    PIC 9(03)   VALUE ZERO.
017300 77  WS-SCORE-SLOTS                     PIC 9(01)   VALUE ZERO.
017400 77  WS-SCORE-TREND                     PIC S9(04)  VALUE ZERO.
017500 77  WS-ACTION                          PIC X(01)   VALUE SPACE.
017600     88  WS-ACTION-INCREASE                         VALUE 'I'.
017700     88  WS-ACTION-DECREASE                         VALUE 'D'.
017800     88  WS-ACTION-NONE                             VALUE SPACE.
017900 77  WS-REASON-CODE                     PIC X(04)   VALUE SPACES.
018000 77  WS-CHANGE-AMOUNT                   PIC 9(17)   VALUE ZERO.
018100 77  WS-NEW-LIMIT                       PIC 9(17)   VALUE ZERO.
018110 77  WS-LIMIT-HUNDREDS                  PIC 9(13)   VALUE ZERO.
018200 77  WS-STATUS                          PIC X(08)   VALUE SPACES.
018300 77  WS-MONEY                           PIC S9(15)V99 VALUE ZERO.
018400 77  WS-ACCOUNT-COUNT                   PIC 9(09)   VALUE ZERO.
018500 77  WS-SKIP-EXCL-COUNT                 PIC 9(07)   VALUE ZERO.
018600 77  WS-SKIP-BLOCK-COUNT                PIC 9(07)   VALUE ZERO.
018700 77  WS-SKIP-REFI-COUNT                 PIC 9(07)   VALUE ZERO.
018800 77  WS-SKIP-DISP-COUNT                 PIC 9(07)   VALUE ZERO.
018900 77  WS-SKIP-LIMIT-COUNT                PIC 9(07)   VALUE ZERO.
019000 77  WS-SKIP-RECENT-COUNT               PIC 9(07)   VALUE ZERO.
019100 77  WS-NO-BAND-COUNT                   PIC 9(07)   VALUE ZERO.
019200 77  WS-NO-ROOM-COUNT                   PIC 9(07)   VALUE ZERO.
019300 77  WS-APPROVED-COUNT                  PIC 9(07)   VALUE ZERO.
019400 77  WS-REFERRED-COUNT                  PIC 9(07)   VALUE ZERO.
019500 77  WS-TOTAL-NEW-LIMIT                 PIC 9(18)   VALUE ZERO.
019600 77  WS-TOTAL-ADDED                     PIC 9(18)   VALUE ZERO.
019700 77  WS-TOTAL-REMOVED                   PIC 9(18)   VALUE ZERO.
019800     COPY "EXTENVL.cpy".
019900 01  WS-POL-TABLE.
020000     05  WS-POL OCCURS 100 TIMES.
020100         10  WS-POL-ACTION              PIC X(01).
020200         10  WS-POL-SCORE-LOW           PIC 9(03).
020300         10  WS-POL-SCORE-HIGH          PIC 9(03).
020400         10  WS-POL-CHANGE-PCT          PIC 9(03).
020500         10  WS-POL-MAX-CHANGE          PIC 9(17).
020600 01  WS-EXCL-TABLE.
020700     05  WS-EXCL-ACCOUNT OCCURS 20000 TIMES
020800                                        PIC X(19).
020900 01  WS-DISP-TABLE.
021000     05  WS-DISP-ACCOUNT OCCURS 50000 TIMES
021100                                        PIC X(19).
021200 01  WS-SCORE-TABLE.
021300     05  WS-SCORE OCCURS 6 TIMES        PIC 9(03).
021400 01  WS-FH-TABLE.
021500     05  WS-FH-DATE OCCURS 6 TIMES      PIC 9(08).
021600 01  WS-ROW-TABLE.
021700     05  WS-ROW OCCURS 500 TIMES.
021800         10  WS-ROW-COMPANY             PIC 9(03).
021900         10  WS-ROW-PRODUCT             PIC 9(03).
022000         10  WS-ROW-INCR-COUNT          PIC 9(07).
022100         10  WS-ROW-ADDED               PIC 9(18).
022200         10  WS-ROW-DECR-COUNT          PIC 9(07).
022300         10  WS-ROW-REMOVED             PIC 9(18).
022400         10  WS-ROW-REFER-COUNT         PIC 9(07).
022500 01  WS-CURRENT-DATE-TIME.
022600     05  WS-CURRENT-DATE                PIC 9(08).
022700     05  WS-CURRENT-TIME                PIC 9(06).
022800     05  FILLER                         PIC X(08).
022900 01  WS-HEADING-LINE.
023000     05  FILLER                         PIC X(41)
023100             VALUE 'CLI073L - CREDIT-LINE MANAGEMENT PROPOSAL'.
023200     05  FILLER                         PIC X(10)
023300             VALUE 'RUN DATE: '.
023400     05  WS-HDG-RUN-DATE                PIC 9(08).
023500     05  FILLER                         PIC X(73)   VALUE SPACES.
023600 01  WS-COLUMN-LINE.
023700     05  FILLER                         PIC X(40)
023800             VALUE 'ACCOUNT              CO  PRD  A  RSN   S'.
023900     05  FILLER                         PIC X(40)
024000             VALUE 'CR  UTL           OLD LIMIT           NE'.
024100     05  FILLER                         PIC X(40)
024200             VALUE 'W LIMIT               CHANGE  STATUS    '.
024300     05  FILLER                         PIC X(12)   VALUE SPACES.
024400 01  WS-DETAIL-LINE.
024500     05  WS-DTL-ACCOUNT                 PIC X(19).
024600     05  FILLER                         PIC X(02)   VALUE SPACES.
024700     05  WS-DTL-COMPANY                 PIC 9(03).
024800     05  FILLER                         PIC X(01)   VALUE SPACES.
024900     05  WS-DTL-PRODUCT                 PIC 9(03).
025000     05  FILLER                         PIC X(02)   VALUE SPACES.
025100     05  WS-DTL-ACTION                  PIC X(01).
025200     05  FILLER                         PIC X(02)   VALUE SPACES.
025300     05  WS-DTL-REASON                  PIC X(04).
025400     05  FILLER                         PIC X(02)   VALUE SPACES.
025500     05  WS-DTL-SCORE                   PIC 9(03).
025600     05  FILLER                         PIC X(02)   VALUE SPACES.
025700     05  WS-DTL-UTIL                    PIC ZZ9.
025800     05  FILLER                         PIC X(02)   VALUE SPACES.
025900     05  WS-DTL-OLD-LIMIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026000     05  FILLER                         PIC X(02)   VALUE SPACES.
026100     05  WS-DTL-NEW-LIMIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                         PIC X(02)   VALUE SPACES.
026300     05  WS-DTL-CHANGE                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
026400     05  FILLER                         PIC X(02)   VALUE SPACES.
026500     05  WS-DTL-STATUS                  PIC X(08).
026600     05  FILLER                         PIC X(14)   VALUE SPACES.
026700 01  WS-SUMMARY-HEADING.
026800     05  FILLER                         PIC X(40)
026900             VALUE 'CO  PRD  INCREASES    EXPOSURE ADDED  DE'.
027000     05  FILLER                         PIC X(36)
027100             VALUE 'CREASES  EXPOSURE REMOVED   REFERRED'.
027200     05  FILLER                         PIC X(56)   VALUE SPACES.
027300 01  WS-SUMMARY-LINE.
027400     05  WS-SUM-COMPANY                 PIC 9(03).
027500     05  FILLER                         PIC X(01)   VALUE SPACES.
027600     05  WS-SUM-PRODUCT                 PIC 9(03).
027700     05  WS-SUM-INCR-COUNT              PIC ZZZ,ZZZ,ZZ9.
027800     05  WS-SUM-ADDED                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
027900     05  FILLER                         PIC X(02)   VALUE SPACES.
028000     05  WS-SUM-DECR-COUNT              PIC Z,ZZZ,ZZ9.
028100     05  WS-SUM-REMOVED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028200     05  WS-SUM-REFER-COUNT             PIC ZZZ,ZZZ,ZZ9.
028300     05  FILLER                         PIC X(56)   VALUE SPACES.
028400 01  WS-TOTAL-LINE.
028500     05  WS-TOT-LABEL                   PIC X(24).
028600     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
028700     05  FILLER                         PIC X(97)   VALUE SPACES.
028800 01  WS-AMOUNT-LINE.
028900     05  WS-AMT-LABEL                   PIC X(24).
029000     05  WS-AMT-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029100     05  FILLER                         PIC X(90)   VALUE SPACES.
029200 LINKAGE SECTION.
029300 01  LS-PARM.
029400     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
029500     03  LS-PARM-MONTH                  PIC X(06).
029600******************************************************************
029700*                 PROCEDURE DIVISION                            *
029800******************************************************************
029900 PROCEDURE DIVISION USING LS-PARM.
030000 0000-MAINLINE.
030100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
030200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
030300     IF RETURN-CODE = 16
030400         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
030500         GOBACK
030600     END-IF.
030700     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
030800             UNTIL WS-CURR-EOF AND WS-PRIOR-EOF.
030900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
031000     GOBACK.
031100 0000-EXIT.
031200     EXIT.
031300******************************************************************
031400*   1000 - RUN PARAMETERS, POLICY CARDS, SUPPRESSIONS, FILES     *
031500******************************************************************
031600 1000-INITIALIZE.
031700     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
031800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
031900     MOVE WS-CURRENT-DATE(1:6) TO WS-RUN-MONTH.
032000     IF LS-PARM-LENGTH >= 6
032100         AND LS-PARM-MONTH IS NUMERIC
032200         MOVE LS-PARM-MONTH TO WS-RUN-MONTH
032300     END-IF.
032310     COMPUTE WS-PREV-MONTH-NUM = WS-RUN-MONTH - 1.
032320     IF WS-PREV-MM = ZERO
032330         SUBTRACT 1 FROM WS-PREV-YEAR
032340         MOVE 12 TO WS-PREV-MM
032350     END-IF.
032400     COMPUTE WS-TODAY-INT-DATE =
032500             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
032600     OPEN INPUT LMGPOL-FILE.
032700     PERFORM 1600-LOAD-ONE-POLICY THRU 1600-EXIT
032800             UNTIL WS-POL-EOF.
032900     CLOSE LMGPOL-FILE.
033000     IF WS-POL-COUNT = ZERO
033100         DISPLAY 'CLI073L - NO POLICY CARDS ON LMGPOL, '
033200                 'NO PROPOSALS MADE'
033300         MOVE 16 TO RETURN-CODE
033400         GO TO 1000-EXIT
033500     END-IF.
033600     PERFORM 1700-LOAD-SUPPRESSIONS THRU 1700-EXIT.
033700     IF WS-DROPPED-COUNT NOT = ZERO
033800         DISPLAY 'CLI073L - TABLE FULL, ENTRIES DROPPED : '
033900                 WS-DROPPED-COUNT
034000         MOVE 8 TO RETURN-CODE
034100     END-IF.
034200     OPEN INPUT  CLIDATA-FILE.
034300     OPEN INPUT  LMG-IN-FILE.
034400     OPEN OUTPUT LMG-OUT-FILE.
034500     OPEN OUTPUT CLILCHG-FILE.
034600     OPEN OUTPUT REPORT-FILE.
034700     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
034800     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
034900     MOVE 'CLILCHG ' TO EXTENVL-HDR-FILE-ID.
035000     MOVE SPACES TO CLILCHG-ENTRY.
035100     MOVE EXTENVL-HEADER TO CLILCHG-ENTRY(1:25).
035200     WRITE CLILCHG-ENTRY.
035300     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
035400     WRITE REPORT-LINE FROM WS-HEADING-LINE.
035500     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
035600     PERFORM 2100-READ-CURR  THRU 2100-EXIT.
035700     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000 1500-LOAD-RUN-PARMS.
036100     OPEN INPUT RUNPARM-FILE.
036200     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
036300             UNTIL WS-PARM-EOF.
036400     CLOSE RUNPARM-FILE.
036500 1500-EXIT.
036600     EXIT.
036700 1510-READ-ONE-PARM.
036800     READ RUNPARM-FILE
036900         AT END SET WS-PARM-EOF TO TRUE
037000         NOT AT END
037100             IF RUNPARM-PROGRAM-ID = 'CLI060R '
037200                 AND RUNPARM-KEY = 'LTIMULT '
037300                 MOVE RUNPARM-VALUE-NUM TO WS-POLICY-MULTIPLE
037400                 DISPLAY 'CLI073L - POLICY MULTIPLE SET TO '
037500                         WS-POLICY-MULTIPLE
037600             END-IF
037700             IF RUNPARM-PROGRAM-ID = 'CLI073L '
037800                 PERFORM 1520-APPLY-OWN-PARM THRU 1520-EXIT
037900             END-IF
038000     END-READ.
038100 1510-EXIT.
038200     EXIT.
038300 1520-APPLY-OWN-PARM.
038400     EVALUATE RUNPARM-KEY
038500         WHEN 'UTILMIN '
038600             MOVE RUNPARM-VALUE-NUM TO WS-UTIL-LINE
038700             DISPLAY 'CLI073L - UTILIZATION LINE SET TO '
038800                     WS-UTIL-LINE
038900         WHEN 'UTILMON '
039000             MOVE RUNPARM-VALUE-NUM TO WS-UTIL-MONTHS
039100             DISPLAY 'CLI073L - SUSTAINED MONTHS SET TO '
039200                     WS-UTIL-MONTHS
039300         WHEN 'SCRDROP '
039400             MOVE RUNPARM-VALUE-NUM TO WS-SCORE-DROP
039500             DISPLAY 'CLI073L - SCORE DROP SET TO '
039600                     WS-SCORE-DROP
039700         WHEN 'INACTDAY'
039800             MOVE RUNPARM-VALUE-NUM TO WS-INACTIVE-DAYS
039900             DISPLAY 'CLI073L - INACTIVITY DAYS SET TO '
040000                     WS-INACTIVE-DAYS
040100         WHEN 'FARPCT  '
040200             MOVE RUNPARM-VALUE-NUM TO WS-FAR-PCT
040300             DISPLAY 'CLI073L - FAR-ABOVE-INCOME LINE SET TO '
040400                     WS-FAR-PCT
040500         WHEN 'LCDAYS  '
040600             MOVE RUNPARM-VALUE-NUM TO WS-CHANGE-DAYS
040700             DISPLAY 'CLI073L - LIMIT-CHANGE COOLING DAYS SET TO '
040800                     WS-CHANGE-DAYS
040900         WHEN 'APPRMAX '
041000             MOVE RUNPARM-VALUE-NUM TO WS-APPROVE-MAX
041100             DISPLAY 'CLI073L - AUTO-APPROVAL CEILING SET TO '
041200                     WS-APPROVE-MAX
041300     END-EVALUATE.
041400 1520-EXIT.
041500     EXIT.
041600******************************************************************
041700*   1600 - TABLE THE POLICY CARDS                                *
041800******************************************************************
041900 1600-LOAD-ONE-POLICY.
042000     READ LMGPOL-FILE
042100         AT END SET WS-POL-EOF TO TRUE
042200         NOT AT END
042300             ADD 1 TO WS-RUNSTAT-READ
042400             IF NOT LMGPOL-INCREASE
042500                 AND NOT LMGPOL-DECREASE
042600                 GO TO 1600-EXIT
042700             END-IF
042800             IF WS-POL-COUNT >= WS-POL-MAX
042900                 ADD 1 TO WS-DROPPED-COUNT
043000             ELSE
043100                 ADD 1 TO WS-POL-COUNT
043200                 MOVE LMGPOL-ACTION
043300                      TO WS-POL-ACTION(WS-POL-COUNT)
043400                 MOVE LMGPOL-SCORE-LOW
043500                      TO WS-POL-SCORE-LOW(WS-POL-COUNT)
043600                 MOVE LMGPOL-SCORE-HIGH
043700                      TO WS-POL-SCORE-HIGH(WS-POL-COUNT)
043800                 MOVE LMGPOL-CHANGE-PCT
043900                      TO WS-POL-CHANGE-PCT(WS-POL-COUNT)
044000                 MOVE LMGPOL-MAX-CHANGE
044100                      TO WS-POL-MAX-CHANGE(WS-POL-COUNT)
044200             END-IF
044300     END-READ.
044400 1600-EXIT.
044500     EXIT.
044600******************************************************************
044700*   1700 - TABLE THE EXCLUDED ACCOUNTS AND THE ACCOUNTS WITH A   *
044800*           DISPUTE STILL OUTSTANDING                            *
044900******************************************************************
045000 1700-LOAD-SUPPRESSIONS.
045100     OPEN INPUT CLIEXCL-FILE.
045200     PERFORM 1710-LOAD-ONE-EXCLUSION THRU 1710-EXIT
045300             UNTIL WS-EXCL-EOF.
045400     CLOSE CLIEXCL-FILE.
045500     OPEN INPUT DATDMST-FILE.
045600     PERFORM 1720-LOAD-ONE-DISPUTE THRU 1720-EXIT
045700             UNTIL WS-DISP-EOF.
045800     CLOSE DATDMST-FILE.
045900 1700-EXIT.
046000     EXIT.
046100 1710-LOAD-ONE-EXCLUSION.
046200     READ CLIEXCL-FILE
046300         AT END SET WS-EXCL-EOF TO TRUE
046400         NOT AT END
046500             IF CLIEXCL-ENTRY(1:3) = 'HDR'
046600                 OR CLIEXCL-ENTRY(1:3) = 'TRL'
046700                 GO TO 1710-EXIT
046800             END-IF
046900             IF WS-EXCL-COUNT >= WS-EXCL-MAX
047000                 ADD 1 TO WS-DROPPED-COUNT
047100             ELSE
047200                 ADD 1 TO WS-EXCL-COUNT
047300                 MOVE CLIEXCL-ACCOUNT-NUMBER
047400                     TO WS-EXCL-ACCOUNT(WS-EXCL-COUNT)
047500             END-IF
047600     END-READ.
047700 1710-EXIT.
047800     EXIT.
047900 1720-LOAD-ONE-DISPUTE.
048000     READ DATDMST-FILE
048100         AT END SET WS-DISP-EOF TO TRUE
048200         NOT AT END
048300             IF NOT DATDMST-STATUS-OPEN
048400                 AND NOT DATDMST-STATUS-REPRESENTED
048500                 GO TO 1720-EXIT
048600             END-IF
048700             IF WS-DISP-COUNT >= WS-DISP-MAX
048800                 ADD 1 TO WS-DROPPED-COUNT
048900             ELSE
049000                 ADD 1 TO WS-DISP-COUNT
049100                 MOVE DATDMST-ACCT
049200                      TO WS-DISP-ACCOUNT(WS-DISP-COUNT)
049300             END-IF
049400     END-READ.
049500 1720-EXIT.
049600     EXIT.
049700******************************************************************
049800*   2000 - MATCH THE MONTH-END FILE AGAINST THE UTILIZATION      *
049900*           HISTORY; ACCOUNTS GONE FROM THE FILE DROP OFF        *
050000******************************************************************
050100 2000-MATCH-MERGE.
050200     IF WS-CURR-EOF
050300         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
050400     ELSE IF WS-PRIOR-EOF
050500         MOVE 'N' TO WS-HAS-PRIOR-SW
050600         PERFORM 2300-PROPOSE       THRU 2300-EXIT
050700         PERFORM 2100-READ-CURR     THRU 2100-EXIT
050800     ELSE IF CLIDATA-ACCOUNT-NUMBER = PRIOR-ACCOUNT-NUMBER
050900         SET WS-HAS-PRIOR TO TRUE
051000         PERFORM 2300-PROPOSE       THRU 2300-EXIT
051100         PERFORM 2100-READ-CURR     THRU 2100-EXIT
051200         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
051300     ELSE IF CLIDATA-ACCOUNT-NUMBER < PRIOR-ACCOUNT-NUMBER
051400         MOVE 'N' TO WS-HAS-PRIOR-SW
051500         PERFORM 2300-PROPOSE       THRU 2300-EXIT
051600         PERFORM 2100-READ-CURR     THRU 2100-EXIT
051700     ELSE
051800         PERFORM 2200-READ-PRIOR    THRU 2200-EXIT
051900     END-IF.
052000 2000-EXIT.
052100     EXIT.
052200 2100-READ-CURR.
052300     READ CLIDATA-FILE
052400         AT END SET WS-CURR-EOF TO TRUE
052500         NOT AT END
052600             ADD 1 TO WS-RUNSTAT-READ
052700             IF NOT CLIDATA-RECTYPE-DETAIL
052800                 GO TO 2100-READ-CURR
052900             END-IF
053000     END-READ.
053100 2100-EXIT.
053200     EXIT.
053300 2200-READ-PRIOR.
053400     READ LMG-IN-FILE
053500         AT END SET WS-PRIOR-EOF TO TRUE
053600         NOT AT END
053700             ADD 1 TO WS-RUNSTAT-READ
053800     END-READ.
053900 2200-EXIT.
054000     EXIT.
054100******************************************************************
054200*   2300 - ONE ACCOUNT: UTILIZATION HISTORY, SKIP TESTS, THE     *
054300*           DECREASE AND INCREASE TESTS, THEN THE PROPOSAL       *
054400******************************************************************
054500 2300-PROPOSE.
054600     ADD 1 TO WS-ACCOUNT-COUNT.
054700     PERFORM 2310-TRACK-UTILIZATION THRU 2310-EXIT.
054800     PERFORM 2320-TEST-SKIPS        THRU 2320-EXIT.
054900     IF WS-REASON-CODE NOT = SPACES
055000         GO TO 2300-EXIT
055100     END-IF.
055200     PERFORM 2330-SCORE-TREND       THRU 2330-EXIT.
055300     MOVE SPACE TO WS-ACTION.
055400     PERFORM 2340-TEST-DECREASE     THRU 2340-EXIT.
055500     IF WS-ACTION-NONE
055600         PERFORM 2350-TEST-INCREASE THRU 2350-EXIT
055700     END-IF.
055800     IF WS-ACTION-NONE
055900         GO TO 2300-EXIT
056000     END-IF.
056100     PERFORM 2400-NEW-LIMIT         THRU 2400-EXIT.
056200 2300-EXIT.
056300     EXIT.
056400******************************************************************
056500*   2310 - THIS MONTH'S UTILIZATION AND THE RUN OF MONTHS AT     *
056600*           OR ABOVE THE LINE, CARRIED ON LMGMAST                *
056700******************************************************************
056800 2310-TRACK-UTILIZATION.
056900     MOVE ZERO TO WS-UTIL-PCT.
057000     MOVE ZERO TO WS-HIGH-MONTHS.
057100     MOVE 'N'  TO WS-LIMIT-OK-SW.
057200     IF CLIDATA-CREDIT-LIMIT IS NUMERIC
057300         MOVE CLIDATA-CREDIT-LIMIT TO WS-CREDIT-LIMIT-NUM
057400         IF WS-CREDIT-LIMIT-NUM > ZERO
057500             SET WS-LIMIT-OK TO TRUE
057600             IF CLIDATA-CURRENT-BALANCE >= WS-CREDIT-LIMIT-NUM
057700                 MOVE 100 TO WS-UTIL-PCT
057800             ELSE
057900                 COMPUTE WS-UTIL-PCT =
058000                     CLIDATA-CURRENT-BALANCE * 100
058100                     / WS-CREDIT-LIMIT-NUM
058200             END-IF
058300         END-IF
058400     END-IF.
058500     IF WS-UTIL-PCT >= WS-UTIL-LINE
058600         MOVE 1 TO WS-HIGH-MONTHS
058700         IF WS-HAS-PRIOR
058800             AND PRIOR-LAST-MONTH = WS-PREV-MONTH-NUM
058900             AND PRIOR-HIGH-UTIL-MONTHS < 99
059000             COMPUTE WS-HIGH-MONTHS = PRIOR-HIGH-UTIL-MONTHS + 1
059100         END-IF
059200         IF WS-HAS-PRIOR
059300             AND PRIOR-LAST-MONTH = WS-RUN-MONTH
059400             MOVE PRIOR-HIGH-UTIL-MONTHS TO WS-HIGH-MONTHS
059500         END-IF
059600     END-IF.
059700     MOVE SPACES                 TO LMGMAST-RECORD.
059800     MOVE CLIDATA-ACCOUNT-NUMBER TO LMGMAST-ACCOUNT-NUMBER.
059900     MOVE WS-RUN-MONTH           TO LMGMAST-LAST-MONTH.
060000     MOVE WS-HIGH-MONTHS         TO LMGMAST-HIGH-UTIL-MONTHS.
060100     MOVE WS-UTIL-PCT            TO LMGMAST-LAST-UTIL-PCT.
060200     WRITE LMGMAST-RECORD.
060300     ADD 1 TO WS-RUNSTAT-WRITTEN.
060400 2310-EXIT.
060500     EXIT.
060600******************************************************************
060700*   2320 - ACCOUNTS LINE MANAGEMENT LEAVES ALONE                 *
060800******************************************************************
060900 2320-TEST-SKIPS.
061000     MOVE SPACES TO WS-REASON-CODE.
061100     MOVE 'N' TO WS-EXCL-FOUND-SW.
061200     PERFORM 2321-TEST-ONE-EXCLUSION THRU 2321-EXIT
061300             VARYING WS-EXCL-IDX FROM 1 BY 1
061400             UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
061500                OR WS-EXCL-FOUND.
061600     IF WS-EXCL-FOUND
061700         ADD 1 TO WS-SKIP-EXCL-COUNT
061800         MOVE 'EXCL' TO WS-REASON-CODE
061900         GO TO 2320-EXIT
062000     END-IF.
062100     IF CLIDATA-BLOCK-CODE-1 NOT = ZERO
062200         OR CLIDATA-BLK-CODE-1 NOT = SPACE
062300         OR CLIDATA-BLK-CODE-2 NOT = SPACE
062400         ADD 1 TO WS-SKIP-BLOCK-COUNT
062500         MOVE 'BLCK' TO WS-REASON-CODE
062600         GO TO 2320-EXIT
062700     END-IF.
062800     IF CLIDATA-REFIN-STATUS NOT = ZERO
062900         ADD 1 TO WS-SKIP-REFI-COUNT
063000         MOVE 'REFI' TO WS-REASON-CODE
063100         GO TO 2320-EXIT
063200     END-IF.
063300     MOVE 'N' TO WS-DISP-FOUND-SW.
063400     PERFORM 2322-TEST-ONE-DISPUTE THRU 2322-EXIT
063500             VARYING WS-DISP-IDX FROM 1 BY 1
063600             UNTIL WS-DISP-IDX > WS-DISP-COUNT
063700                OR WS-DISP-FOUND.
063800     IF WS-DISP-FOUND
063900         ADD 1 TO WS-SKIP-DISP-COUNT
064000         MOVE 'DISP' TO WS-REASON-CODE
064100         GO TO 2320-EXIT
064200     END-IF.
064300     IF NOT WS-LIMIT-OK
064400         ADD 1 TO WS-SKIP-LIMIT-COUNT
064500         MOVE 'LIMT' TO WS-REASON-CODE
064600         GO TO 2320-EXIT
064700     END-IF.
064800     MOVE CLIDATA-CREDIT-LIMIT-DATE TO WS-DATE-IN.
064900     PERFORM 2800-DAYS-SINCE THRU 2800-EXIT.
065000     IF WS-DATE-OK
065100         AND WS-DAYS-SINCE < WS-CHANGE-DAYS
065200         ADD 1 TO WS-SKIP-RECENT-COUNT
065300         MOVE 'RCNT' TO WS-REASON-CODE
065400     END-IF.
065500 2320-EXIT.
065600     EXIT.
065700 2321-TEST-ONE-EXCLUSION.
065800     IF WS-EXCL-ACCOUNT(WS-EXCL-IDX) = CLIDATA-ACCOUNT-NUMBER
065900         SET WS-EXCL-FOUND TO TRUE
066000     END-IF.
066100 2321-EXIT.
066200     EXIT.
066300 2322-TEST-ONE-DISPUTE.
066400     IF WS-DISP-ACCOUNT(WS-DISP-IDX) = CLIDATA-ACCOUNT-NUMBER
066500         SET WS-DISP-FOUND TO TRUE
066600     END-IF.
066700 2322-EXIT.
066800     EXIT.
066900******************************************************************
067000*   2330 - THE SCORE TREND AS CLI015T READS IT: MOST RECENT      *
067100*           NON-ZERO SCORE AGAINST THE OLDEST NON-ZERO SCORE     *
067200******************************************************************
067300 2330-SCORE-TREND.
067400     MOVE CLIDATA-BEHAVIOR-SCORE-1 TO WS-SCORE(1).
067500     MOVE CLIDATA-BEHAVIOR-SCORE-2 TO WS-SCORE(2).
067600     MOVE CLIDATA-BEHAVIOR-SCORE-3 TO WS-SCORE(3).
067700     MOVE CLIDATA-BEHAVIOR-SCORE-4 TO WS-SCORE(4).
067800     MOVE CLIDATA-BEHAVIOR-SCORE-5 TO WS-SCORE(5).
067900     MOVE CLIDATA-BEHAVIOR-SCORE-6 TO WS-SCORE(6).
068000     MOVE ZERO TO WS-RECENT-SCORE.
068100     MOVE ZERO TO WS-OLDEST-SCORE.
068200     MOVE ZERO TO WS-SCORE-SLOTS.
068300     PERFORM 2331-TAKE-ONE-SCORE THRU 2331-EXIT
068400             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6.
068500     COMPUTE WS-SCORE-TREND = WS-RECENT-SCORE - WS-OLDEST-SCORE.
068600 2330-EXIT.
068700     EXIT.
068800 2331-TAKE-ONE-SCORE.
068900     IF WS-SCORE(WS-IDX) = ZERO
069000         GO TO 2331-EXIT
069100     END-IF.
069200     ADD 1 TO WS-SCORE-SLOTS.
069300     IF WS-RECENT-SCORE = ZERO
069400         MOVE WS-SCORE(WS-IDX) TO WS-RECENT-SCORE
069500     END-IF.
069600     MOVE WS-SCORE(WS-IDX) TO WS-OLDEST-SCORE.
069700 2331-EXIT.
069800     EXIT.
069900******************************************************************
070000*   2340 - DECREASE: DETERIORATING SCORE, LONG INACTIVITY, OR A  *
070100*           LIMIT FAR ABOVE INCOME                               *
070200******************************************************************
070300 2340-TEST-DECREASE.
070400     IF WS-SCORE-SLOTS >= 2
070500         AND WS-SCORE-TREND <= 0 - WS-SCORE-DROP
070600         SET WS-ACTION-DECREASE TO TRUE
070700         MOVE 'SCOR' TO WS-REASON-CODE
070800         GO TO 2340-EXIT
070900     END-IF.
071000     IF CLIDATA-FIRST-PURCHASE-DATE = ZERO
071100         MOVE CLIDATA-DATE-OPENED        TO WS-DATE-IN
071200     ELSE
071300         MOVE CLIDATA-LAST-PURCHASE-DATE TO WS-DATE-IN
071400     END-IF.
071500     PERFORM 2800-DAYS-SINCE THRU 2800-EXIT.
071600     IF WS-DATE-OK
071700         AND WS-DAYS-SINCE >= WS-INACTIVE-DAYS
071800         SET WS-ACTION-DECREASE TO TRUE
071900         MOVE 'INAC' TO WS-REASON-CODE
072000         GO TO 2340-EXIT
072100     END-IF.
072200     IF CLIDATA-INCOME > ZERO
072300         COMPUTE WS-FAR-LINE =
072400             CLIDATA-INCOME * WS-POLICY-MULTIPLE * WS-FAR-PCT
072500       / 100
072600         IF WS-CREDIT-LIMIT-NUM > WS-FAR-LINE
072700             SET WS-ACTION-DECREASE TO TRUE
072800             MOVE 'LTI ' TO WS-REASON-CODE
072900         END-IF
073000     END-IF.
073100 2340-EXIT.
073200     EXIT.
073300******************************************************************
073400*   2350 - INCREASE: STEADY OR RISING SCORE, SUSTAINED USE, NO   *
073500*           DELINQUENCY ACROSS THE FH STATEMENT HISTORY, AND     *
073600*           HEADROOM UNDER THE POLICY MULTIPLE                   *
073700******************************************************************
073800 2350-TEST-INCREASE.
073900     IF WS-SCORE-SLOTS < 2
074000         OR WS-SCORE-TREND < 0
074100         GO TO 2350-EXIT
074200     END-IF.
074300     IF WS-HIGH-MONTHS < WS-UTIL-MONTHS
074400         GO TO 2350-EXIT
074500     END-IF.
074600     IF CLIDATA-PAYMENT-DELINQ-DAYS NOT = ZERO
074700         GO TO 2350-EXIT
074800     END-IF.
074900     MOVE CLIDATA-FH-STATEMENT-DATE-1 TO WS-FH-DATE(1).
075000     MOVE CLIDATA-FH-STATEMENT-DATE-2 TO WS-FH-DATE(2).
075100     MOVE CLIDATA-FH-STATEMENT-DATE-3 TO WS-FH-DATE(3).
075200     MOVE CLIDATA-FH-STATEMENT-DATE-4 TO WS-FH-DATE(4).
075300     MOVE CLIDATA-FH-STATEMENT-DATE-5 TO WS-FH-DATE(5).
075400     MOVE CLIDATA-FH-STATEMENT-DATE-6 TO WS-FH-DATE(6).
075500     MOVE ZERO TO WS-OLDEST-FH-DATE.
075600     PERFORM 2351-TAKE-ONE-FH-DATE THRU 2351-EXIT
075700             VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6.
075800     IF WS-OLDEST-FH-DATE = ZERO
075900         GO TO 2350-EXIT
076000     END-IF.
076100     IF CLIDATA-LAST-DELINQUENCY-DATE >= WS-OLDEST-FH-DATE
076200         GO TO 2350-EXIT
076300     END-IF.
076400     IF CLIDATA-INCOME = ZERO
076500         GO TO 2350-EXIT
076600     END-IF.
076700     COMPUTE WS-POLICY-CEILING =
076800         CLIDATA-INCOME * WS-POLICY-MULTIPLE.
076900     IF WS-CREDIT-LIMIT-NUM >= WS-POLICY-CEILING
077000         GO TO 2350-EXIT
077100     END-IF.
077200     SET WS-ACTION-INCREASE TO TRUE.
077300     MOVE 'GOOD' TO WS-REASON-CODE.
077400 2350-EXIT.
077500     EXIT.
077600 2351-TAKE-ONE-FH-DATE.
077700     IF WS-FH-DATE(WS-IDX) NOT = ZERO
077800         AND (WS-OLDEST-FH-DATE = ZERO
077900           OR WS-FH-DATE(WS-IDX) < WS-OLDEST-FH-DATE)
078000         MOVE WS-FH-DATE(WS-IDX) TO WS-OLDEST-FH-DATE
078100     END-IF.
078200 2351-EXIT.
078300     EXIT.
078400******************************************************************
078500*   2400 - THE NEW LIMIT FROM THE POLICY BAND, ROUNDED TO A      *
078600*           WHOLE HUNDRED; AN INCREASE STOPS AT THE POLICY       *
078700*           CEILING AND A DECREASE AT THE BALANCE OWED           *
078800******************************************************************
078900 2400-NEW-LIMIT.
079000     MOVE 'N' TO WS-POL-FOUND-SW.
079100     PERFORM 2410-TEST-ONE-POLICY THRU 2410-EXIT
079200             VARYING WS-POL-IDX FROM 1 BY 1
079300             UNTIL WS-POL-IDX > WS-POL-COUNT
079400                OR WS-POL-FOUND.
079500     IF NOT WS-POL-FOUND
079600         ADD 1 TO WS-NO-BAND-COUNT
079700         GO TO 2400-EXIT
079800     END-IF.
079900     SUBTRACT 1 FROM WS-POL-IDX.
080000     COMPUTE WS-CHANGE-AMOUNT =
080100         WS-CREDIT-LIMIT-NUM * WS-POL-CHANGE-PCT(WS-POL-IDX)
080200   / 100.
080300     IF WS-POL-MAX-CHANGE(WS-POL-IDX) NOT = ZERO
080400         AND WS-CHANGE-AMOUNT > WS-POL-MAX-CHANGE(WS-POL-IDX)
080500         MOVE WS-POL-MAX-CHANGE(WS-POL-IDX) TO WS-CHANGE-AMOUNT
080600     END-IF.
080700     IF WS-ACTION-INCREASE
080800         COMPUTE WS-NEW-LIMIT =
080900             WS-CREDIT-LIMIT-NUM + WS-CHANGE-AMOUNT
081000         IF WS-NEW-LIMIT > WS-POLICY-CEILING
081100             MOVE WS-POLICY-CEILING TO WS-NEW-LIMIT
081200         END-IF
081300         DIVIDE WS-NEW-LIMIT BY 10000 GIVING WS-LIMIT-HUNDREDS
081350         MULTIPLY WS-LIMIT-HUNDREDS BY 10000 GIVING WS-NEW-LIMIT
081400         IF WS-NEW-LIMIT <= WS-CREDIT-LIMIT-NUM
081500             ADD 1 TO WS-NO-ROOM-COUNT
081600             GO TO 2400-EXIT
081700         END-IF
081800         COMPUTE WS-CHANGE-AMOUNT =
081900             WS-NEW-LIMIT - WS-CREDIT-LIMIT-NUM
082000     ELSE
082100         COMPUTE WS-NEW-LIMIT =
082200             WS-CREDIT-LIMIT-NUM - WS-CHANGE-AMOUNT
082300         IF WS-NEW-LIMIT < CLIDATA-CURRENT-BALANCE
082400             MOVE CLIDATA-CURRENT-BALANCE TO WS-NEW-LIMIT
082500         END-IF
082600         ADD 9999 TO WS-NEW-LIMIT
082650         DIVIDE WS-NEW-LIMIT BY 10000 GIVING WS-LIMIT-HUNDREDS
082700         MULTIPLY WS-LIMIT-HUNDREDS BY 10000 GIVING WS-NEW-LIMIT
082800         IF WS-NEW-LIMIT >= WS-CREDIT-LIMIT-NUM
082900             ADD 1 TO WS-NO-ROOM-COUNT
083000             GO TO 2400-EXIT
083100         END-IF
083200         COMPUTE WS-CHANGE-AMOUNT =
083300             WS-CREDIT-LIMIT-NUM - WS-NEW-LIMIT
083400     END-IF.
083500     PERFORM 2500-RECORD-PROPOSAL THRU 2500-EXIT.
083600 2400-EXIT.
083700     EXIT.
083800 2410-TEST-ONE-POLICY.
083900     IF WS-POL-ACTION(WS-POL-IDX) = WS-ACTION
084000         AND CLIDATA-BEHAVIOR-SCORE-1
084100             >= WS-POL-SCORE-LOW(WS-POL-IDX)
084200         AND CLIDATA-BEHAVIOR-SCORE-1
084300             <= WS-POL-SCORE-HIGH(WS-POL-IDX)
084400         SET WS-POL-FOUND TO TRUE
084500     END-IF.
084600 2410-EXIT.
084700     EXIT.
084800******************************************************************
084900*   2500 - APPROVE OR REFER THE PROPOSAL, LIST IT, AND SEND AN   *
085000*           APPROVED ONE TO THE PROCESSOR                        *
085100******************************************************************
085200 2500-RECORD-PROPOSAL.
085300     IF WS-APPROVE-MAX = ZERO
085400         OR WS-CHANGE-AMOUNT <= WS-APPROVE-MAX
085500         MOVE 'APPROVED' TO WS-STATUS
085600         ADD 1 TO WS-APPROVED-COUNT
085700         PERFORM 2510-WRITE-CHANGE THRU 2510-EXIT
085800     ELSE
085900         MOVE 'REFERRED' TO WS-STATUS
086000         ADD 1 TO WS-REFERRED-COUNT
086100     END-IF.
086200     MOVE CLIDATA-ACCOUNT-NUMBER   TO WS-DTL-ACCOUNT.
086300     MOVE CLIDATA-COMPANY-CODE     TO WS-DTL-COMPANY.
086400     MOVE CLIDATA-PRODUCT-CODE     TO WS-DTL-PRODUCT.
086500     MOVE WS-ACTION                TO WS-DTL-ACTION.
086600     MOVE WS-REASON-CODE           TO WS-DTL-REASON.
086700     MOVE CLIDATA-BEHAVIOR-SCORE-1 TO WS-DTL-SCORE.
086800     MOVE WS-UTIL-PCT              TO WS-DTL-UTIL.
086900     COMPUTE WS-MONEY = WS-CREDIT-LIMIT-NUM / 100.
087000     MOVE WS-MONEY                 TO WS-DTL-OLD-LIMIT.
087100     COMPUTE WS-MONEY = WS-NEW-LIMIT / 100.
087200     MOVE WS-MONEY                 TO WS-DTL-NEW-LIMIT.
087300     COMPUTE WS-MONEY =
087400         (WS-NEW-LIMIT - WS-CREDIT-LIMIT-NUM) / 100.
087500     MOVE WS-MONEY                 TO WS-DTL-CHANGE.
087600     MOVE WS-STATUS                TO WS-DTL-STATUS.
087700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
087800     MOVE CLIDATA-COMPANY-CODE TO WS-KEY-COMPANY.
087900     MOVE CLIDATA-PRODUCT-CODE TO WS-KEY-PRODUCT.
088000     PERFORM 4000-FIND-ROW THRU 4000-EXIT.
088100     IF NOT WS-ROW-FOUND
088200         GO TO 2500-EXIT
088300     END-IF.
088400     IF WS-STATUS = 'REFERRED'
088500         ADD 1 TO WS-ROW-REFER-COUNT(WS-ROW-IDX)
088600     ELSE IF WS-ACTION-INCREASE
088700         ADD 1                TO WS-ROW-INCR-COUNT(WS-ROW-IDX)
088800         ADD WS-CHANGE-AMOUNT TO WS-ROW-ADDED(WS-ROW-IDX)
088900     ELSE
089000         ADD 1                TO WS-ROW-DECR-COUNT(WS-ROW-IDX)
089100         ADD WS-CHANGE-AMOUNT TO WS-ROW-REMOVED(WS-ROW-IDX)
089200     END-IF.
089300 2500-EXIT.
089400     EXIT.
089500 2510-WRITE-CHANGE.
089600     MOVE SPACES                   TO CLILCHG-ENTRY.
089700     MOVE CLIDATA-ACCOUNT-NUMBER   TO CLILCHG-ACCOUNT-NUMBER.
089800     MOVE CLIDATA-COMPANY-CODE     TO CLILCHG-COMPANY-CODE.
089900     MOVE CLIDATA-LOGO             TO CLILCHG-LOGO.
090000     MOVE CLIDATA-PRODUCT-CODE     TO CLILCHG-PRODUCT-CODE.
090100     MOVE WS-ACTION                TO CLILCHG-ACTION.
090200     MOVE WS-REASON-CODE           TO CLILCHG-REASON-CODE.
090300     MOVE WS-CREDIT-LIMIT-NUM      TO CLILCHG-OLD-LIMIT.
090400     MOVE WS-NEW-LIMIT             TO CLILCHG-NEW-LIMIT.
090500     MOVE WS-CURRENT-DATE          TO CLILCHG-EFFECTIVE-DATE.
090600     MOVE CLIDATA-BEHAVIOR-SCORE-1 TO CLILCHG-BEHAVIOR-SCORE.
090700     WRITE CLILCHG-ENTRY.
090800     ADD 1 TO WS-RUNSTAT-WRITTEN.
090900     ADD WS-NEW-LIMIT TO WS-TOTAL-NEW-LIMIT.
091000     IF WS-ACTION-INCREASE
091100         ADD WS-CHANGE-AMOUNT TO WS-TOTAL-ADDED
091200     ELSE
091300         ADD WS-CHANGE-AMOUNT TO WS-TOTAL-REMOVED
091400     END-IF.
091500 2510-EXIT.
091600     EXIT.
091700******************************************************************
091800*   2800 - DAYS FROM WS-DATE-IN TO TODAY, WHEN IT IS A REAL DATE *
091900******************************************************************
092000 2800-DAYS-SINCE.
092100     MOVE 'N' TO WS-DATE-OK-SW.
092200     MOVE ZERO TO WS-DAYS-SINCE.
092300     IF WS-DATE-IN = ZERO
092400         GO TO 2800-EXIT
092500     END-IF.
092600     DIVIDE WS-DATE-IN BY 100
092700             GIVING WS-DATE-WORK
092800             REMAINDER WS-DATE-DD.
092900     DIVIDE WS-DATE-WORK BY 100
093000             GIVING WS-DATE-WORK
093100             REMAINDER WS-DATE-MM.
093200     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
093300         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
093400         GO TO 2800-EXIT
093500     END-IF.
093600     SET WS-DATE-OK TO TRUE.
093700     COMPUTE WS-DAYS-SINCE = WS-TODAY-INT-DATE
093800         - FUNCTION INTEGER-OF-DATE(WS-DATE-IN).
093900 2800-EXIT.
094000     EXIT.
094100******************************************************************
094200*   4000 - LOCATE THE COMPANY/PRODUCT ROW, INSERTING IT IN KEY   *
094300*           ORDER WHEN NEW                                       *
094400******************************************************************
094500 4000-FIND-ROW.
094600     MOVE 'N' TO WS-ROW-FOUND-SW.
094700     PERFORM 4100-TEST-ONE-ROW THRU 4100-EXIT
094800             VARYING WS-ROW-IDX FROM 1 BY 1
094900             UNTIL WS-ROW-IDX > WS-ROW-COUNT
095000                OR WS-ROW-FOUND
095100                OR WS-ROW-COMPANY(WS-ROW-IDX) > WS-KEY-COMPANY
095200                OR (WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
095300                AND WS-ROW-PRODUCT(WS-ROW-IDX) > WS-KEY-PRODUCT).
095400     IF WS-ROW-FOUND
095500         SUBTRACT 1 FROM WS-ROW-IDX
095600         GO TO 4000-EXIT
095700     END-IF.
095800     IF WS-ROW-COUNT >= WS-ROW-MAX
095900         ADD 1 TO WS-ROW-DROPPED-COUNT
096000         GO TO 4000-EXIT
096100     END-IF.
096200     PERFORM 4200-SHIFT-ONE-ROW THRU 4200-EXIT
096300             VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
096400             UNTIL WS-SHIFT-IDX < WS-ROW-IDX.
096500     ADD 1 TO WS-ROW-COUNT.
096600     INITIALIZE WS-ROW(WS-ROW-IDX).
096700     MOVE WS-KEY-COMPANY TO WS-ROW-COMPANY(WS-ROW-IDX).
096800     MOVE WS-KEY-PRODUCT TO WS-ROW-PRODUCT(WS-ROW-IDX).
096900     SET WS-ROW-FOUND TO TRUE.
097000 4000-EXIT.
097100     EXIT.
097200 4100-TEST-ONE-ROW.
097300     IF WS-ROW-COMPANY(WS-ROW-IDX) = WS-KEY-COMPANY
097400         AND WS-ROW-PRODUCT(WS-ROW-IDX) = WS-KEY-PRODUCT
097500         SET WS-ROW-FOUND TO TRUE
097600     END-IF.
097700 4100-EXIT.
097800     EXIT.
097900 4200-SHIFT-ONE-ROW.
098000     IF WS-SHIFT-IDX > ZERO
098100         MOVE WS-ROW(WS-SHIFT-IDX) TO WS-ROW(WS-SHIFT-IDX + 1)
098200     END-IF.
098300 4200-EXIT.
098400     EXIT.
098500******************************************************************
098600*   5000 - ONE EXPOSURE SUMMARY LINE PER COMPANY/PRODUCT         *
098700******************************************************************
098800 5000-PRINT-ROW.
098900     MOVE WS-ROW-COMPANY(WS-ROW-IDX)     TO WS-SUM-COMPANY.
099000     MOVE WS-ROW-PRODUCT(WS-ROW-IDX)     TO WS-SUM-PRODUCT.
099100     MOVE WS-ROW-INCR-COUNT(WS-ROW-IDX)  TO WS-SUM-INCR-COUNT.
099200     COMPUTE WS-MONEY = WS-ROW-ADDED(WS-ROW-IDX) / 100.
099300     MOVE WS-MONEY                       TO WS-SUM-ADDED.
099400     MOVE WS-ROW-DECR-COUNT(WS-ROW-IDX)  TO WS-SUM-DECR-COUNT.
099500     COMPUTE WS-MONEY = WS-ROW-REMOVED(WS-ROW-IDX) / 100.
099600     MOVE WS-MONEY                       TO WS-SUM-REMOVED.
099700     MOVE WS-ROW-REFER-COUNT(WS-ROW-IDX) TO WS-SUM-REFER-COUNT.
099800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
099900 5000-EXIT.
100000     EXIT.
100100******************************************************************
100200*                 9000 - TOTALS AND TERMINATION                  *
100300******************************************************************
100400 9000-TERMINATE.
100500     MOVE 'CLILCHG ' TO EXTENVL-TRL-FILE-ID.
100600     MOVE WS-APPROVED-COUNT  TO EXTENVL-TRL-RECORD-COUNT.
100700     MOVE WS-TOTAL-NEW-LIMIT TO EXTENVL-TRL-BALANCE-TOTAL.
100800     MOVE SPACES TO CLILCHG-ENTRY.
100900     MOVE EXTENVL-TRAILER TO CLILCHG-ENTRY(1:38).
101000     WRITE CLILCHG-ENTRY.
101100     MOVE SPACES TO REPORT-LINE.
101200     WRITE REPORT-LINE.
101300     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
101400     PERFORM 5000-PRINT-ROW THRU 5000-EXIT
101500             VARYING WS-ROW-IDX FROM 1 BY 1
101600             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
101700     MOVE SPACES TO REPORT-LINE.
101800     WRITE REPORT-LINE.
101900     MOVE 'ACCOUNTS REVIEWED     :' TO WS-TOT-LABEL.
102000     MOVE WS-ACCOUNT-COUNT          TO WS-TOT-COUNT.
102100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
102200     MOVE 'PROPOSALS APPROVED    :' TO WS-TOT-LABEL.
102300     MOVE WS-APPROVED-COUNT         TO WS-TOT-COUNT.
102400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
102500     MOVE 'PROPOSALS REFERRED    :' TO WS-TOT-LABEL.
102600     MOVE WS-REFERRED-COUNT         TO WS-TOT-COUNT.
102700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
102800     MOVE 'SKIPPED - EXCLUDED    :' TO WS-TOT-LABEL.
102900     MOVE WS-SKIP-EXCL-COUNT        TO WS-TOT-COUNT.
103000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
103100     MOVE 'SKIPPED - BLOCKED     :' TO WS-TOT-LABEL.
103200     MOVE WS-SKIP-BLOCK-COUNT       TO WS-TOT-COUNT.
103300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
103400     MOVE 'SKIPPED - REFINANCED  :' TO WS-TOT-LABEL.
103500     MOVE WS-SKIP-REFI-COUNT        TO WS-TOT-COUNT.
103600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
103700     MOVE 'SKIPPED - DISPUTED    :' TO WS-TOT-LABEL.
103800     MOVE WS-SKIP-DISP-COUNT        TO WS-TOT-COUNT.
103900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
104000     MOVE 'SKIPPED - BAD LIMIT   :' TO WS-TOT-LABEL.
104100     MOVE WS-SKIP-LIMIT-COUNT       TO WS-TOT-COUNT.
104200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
104300     MOVE 'SKIPPED - RECENT CHG  :' TO WS-TOT-LABEL.
104400     MOVE WS-SKIP-RECENT-COUNT      TO WS-TOT-COUNT.
104500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
104600     MOVE 'NO POLICY BAND        :' TO WS-TOT-LABEL.
104700     MOVE WS-NO-BAND-COUNT          TO WS-TOT-COUNT.
104800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
104900     MOVE 'NO ROOM TO CHANGE     :' TO WS-TOT-LABEL.
105000     MOVE WS-NO-ROOM-COUNT          TO WS-TOT-COUNT.
105100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
105200     MOVE 'EXPOSURE ADDED        :' TO WS-AMT-LABEL.
105300     COMPUTE WS-MONEY = WS-TOTAL-ADDED / 100.
105400     MOVE WS-MONEY                  TO WS-AMT-AMOUNT.
105500     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
105600     MOVE 'EXPOSURE REMOVED      :' TO WS-AMT-LABEL.
105700     COMPUTE WS-MONEY = WS-TOTAL-REMOVED / 100.
105800     MOVE WS-MONEY                  TO WS-AMT-AMOUNT.
105900     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
106000     IF WS-ROW-DROPPED-COUNT NOT = ZERO
106100         DISPLAY 'CLI073L - ROW TABLE FULL, PROPOSALS NOT '
106200                 'SUMMARIZED : ' WS-ROW-DROPPED-COUNT
106300         MOVE 8 TO RETURN-CODE
106400     END-IF.
106500     CLOSE CLIDATA-FILE.
106600     CLOSE LMG-IN-FILE.
106700     CLOSE LMG-OUT-FILE.
106800     CLOSE CLILCHG-FILE.
106900     CLOSE REPORT-FILE.
107000     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
107100 9000-EXIT.
107200     EXIT.
107300******************************************************************
107400*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
107500******************************************************************
107600 9900-WRITE-RUN-STATS.
107700     OPEN OUTPUT RUNLOG-FILE.
107800     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
107900     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
108000     MOVE SPACES                 TO RUNSTAT-ENTRY.
108100     MOVE 'CLI073L'              TO RUNSTAT-PROGRAM-ID.
108200     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
108300     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
108400     MOVE WS-RUNSTAT-START-RAW(1:6)
108500         TO RUNSTAT-START-TIME.
108600     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
108700     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
108800     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
108900     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
109000     WRITE RUNSTAT-ENTRY.
109100     CLOSE RUNLOG-FILE.
109200 9900-EXIT.
109300     EXIT.
109400******************************************************************
109500*                      END OF PROGRAM                            *
109600******************************************************************
109700
