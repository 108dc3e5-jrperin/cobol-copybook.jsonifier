000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI066F                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       FINANCE SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     ANNUAL CARD-FEE ASSESSMENT AND WAIVER ENGINE. PICKS EVERY  *
001400*     CLIDATA DETAIL WHOSE CARD-FEE-DATE ANNIVERSARY FALLS ON    *
001500*     THE RUN DATE (A 29 FEBRUARY ANNIVERSARY FALLS ON 28        *
001600*     FEBRUARY IN A COMMON YEAR) AND PRICES IT OFF THE FEE       *
001700*     SCHEDULE (FEESCHD) BY PRODUCT-CODE, LOGO AND DISCOUNT      *
001800*     TABLE - DISCOUNT-TABLE-CODE-2, OR THE OLD 3-DIGIT          *
001900*     DISCOUNT-TABLE-CODE WHEN THE WIDE CODE IS ZERO - FALLING   *
002000*     BACK TO THE PRODUCT/LOGO CARD WITH A ZERO TABLE. THE       *
002100*     ANNUAL-DISCOUNT (A PERCENTAGE WITH TWO IMPLIED DECIMALS)   *
002200*     COMES OFF THE GROSS FEE; A VIP-TYPE ON A VIP-WAIVED        *
002300*     SCHEDULE, OR ACCUMULATED POINTS (SPM-ACCUM) AT OR ABOVE    *
002400*     THE SCHEDULE'S SPEND-WAIVER LINE, WAIVES IT OUTRIGHT.      *
002500*     EVERY ANNIVERSARY GOES TO THE PROCESSOR ON THE CLIFEEA     *
002600*     ASSESSMENT FILE (A WAIVER WITH A ZERO NET FEE) AND ON THE  *
002700*     ASSESSMENT REPORT; AN ANNIVERSARY NO SCHEDULE CARD         *
002800*     PRICES IS REPORTED AND ENDS THE RUN RC=8. DAT016F          *
002900*     RECONCILES THESE ASSESSMENTS TO THE FEE ACTUALLY BILLED.   *
003000*----------------------------------------------------------------*
003100* MODIFICATION HISTORY.                                          *
003200*     2026-10-15  FSG  ORIGINAL VERSION.                        *
003300******************************************************************
003400 PROGRAM-ID.    CLI066F.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT FEESCHD-FILE  ASSIGN TO FEESCHD
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT CLIFEEA-FILE  ASSIGN TO CLIFEEA
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT REPORT-FILE   ASSIGN TO CLI066RP
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CLIDATA-FILE.
005100     COPY "book_tests_OK.cob"
005200         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005300 FD  FEESCHD-FILE.
005400     COPY "FEESCHD.cpy".
005500 FD  CLIFEEA-FILE.
005600     COPY "CLIFEEA.cpy".
005700 FD  REPORT-FILE.
005800 01  REPORT-LINE                        PIC X(100).
005900 FD  RUNLOG-FILE.
006000     COPY "RUNSTAT.cpy".
006100 WORKING-STORAGE SECTION.
006200 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006300 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006400 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
006500 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
006600 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006700 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
006800     88  WS-EOF                                     VALUE 'Y'.
006900 77  WS-SCHD-EOF-SW                     PIC X(01)   VALUE 'N'.
007000     88  WS-SCHD-EOF                                VALUE 'Y'.
007100 77  WS-SCHD-COUNT                      PIC 9(04)   VALUE ZERO.
007200 77  WS-SCHD-MAX                        PIC 9(04)   VALUE 0500.
007300 77  WS-SCHD-IDX                        PIC 9(04)   VALUE ZERO.
007400 77  WS-SCHD-FOUND-IDX                  PIC 9(04)   VALUE ZERO.
007500 77  WS-SCHD-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
007600 77  WS-LOOKUP-TABLE                    PIC 9(05)   VALUE ZERO.
007700 77  WS-ACCT-TABLE                      PIC 9(05)   VALUE ZERO.
007800 77  WS-LAST-OF-FEB-SW                  PIC X(01)   VALUE 'N'.
007900     88  WS-LAST-OF-FEB                             VALUE 'Y'.
008000 77  WS-TOMORROW-DATE                   PIC 9(08)   VALUE ZERO.
008100 77  WS-DATE-OK-SW                      PIC X(01)   VALUE 'N'.
008200     88  WS-DATE-OK                                 VALUE 'Y'.
008300 77  WS-DATE-MM                         PIC 9(02)   VALUE ZERO.
008400 77  WS-DATE-DD                         PIC 9(02)   VALUE ZERO.
008500 77  WS-DATE-WORK                       PIC 9(09)   VALUE ZERO.
008600 77  WS-DISCOUNT-PCT                    PIC 9(05)   VALUE ZERO.
008700 77  WS-GROSS-FEE                       PIC 9(07)V99 VALUE ZERO.
008800 77  WS-DISCOUNT-AMOUNT                 PIC 9(07)V99 VALUE ZERO.
008900 77  WS-NET-FEE                         PIC 9(07)V99 VALUE ZERO.
009000 77  WS-WAIVER-CODE                     PIC X(04)   VALUE SPACES.
009100 77  WS-ANNIVERSARY-COUNT               PIC 9(07)   VALUE ZERO.
009200 77  WS-ASSESSED-COUNT                  PIC 9(07)   VALUE ZERO.
009300 77  WS-VIP-WAIVED-COUNT                PIC 9(07)   VALUE ZERO.
009400 77  WS-SPEND-WAIVED-COUNT              PIC 9(07)   VALUE ZERO.
009500 77  WS-NO-SCHEDULE-COUNT               PIC 9(07)   VALUE ZERO.
009600 77  WS-GROSS-TOTAL                     PIC 9(13)V99 VALUE ZERO.
009700 77  WS-NET-TOTAL                       PIC 9(13)V99 VALUE ZERO.
009800 77  WS-ENV-COUNT                       PIC 9(09)   VALUE ZERO.
009900 77  WS-ENV-AMOUNT-TOTAL                PIC 9(18)   VALUE ZERO.
010000     COPY "EXTENVL.cpy".
010100 01  WS-FEE-SCHEDULE-TABLE.
010200     05  WS-SCHD-ENTRY OCCURS 500 TIMES.
010300         10  WS-SCHD-PRODUCT            PIC 9(03).
010400         10  WS-SCHD-LOGO               PIC 9(03).
010500         10  WS-SCHD-TABLE              PIC 9(05).
010600         10  WS-SCHD-FEE                PIC 9(07)V99.
010700         10  WS-SCHD-VIP-SW             PIC X(01).
010800         10  WS-SCHD-SPEND-POINTS       PIC 9(09).
010900 01  WS-CURRENT-DATE-TIME.
011000     05  WS-CURRENT-DATE                PIC 9(08).
011100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
011200         10  WS-CURRENT-YYYY            PIC 9(04).
011300         10  WS-CURRENT-MMDD            PIC 9(04).
011400     05  WS-CURRENT-TIME                PIC 9(06).
011500     05  FILLER                         PIC X(08).
011600 01  WS-FEE-DATE.
011700     05  WS-FEE-YYYY                    PIC 9(04).
011800     05  WS-FEE-MMDD                    PIC 9(04).
011900 01  WS-HEADING-LINE.
012000     05  FILLER                         PIC X(40)
012100             VALUE 'CLI066F - ANNUAL CARD-FEE ASSESSMENT    '.
012200     05  FILLER                         PIC X(10)
012300             VALUE 'RUN DATE: '.
012400     05  WS-HDG-RUN-DATE                PIC 9(08).
012500     05  FILLER                         PIC X(42)   VALUE SPACES.
012600 01  WS-COLUMN-LINE.
012700     05  FILLER                         PIC X(34)
012800             VALUE 'ACCOUNT              PRD LGO TABLE'.
012900     05  FILLER                         PIC X(34)
013000             VALUE '     GROSS FEE      DISCOUNT  WAIV'.
013100     05  FILLER                         PIC X(32)
013200             VALUE '       NET FEE  NOTE            '.
013300 01  WS-DETAIL-LINE.
013400     05  WS-DTL-ACCOUNT                 PIC X(19).
013500     05  FILLER                         PIC X(02)   VALUE SPACES.
013600     05  WS-DTL-PRODUCT                 PIC 9(03).
013700     05  FILLER                         PIC X(01)   VALUE SPACES.
013800     05  WS-DTL-LOGO                    PIC 9(03).
013900     05  FILLER                         PIC X(01)   VALUE SPACES.
014000     05  WS-DTL-TABLE                   PIC 9(05).
014100     05  FILLER                         PIC X(02)   VALUE SPACES.
014200     05  WS-DTL-GROSS                   PIC Z,ZZZ,ZZ9.99.
014300     05  FILLER                         PIC X(02)   VALUE SPACES.
014400     05  WS-DTL-DISCOUNT                PIC Z,ZZZ,ZZ9.99.
014500     05  FILLER                         PIC X(02)   VALUE SPACES.
014600     05  WS-DTL-WAIVER                  PIC X(04).
014700     05  FILLER                         PIC X(02)   VALUE SPACES.
014800     05  WS-DTL-NET                     PIC Z,ZZZ,ZZ9.99.
014900     05  FILLER                         PIC X(02)   VALUE SPACES.
015000     05  WS-DTL-NOTE                    PIC X(15).
015100 01  WS-TOTAL-LINE-1.
015200     05  FILLER                         PIC X(24)
015300                       VALUE 'FEE ANNIVERSARIES     :'.
015400     05  WS-TOT-ANNIVERSARY             PIC ZZZ,ZZ9.
015500     05  FILLER                         PIC X(69)   VALUE SPACES.
015600 01  WS-TOTAL-LINE-2.
015700     05  FILLER                         PIC X(24)
015800                       VALUE 'ASSESSMENTS WRITTEN   :'.
015900     05  WS-TOT-ASSESSED                PIC ZZZ,ZZ9.
016000     05  FILLER                         PIC X(69)   VALUE SPACES.
016100 01  WS-TOTAL-LINE-3.
016200     05  FILLER                         PIC X(24)
016300                       VALUE 'WAIVED - VIP          :'.
016400     05  WS-TOT-VIP                     PIC ZZZ,ZZ9.
016500     05  FILLER                         PIC X(69)   VALUE SPACES.
016600 01  WS-TOTAL-LINE-4.
016700     05  FILLER                         PIC X(24)
016800                       VALUE 'WAIVED - SPEND        :'.
016900     05  WS-TOT-SPEND                   PIC ZZZ,ZZ9.
017000     05  FILLER                         PIC X(69)   VALUE SPACES.
017100 01  WS-TOTAL-LINE-5.
017200     05  FILLER                         PIC X(24)
017300                       VALUE 'NO FEE SCHEDULE       :'.
017400     05  WS-TOT-NO-SCHEDULE             PIC ZZZ,ZZ9.
017500     05  FILLER                         PIC X(69)   VALUE SPACES.
017600 01  WS-TOTAL-LINE-6.
017700     05  FILLER                         PIC X(24)
017800                       VALUE 'GROSS FEES            :'.
017900     05  WS-TOT-GROSS                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018000     05  FILLER                         PIC X(58)   VALUE SPACES.
018100 01  WS-TOTAL-LINE-7.
018200     05  FILLER                         PIC X(24)
018300                       VALUE 'NET FEES TO BILL      :'.
018400     05  WS-TOT-NET                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018500     05  FILLER                         PIC X(58)   VALUE SPACES.
018600******************************************************************
018700*                 PROCEDURE DIVISION                            *
018800******************************************************************
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
019200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
019300     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
019400             UNTIL WS-EOF.
019500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019600     GOBACK.
019700 0000-EXIT.
019800     EXIT.
019900 1000-INITIALIZE.
020000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020100     COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER(
020200             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1).
020300     IF WS-TOMORROW-DATE(5:4) = '0301'
020400         SET WS-LAST-OF-FEB TO TRUE
020500     END-IF.
020600     PERFORM 1600-LOAD-FEE-SCHEDULE THRU 1600-EXIT.
020700     OPEN INPUT  CLIDATA-FILE.
020800     OPEN OUTPUT CLIFEEA-FILE.
020900     OPEN OUTPUT REPORT-FILE.
021000     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
021100     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
021200     MOVE 'CLIFEEA ' TO EXTENVL-HDR-FILE-ID.
021300     MOVE SPACES TO CLIFEEA-ENTRY.
021400     MOVE EXTENVL-HEADER TO CLIFEEA-ENTRY(1:25).
021500     WRITE CLIFEEA-ENTRY.
021600     MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
021700     WRITE REPORT-LINE FROM WS-HEADING-LINE.
021800     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
021900     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200******************************************************************
022300*   1600 - TABLE THE FEE SCHEDULE CARDS                          *
022400******************************************************************
022500 1600-LOAD-FEE-SCHEDULE.
022600     OPEN INPUT FEESCHD-FILE.
022700     PERFORM 1610-LOAD-ONE-CARD THRU 1610-EXIT
022800             UNTIL WS-SCHD-EOF.
022900     CLOSE FEESCHD-FILE.
023000     DISPLAY 'CLI066F - FEE SCHEDULE CARDS LOADED : '
023100             WS-SCHD-COUNT.
023200     IF WS-SCHD-DROPPED-COUNT NOT = ZERO
023300         DISPLAY 'CLI066F - FEE SCHEDULE TABLE FULL, CARDS '
023400                 'DROPPED : ' WS-SCHD-DROPPED-COUNT
023500         MOVE 8 TO RETURN-CODE
023600     END-IF.
023700 1600-EXIT.
023800     EXIT.
023900 1610-LOAD-ONE-CARD.
024000     READ FEESCHD-FILE
024100         AT END SET WS-SCHD-EOF TO TRUE
024200         NOT AT END
024300             IF FEESCHD-CARD(1:1) = '*'
024400                 GO TO 1610-EXIT
024500             END-IF
024600             IF WS-SCHD-COUNT >= WS-SCHD-MAX
024700                 ADD 1 TO WS-SCHD-DROPPED-COUNT
024800             ELSE
024900                 ADD 1 TO WS-SCHD-COUNT
025000                 MOVE FEESCHD-PRODUCT-CODE
025100                      TO WS-SCHD-PRODUCT(WS-SCHD-COUNT)
025200                 MOVE FEESCHD-LOGO
025300                      TO WS-SCHD-LOGO(WS-SCHD-COUNT)
025400                 MOVE FEESCHD-DISCOUNT-TABLE
025500                      TO WS-SCHD-TABLE(WS-SCHD-COUNT)
025600                 MOVE FEESCHD-ANNUAL-FEE
025700                      TO WS-SCHD-FEE(WS-SCHD-COUNT)
025800                 MOVE FEESCHD-VIP-WAIVER-SW
025900                      TO WS-SCHD-VIP-SW(WS-SCHD-COUNT)
026000                 MOVE FEESCHD-SPEND-WAIVER-POINTS
026100                      TO WS-SCHD-SPEND-POINTS(WS-SCHD-COUNT)
026200             END-IF
026300     END-READ.
026400 1610-EXIT.
026500     EXIT.
026600******************************************************************
026700*   2000 - TEST ONE ACCOUNT FOR A FEE ANNIVERSARY TODAY          *
026800******************************************************************
026900 2000-PROCESS-FILE.
027000     IF CLIDATA-RECTYPE-DETAIL
027100         PERFORM 2200-TEST-ANNIVERSARY THRU 2200-EXIT
027200     END-IF.
027300     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600 2100-READ-CLIDATA.
027700     READ CLIDATA-FILE
027800         AT END SET WS-EOF TO TRUE
027900         NOT AT END ADD 1 TO WS-RUNSTAT-READ
028000     END-READ.
028100 2100-EXIT.
028200     EXIT.
028300 2200-TEST-ANNIVERSARY.
028400     PERFORM 2800-EDIT-FEE-DATE THRU 2800-EXIT.
028500     IF NOT WS-DATE-OK
028600         GO TO 2200-EXIT
028700     END-IF.
028800     MOVE CLIDATA-CARD-FEE-DATE TO WS-FEE-DATE.
028900     IF WS-FEE-YYYY NOT < WS-CURRENT-YYYY
029000         GO TO 2200-EXIT
029100     END-IF.
029200     IF WS-FEE-MMDD NOT = WS-CURRENT-MMDD
029300         IF WS-FEE-MMDD = 0229 AND WS-LAST-OF-FEB
029400             CONTINUE
029500         ELSE
029600             GO TO 2200-EXIT
029700         END-IF
029800     END-IF.
029900     ADD 1 TO WS-ANNIVERSARY-COUNT.
030000     PERFORM 2300-FIND-SCHEDULE THRU 2300-EXIT.
030100     IF WS-SCHD-FOUND-IDX = ZERO
030200         ADD 1 TO WS-NO-SCHEDULE-COUNT
030300         MOVE 8 TO RETURN-CODE
030400         MOVE ZERO TO WS-GROSS-FEE WS-DISCOUNT-AMOUNT WS-NET-FEE
030500         MOVE SPACES TO WS-WAIVER-CODE
030600         MOVE 'NO FEE SCHEDULE' TO WS-DTL-NOTE
030700         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
030800         GO TO 2200-EXIT
030900     END-IF.
031000     PERFORM 2400-PRICE-FEE THRU 2400-EXIT.
031100     PERFORM 2500-WRITE-ASSESSMENT THRU 2500-EXIT.
031200     MOVE SPACES TO WS-DTL-NOTE.
031300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
031400 2200-EXIT.
031500     EXIT.
031600******************************************************************
031700*   2300 - FIND THE SCHEDULE CARD: EXACT TABLE FIRST, THEN THE   *
031800*           PRODUCT/LOGO DEFAULT (TABLE ZERO)                    *
031900******************************************************************
032000 2300-FIND-SCHEDULE.
032100     IF CLIDATA-DISCOUNT-TABLE-CODE-2 NOT = ZERO
032200         MOVE CLIDATA-DISCOUNT-TABLE-CODE-2 TO WS-ACCT-TABLE
032300     ELSE
032400         MOVE CLIDATA-DISCOUNT-TABLE-CODE   TO WS-ACCT-TABLE
032500     END-IF.
032600     MOVE ZERO TO WS-SCHD-FOUND-IDX.
032700     MOVE WS-ACCT-TABLE TO WS-LOOKUP-TABLE.
032800     PERFORM 2310-TEST-ONE-CARD THRU 2310-EXIT
032900             VARYING WS-SCHD-IDX FROM 1 BY 1
033000             UNTIL WS-SCHD-IDX > WS-SCHD-COUNT
033100                OR WS-SCHD-FOUND-IDX NOT = ZERO.
033200     IF WS-SCHD-FOUND-IDX = ZERO
033300         AND WS-ACCT-TABLE NOT = ZERO
033400         MOVE ZERO TO WS-LOOKUP-TABLE
033500         PERFORM 2310-TEST-ONE-CARD THRU 2310-EXIT
033600                 VARYING WS-SCHD-IDX FROM 1 BY 1
033700                 UNTIL WS-SCHD-IDX > WS-SCHD-COUNT
033800                    OR WS-SCHD-FOUND-IDX NOT = ZERO
033900     END-IF.
034000 2300-EXIT.
034100     EXIT.
034200 2310-TEST-ONE-CARD.
034300     IF WS-SCHD-PRODUCT(WS-SCHD-IDX) = CLIDATA-PRODUCT-CODE
034400         AND WS-SCHD-LOGO(WS-SCHD-IDX) = CLIDATA-LOGO
034500         AND WS-SCHD-TABLE(WS-SCHD-IDX) = WS-LOOKUP-TABLE
034600         MOVE WS-SCHD-IDX TO WS-SCHD-FOUND-IDX
034700     END-IF.
034800 2310-EXIT.
034900     EXIT.
035000******************************************************************
035100*   2400 - GROSS FEE LESS THE ANNUAL DISCOUNT, THEN THE WAIVERS  *
035200******************************************************************
035300 2400-PRICE-FEE.
035400     MOVE WS-SCHD-FEE(WS-SCHD-FOUND-IDX) TO WS-GROSS-FEE.
035500     MOVE CLIDATA-ANNUAL-DISCOUNT TO WS-DISCOUNT-PCT.
035600     IF WS-DISCOUNT-PCT > 10000
035700         MOVE 10000 TO WS-DISCOUNT-PCT
035800     END-IF.
035900     COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
036000             WS-GROSS-FEE * WS-DISCOUNT-PCT / 10000.
036100     COMPUTE WS-NET-FEE = WS-GROSS-FEE - WS-DISCOUNT-AMOUNT.
036200     MOVE SPACES TO WS-WAIVER-CODE.
036300     IF WS-SCHD-VIP-SW(WS-SCHD-FOUND-IDX) = 'Y'
036400         AND CLIDATA-VIP-TYPE NOT = SPACES
036500         MOVE 'VIP ' TO WS-WAIVER-CODE
036600         MOVE ZERO TO WS-NET-FEE
036700         ADD 1 TO WS-VIP-WAIVED-COUNT
036800         GO TO 2400-EXIT
036900     END-IF.
037000     IF WS-SCHD-SPEND-POINTS(WS-SCHD-FOUND-IDX) NOT = ZERO
037100         AND CLIDATA-SPM-ACCUM NOT <
037200             WS-SCHD-SPEND-POINTS(WS-SCHD-FOUND-IDX)
037300         MOVE 'SPND' TO WS-WAIVER-CODE
037400         MOVE ZERO TO WS-NET-FEE
037500         ADD 1 TO WS-SPEND-WAIVED-COUNT
037600     END-IF.
037700 2400-EXIT.
037800     EXIT.
037900******************************************************************
038000*   2500 - WRITE THE ASSESSMENT FOR THE PROCESSOR                *
038100******************************************************************
038200 2500-WRITE-ASSESSMENT.
038300     MOVE SPACES                    TO CLIFEEA-ENTRY.
038400     MOVE CLIDATA-ACCOUNT-NUMBER    TO CLIFEEA-ACCOUNT-NUMBER.
038500     MOVE CLIDATA-COMPANY-CODE      TO CLIFEEA-COMPANY-CODE.
038600     MOVE CLIDATA-PRODUCT-CODE      TO CLIFEEA-PRODUCT-CODE.
038700     MOVE CLIDATA-LOGO              TO CLIFEEA-LOGO.
038800     MOVE WS-SCHD-TABLE(WS-SCHD-FOUND-IDX)
038900                                    TO CLIFEEA-DISCOUNT-TABLE.
039000     MOVE CLIDATA-CARD-FEE-DATE     TO CLIFEEA-CARD-FEE-DATE.
039100     MOVE WS-GROSS-FEE              TO CLIFEEA-GROSS-FEE.
039200     MOVE WS-DISCOUNT-AMOUNT        TO CLIFEEA-DISCOUNT-AMOUNT.
039300     MOVE WS-NET-FEE                TO CLIFEEA-NET-FEE.
039400     MOVE WS-WAIVER-CODE            TO CLIFEEA-WAIVER-CODE.
039500     MOVE WS-CURRENT-DATE           TO CLIFEEA-RUN-DATE.
039600     WRITE CLIFEEA-ENTRY.
039700     ADD 1 TO WS-ENV-COUNT.
039800     COMPUTE WS-ENV-AMOUNT-TOTAL =
039900             WS-ENV-AMOUNT-TOTAL + (WS-NET-FEE * 100).
040000     ADD 1 TO WS-ASSESSED-COUNT.
040100     ADD 1 TO WS-RUNSTAT-WRITTEN.
040200     ADD WS-GROSS-FEE TO WS-GROSS-TOTAL.
040300     ADD WS-NET-FEE   TO WS-NET-TOTAL.
040400 2500-EXIT.
040500     EXIT.
040600******************************************************************
040700*   2800 - IS THE CARD-FEE-DATE A REAL CALENDAR DATE             *
040800******************************************************************
040900 2800-EDIT-FEE-DATE.
041000     MOVE 'N' TO WS-DATE-OK-SW.
041100     IF CLIDATA-CARD-FEE-DATE = ZERO
041200         GO TO 2800-EXIT
041300     END-IF.
041400     DIVIDE CLIDATA-CARD-FEE-DATE BY 100
041500             GIVING WS-DATE-WORK
041600             REMAINDER WS-DATE-DD.
041700     DIVIDE WS-DATE-WORK BY 100
041800             GIVING WS-DATE-WORK
041900             REMAINDER WS-DATE-MM.
042000     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
042100         OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
042200         GO TO 2800-EXIT
042300     END-IF.
042400     SET WS-DATE-OK TO TRUE.
042500 2800-EXIT.
042600     EXIT.
042700******************************************************************
042800*   2900 - ONE LINE ON THE ASSESSMENT REPORT                     *
042900******************************************************************
043000 2900-WRITE-REPORT-LINE.
043100     MOVE CLIDATA-ACCOUNT-NUMBER    TO WS-DTL-ACCOUNT.
043200     MOVE CLIDATA-PRODUCT-CODE      TO WS-DTL-PRODUCT.
043300     MOVE CLIDATA-LOGO              TO WS-DTL-LOGO.
043400     IF WS-SCHD-FOUND-IDX = ZERO
043500         MOVE WS-ACCT-TABLE         TO WS-DTL-TABLE
043600     ELSE
043700         MOVE WS-SCHD-TABLE(WS-SCHD-FOUND-IDX)
043800                                    TO WS-DTL-TABLE
043900     END-IF.
044000     MOVE WS-GROSS-FEE              TO WS-DTL-GROSS.
044100     MOVE WS-DISCOUNT-AMOUNT        TO WS-DTL-DISCOUNT.
044200     MOVE WS-WAIVER-CODE            TO WS-DTL-WAIVER.
044300     MOVE WS-NET-FEE                TO WS-DTL-NET.
044400     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
044500 2900-EXIT.
044600     EXIT.
044700******************************************************************
044800*                 9000 - TOTALS AND TERMINATION                  *
044900******************************************************************
045000 9000-TERMINATE.
045100     MOVE 'CLIFEEA ' TO EXTENVL-TRL-FILE-ID.
045200     MOVE WS-ENV-COUNT TO EXTENVL-TRL-RECORD-COUNT.
045300     MOVE WS-ENV-AMOUNT-TOTAL TO EXTENVL-TRL-BALANCE-TOTAL.
045400     MOVE SPACES TO CLIFEEA-ENTRY.
045500     MOVE EXTENVL-TRAILER TO CLIFEEA-ENTRY(1:38).
045600     WRITE CLIFEEA-ENTRY.
045700     MOVE WS-ANNIVERSARY-COUNT  TO WS-TOT-ANNIVERSARY.
045800     MOVE WS-ASSESSED-COUNT     TO WS-TOT-ASSESSED.
045900     MOVE WS-VIP-WAIVED-COUNT   TO WS-TOT-VIP.
046000     MOVE WS-SPEND-WAIVED-COUNT TO WS-TOT-SPEND.
046100     MOVE WS-NO-SCHEDULE-COUNT  TO WS-TOT-NO-SCHEDULE.
046200     MOVE WS-GROSS-TOTAL        TO WS-TOT-GROSS.
046300     MOVE WS-NET-TOTAL          TO WS-TOT-NET.
046400     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
046500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
046600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
046700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
046800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
046900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
047000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
047100     IF WS-NO-SCHEDULE-COUNT NOT = ZERO
047200         DISPLAY 'CLI066F - ANNIVERSARIES WITH NO FEE SCHEDULE : '
047300                 WS-NO-SCHEDULE-COUNT
047400     END-IF.
047500     CLOSE CLIDATA-FILE.
047600     CLOSE CLIFEEA-FILE.
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
048900     MOVE 'CLI066F'              TO RUNSTAT-PROGRAM-ID.
049000     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
049100     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
049200     MOVE WS-RUNSTAT-START-RAW(1:6)
049300         TO RUNSTAT-START-TIME.
049400     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
049500     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
049600     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
049700     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
049800     WRITE RUNSTAT-ENTRY.
049900     CLOSE RUNLOG-FILE.
050000 9900-EXIT.
050100     EXIT.
050200******************************************************************
050300*                      END OF PROGRAM                            *
050400******************************************************************
