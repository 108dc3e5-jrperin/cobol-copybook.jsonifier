000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : ADR033R                                       *
000500*    SYSTEM     : VQOEM CLIENT ADDRESS FILE (DATA2 FEED)         *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       ADDRESS SYSTEMS GROUP.                           *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY CROSS-FEED CONTACT-DATA DISAGREEMENT REPORT. THE   *
001400*     SAME CLIENT'S ADDRESSES ARRIVE IN THE THREE CLIDATA-       *
001500*     ADDRESS OCCURRENCES (TYPE R, C OR F) AND ON THE DATA2      *
001600*     ROWS, WHOSE IDF-DST-ENDR USES THE SAME CODES; THE SMS      *
001700*     NUMBER ARRIVES AS CLIDATA MG-CELLPHONE-SMS AND AS DATA2    *
001800*     NUM-TEL-CEL. STATEMENTS ARE MAILED FROM ONE AND            *
001900*     COLLECTIONS DIALS FROM THE OTHER. BOTH FEEDS ARE TAKEN IN  *
002000*     ACCOUNT ORDER (CLIDATA-ACCOUNT-NUMBER, DATA2-NUM-CLI) AS   *
002100*     CLI034R TAKES THEM, AND MATCH-MERGED. FOR EACH ADDRESS     *
002200*     TYPE HELD ON BOTH SIDES THE CEP, STREET, NUMBER AND        *
002300*     MUNICIPALITY ARE COMPARED, THEN THE CELLPHONE. EVERY       *
002400*     DISAGREEMENT IS REPORTED WITH THE SIDE MAINTAINED MORE     *
002500*     RECENTLY (CLIDATA MAINTENANCE-DATE AGAINST DATA2           *
002600*     DAT-ALT-ENDR / DAT-ALT-TEL-CEL), AND A CORRECTION RECORD   *
002700*     GOES TO THE OWNING SYSTEM OF THE STALER SIDE - ADRCORCL    *
002800*     FOR CLIDATA, ADRCORVQ FOR VQOEM. A TIE ON THE DATES IS     *
002900*     REPORTED AS SAME DAY WITH NO CORRECTION; AN ADDRESS TYPE   *
003000*     CARRIED BY ONE SIDE ONLY IS REPORTED FOR FOLLOW-UP.        *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  ASG  ORIGINAL VERSION.                        *
003310*     2026-10-15  ASG  DATA2 GROUP RESET WITH INITIALIZE SO THE  *
003320*                      CEP AND DATE SLOTS START AT ZERO, AND A   *
003330*                      CELLPHONE BLANK ON EITHER FEED IS NOW     *
003340*                      REPORTED AS ONE SIDE WITH NO CORRECTION.  *
003400******************************************************************
003500 PROGRAM-ID.    ADR033R.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT DATA2-FILE    ASSIGN TO DATA2IN
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPORT-FILE   ASSIGN TO ADR033RP
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT CORR-CLI-FILE ASSIGN TO ADRCORCL
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT CORR-VQ-FILE  ASSIGN TO ADRCORVQ
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CLIDATA-FILE.
005400     COPY "book_tests_OK.cob"
005500         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
005600 FD  DATA2-FILE.
005700     COPY "DATA2.cob"
005800         REPLACING ==:DATA2:== BY ==DATA2== .
005900 FD  REPORT-FILE.
006000 01  REPORT-LINE                        PIC X(132).
006100 FD  CORR-CLI-FILE.
006200 01  CORR-CLI-RECORD                    PIC X(150).
006300 FD  CORR-VQ-FILE.
006400 01  CORR-VQ-RECORD                     PIC X(150).
006500 FD  RUNLOG-FILE.
006600     COPY "RUNSTAT.cpy".
006700 WORKING-STORAGE SECTION.
006800 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
006900 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007000 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
007100 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
007200 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
007300 77  WS-CLI-EOF-SW                      PIC X(01)   VALUE 'N'.
007400     88  WS-CLI-EOF                                 VALUE 'Y'.
007500 77  WS-D2-EOF-SW                       PIC X(01)   VALUE 'N'.
007600     88  WS-D2-EOF                                  VALUE 'Y'.
007700 77  WS-TYPE-IDX                        PIC 9(01)   VALUE ZERO.
007800 77  WS-SLOT-IDX                        PIC 9(01)   VALUE ZERO.
007900 77  WS-CLI-SLOT                        PIC 9(01)   VALUE ZERO.
008000 77  WS-PACKED-DATE                     PIC 9(07)   VALUE ZERO.
008100 77  WS-WORK-DATE                       PIC 9(08)   VALUE ZERO.
008200 77  WS-CLI-MAINT-DATE                  PIC 9(08)   VALUE ZERO.
008300 77  WS-MATCHED-COUNT                   PIC 9(09)   VALUE ZERO.
008400 77  WS-CLI-ONLY-COUNT                  PIC 9(09)   VALUE ZERO.
008500 77  WS-D2-ONLY-COUNT                   PIC 9(09)   VALUE ZERO.
008600 77  WS-DISAGREE-COUNT                  PIC 9(09)   VALUE ZERO.
008700 77  WS-ONE-SIDE-COUNT                  PIC 9(09)   VALUE ZERO.
008800 77  WS-SAME-DAY-COUNT                  PIC 9(09)   VALUE ZERO.
008900 77  WS-CORR-CLI-COUNT                  PIC 9(09)   VALUE ZERO.
009000 77  WS-CORR-VQ-COUNT                   PIC 9(09)   VALUE ZERO.
009100 01  WS-CLI-KEY                         PIC X(19)   VALUE SPACES.
009200 01  WS-D2-KEY                          PIC X(19)   VALUE SPACES.
009300 01  WS-GROUP-KEY                       PIC X(19)   VALUE SPACES.
009400 01  WS-ADDR-TYPE-CODES                 PIC X(03)   VALUE 'RCF'.
009500 01  WS-ADDR-TYPE-TABLE REDEFINES WS-ADDR-TYPE-CODES.
009600     05  WS-ADDR-TYPE-CODE              PIC X(01)   OCCURS 3.
009700*    THE ACCOUNT'S DATA2 ROWS, ONE SLOT PER ADDRESS TYPE R/C/F
009800 01  WS-D2-GROUP.
009900     05  WS-D2-ADDR OCCURS 3 TIMES.
010000         10  WS-D2-ADDR-SW              PIC X(01).
010100             88  WS-D2-ADDR-HELD                   VALUE 'Y'.
010200         10  WS-D2-CEP                  PIC 9(08).
010300         10  WS-D2-STREET               PIC X(45).
010400         10  WS-D2-NUMBER               PIC X(06).
010500         10  WS-D2-MUNICIPALITY         PIC X(25).
010600         10  WS-D2-ADDR-DATE            PIC 9(08).
010700     05  WS-D2-CELL-SW                  PIC X(01).
010800         88  WS-D2-CELL-HELD                       VALUE 'Y'.
010900     05  WS-D2-CELL                     PIC X(10).
011000     05  WS-D2-CELL-DATE                PIC 9(08).
011100*    ONE DISAGREEMENT BEING REPORTED
011200 01  WS-DIFF-WORK.
011300     05  WS-DIFF-TYPE                   PIC X(01).
011400     05  WS-DIFF-FIELD-CODE             PIC X(04).
011500     05  WS-DIFF-FIELD-NAME             PIC X(12).
011600     05  WS-DIFF-CLI-VALUE              PIC X(45).
011700     05  WS-DIFF-D2-VALUE               PIC X(45).
011800     05  WS-DIFF-CLI-DATE               PIC 9(08).
011900     05  WS-DIFF-D2-DATE                PIC 9(08).
012000 01  WS-CEP-TEXT                        PIC 9(08).
012100 01  WS-CURRENT-DATE-TIME.
012200     05  WS-CURRENT-DATE                PIC 9(08).
012300     05  WS-CURRENT-TIME                PIC 9(06).
012400     05  FILLER                         PIC X(08).
012500 01  WS-HEADING-LINE.
012600     05  FILLER                         PIC X(21)
012700         VALUE 'ACCOUNT'.
012800     05  FILLER                         PIC X(05)
012900         VALUE 'TYPE'.
013000     05  FILLER                         PIC X(14)
013100         VALUE 'FIELD'.
013200     05  FILLER                         PIC X(32)
013300         VALUE 'CLIDATA VALUE'.
013400     05  FILLER                         PIC X(32)
013500         VALUE 'DATA2 VALUE'.
013600     05  FILLER                         PIC X(10)
013700         VALUE 'CLI MAINT'.
013800     05  FILLER                         PIC X(10)
013900         VALUE 'D2 MAINT'.
014000     05  FILLER                         PIC X(08)
014100         VALUE 'NEWER'.
014200 01  WS-DETAIL-LINE.
014300     05  WS-DTL-ACCOUNT                 PIC X(19).
014400     05  FILLER                         PIC X(02)   VALUE SPACES.
014500     05  WS-DTL-TYPE                    PIC X(01).
014600     05  FILLER                         PIC X(04)   VALUE SPACES.
014700     05  WS-DTL-FIELD                   PIC X(12).
014800     05  FILLER                         PIC X(02)   VALUE SPACES.
014900     05  WS-DTL-CLI-VALUE               PIC X(30).
015000     05  FILLER                         PIC X(02)   VALUE SPACES.
015100     05  WS-DTL-D2-VALUE                PIC X(30).
015200     05  FILLER                         PIC X(02)   VALUE SPACES.
015300     05  WS-DTL-CLI-DATE                PIC 9(08).
015400     05  FILLER                         PIC X(02)   VALUE SPACES.
015500     05  WS-DTL-D2-DATE                 PIC 9(08).
015600     05  FILLER                         PIC X(02)   VALUE SPACES.
015700     05  WS-DTL-NEWER                   PIC X(08).
015800 01  WS-TOTAL-LINE.
015900     05  WS-TOT-LABEL                   PIC X(32).
016000     05  WS-TOT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
016100     05  FILLER                         PIC X(89)   VALUE SPACES.
016200     COPY "ADRCORR.cpy".
016300******************************************************************
016400*                 PROCEDURE DIVISION                            *
016500******************************************************************
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
016900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017000     PERFORM 2000-MATCH-MERGE    THRU 2000-EXIT
017100             UNTIL WS-CLI-EOF AND WS-D2-EOF.
017200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
017300     GOBACK.
017400 0000-EXIT.
017500     EXIT.
017600 1000-INITIALIZE.
017700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017800     OPEN INPUT  CLIDATA-FILE.
017900     OPEN INPUT  DATA2-FILE.
018000     OPEN OUTPUT REPORT-FILE.
018100     OPEN OUTPUT CORR-CLI-FILE.
018200     OPEN OUTPUT CORR-VQ-FILE.
018300     WRITE REPORT-LINE FROM WS-HEADING-LINE.
018400     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
018500     PERFORM 2200-READ-DATA2   THRU 2200-EXIT.
018600 1000-EXIT.
018700     EXIT.
018800******************************************************************
018900*   2000 - MATCH THE TWO FEEDS ON ACCOUNT NUMBER                 *
019000******************************************************************
019100 2000-MATCH-MERGE.
019200     IF WS-CLI-KEY < WS-D2-KEY
019300         ADD 1 TO WS-CLI-ONLY-COUNT
019400         PERFORM 2100-READ-CLIDATA THRU 2100-EXIT
019500     ELSE IF WS-CLI-KEY > WS-D2-KEY
019600         ADD 1 TO WS-D2-ONLY-COUNT
019700         PERFORM 2300-LOAD-D2-GROUP THRU 2300-EXIT
019800     ELSE
019900         ADD 1 TO WS-MATCHED-COUNT
020000         PERFORM 2300-LOAD-D2-GROUP THRU 2300-EXIT
020100         PERFORM 2400-COMPARE-ACCOUNT THRU 2400-EXIT
020200         PERFORM 2100-READ-CLIDATA THRU 2100-EXIT
020300     END-IF.
020400 2000-EXIT.
020500     EXIT.
020600******************************************************************
020700*   2100 - NEXT CLIDATA DETAIL RECORD                            *
020800******************************************************************
020900 2100-READ-CLIDATA.
021000     READ CLIDATA-FILE
021100         AT END
021200             SET WS-CLI-EOF TO TRUE
021300             MOVE HIGH-VALUES TO WS-CLI-KEY
021400             GO TO 2100-EXIT
021500     END-READ.
021600     ADD 1 TO WS-RUNSTAT-READ.
021700     IF NOT CLIDATA-RECTYPE-DETAIL
021800         GO TO 2100-READ-CLIDATA
021900     END-IF.
022000     MOVE CLIDATA-ACCOUNT-NUMBER TO WS-CLI-KEY.
022100 2100-EXIT.
022200     EXIT.
022300******************************************************************
022400*   2200 - NEXT DATA2 ROW, HEADER AND TRAILER PASSED OVER        *
022500******************************************************************
022600 2200-READ-DATA2.
022700     READ DATA2-FILE
022800         AT END
022900             SET WS-D2-EOF TO TRUE
023000             MOVE HIGH-VALUES TO WS-D2-KEY
023100             GO TO 2200-EXIT
023200     END-READ.
023300     ADD 1 TO WS-RUNSTAT-READ.
023400     IF DATA2-HEADER-REC OR DATA2-TRAILER-REC
023500         GO TO 2200-READ-DATA2
023600     END-IF.
023700     MOVE DATA2-NUM-CLI TO WS-D2-KEY.
023800 2200-EXIT.
023900     EXIT.
024000******************************************************************
024100*   2300 - GATHER EVERY DATA2 ROW OF THE CURRENT ACCOUNT         *
024200******************************************************************
024300 2300-LOAD-D2-GROUP.
024400     MOVE WS-D2-KEY TO WS-GROUP-KEY.
024500     INITIALIZE WS-D2-GROUP.
024600     PERFORM 2310-TAKE-D2-ROW THRU 2310-EXIT
024700             UNTIL WS-D2-KEY NOT = WS-GROUP-KEY.
024800 2300-EXIT.
024900     EXIT.
025000 2310-TAKE-D2-ROW.
025100     EVALUATE TRUE
025200         WHEN DATA2-DST-ENDR-RESID   MOVE 1 TO WS-TYPE-IDX
025300         WHEN DATA2-DST-ENDR-COMERC  MOVE 2 TO WS-TYPE-IDX
025400         WHEN DATA2-DST-ENDR-CORRESP MOVE 3 TO WS-TYPE-IDX
025500         WHEN OTHER                  MOVE 0 TO WS-TYPE-IDX
025600     END-EVALUATE.
025700     IF WS-TYPE-IDX NOT = ZERO
025800         AND NOT WS-D2-ADDR-HELD(WS-TYPE-IDX)
025900         SET WS-D2-ADDR-HELD(WS-TYPE-IDX) TO TRUE
026000         MOVE DATA2-NUM-CEP   TO WS-D2-CEP(WS-TYPE-IDX)
026100         MOVE DATA2-TXT-LOGR  TO WS-D2-STREET(WS-TYPE-IDX)
026200         MOVE DATA2-NUM-LOGR  TO WS-D2-NUMBER(WS-TYPE-IDX)
026300         MOVE DATA2-NOM-MNCP  TO WS-D2-MUNICIPALITY(WS-TYPE-IDX)
026400         MOVE ZERO            TO WS-PACKED-DATE
026500         IF DATA2-DAT-ALT-ENDR NUMERIC
026600             MOVE DATA2-DAT-ALT-ENDR TO WS-PACKED-DATE
026700         END-IF
026800         PERFORM 2320-UNPACK-DATE THRU 2320-EXIT
026900         MOVE WS-WORK-DATE    TO WS-D2-ADDR-DATE(WS-TYPE-IDX)
027000     END-IF.
027100     IF NOT WS-D2-CELL-HELD
027200         AND DATA2-NUM-TEL-CEL NOT = SPACES
027300         SET WS-D2-CELL-HELD  TO TRUE
027400         MOVE DATA2-NUM-TEL-CEL TO WS-D2-CELL
027500         MOVE ZERO            TO WS-PACKED-DATE
027600         IF DATA2-DAT-ALT-TEL-CEL NUMERIC
027700             MOVE DATA2-DAT-ALT-TEL-CEL TO WS-PACKED-DATE
027800         END-IF
027900         PERFORM 2320-UNPACK-DATE THRU 2320-EXIT
028000         MOVE WS-WORK-DATE    TO WS-D2-CELL-DATE
028100     END-IF.
028200     PERFORM 2200-READ-DATA2 THRU 2200-EXIT.
028300 2310-EXIT.
028400     EXIT.
028500******************************************************************
028600*   2320 - A CYYMMDD DATA2 DATE AS YYYYMMDD (ZERO STAYS ZERO)    *
028700******************************************************************
028800 2320-UNPACK-DATE.
028900     MOVE ZERO TO WS-WORK-DATE.
029000     IF WS-PACKED-DATE NOT = ZERO
029100         COMPUTE WS-WORK-DATE = WS-PACKED-DATE + 19000000
029200     END-IF.
029300 2320-EXIT.
029400     EXIT.
029500******************************************************************
029600*   2400 - COMPARE A MATCHED ACCOUNT'S ADDRESSES AND CELLPHONE   *
029700******************************************************************
029800 2400-COMPARE-ACCOUNT.
029900     MOVE ZERO TO WS-CLI-MAINT-DATE.
030000     IF CLIDATA-MAINTENANCE-DATE NUMERIC
030100         MOVE CLIDATA-MAINTENANCE-DATE TO WS-CLI-MAINT-DATE
030200     END-IF.
030300     PERFORM 2410-COMPARE-ADDRESS-TYPE THRU 2410-EXIT
030400             VARYING WS-TYPE-IDX FROM 1 BY 1
030500             UNTIL WS-TYPE-IDX > 3.
030600     PERFORM 2450-COMPARE-CELLPHONE THRU 2450-EXIT.
030700 2400-EXIT.
030800     EXIT.
030900 2410-COMPARE-ADDRESS-TYPE.
031000     MOVE ZERO TO WS-CLI-SLOT.
031100     PERFORM 2415-FIND-CLI-SLOT THRU 2415-EXIT
031200             VARYING WS-SLOT-IDX FROM 1 BY 1
031300             UNTIL WS-SLOT-IDX > 3 OR WS-CLI-SLOT NOT = ZERO.
031400     IF WS-CLI-SLOT = ZERO
031500         AND NOT WS-D2-ADDR-HELD(WS-TYPE-IDX)
031600         GO TO 2410-EXIT
031700     END-IF.
031800     MOVE WS-ADDR-TYPE-CODE(WS-TYPE-IDX) TO WS-DIFF-TYPE.
031900     MOVE WS-CLI-MAINT-DATE TO WS-DIFF-CLI-DATE.
032000     MOVE WS-D2-ADDR-DATE(WS-TYPE-IDX) TO WS-DIFF-D2-DATE.
032100     IF WS-CLI-SLOT = ZERO
032200         OR NOT WS-D2-ADDR-HELD(WS-TYPE-IDX)
032300         PERFORM 2420-REPORT-ONE-SIDE THRU 2420-EXIT
032400         GO TO 2410-EXIT
032500     END-IF.
032600     IF CLIDATA-ZIP-CODE(WS-CLI-SLOT) NOT = WS-D2-CEP(WS-TYPE-IDX)
032700         MOVE 'CEP '          TO WS-DIFF-FIELD-CODE
032800         MOVE 'CEP'           TO WS-DIFF-FIELD-NAME
032900         MOVE CLIDATA-ZIP-CODE(WS-CLI-SLOT) TO WS-CEP-TEXT
033000         MOVE WS-CEP-TEXT     TO WS-DIFF-CLI-VALUE
033100         MOVE WS-D2-CEP(WS-TYPE-IDX) TO WS-CEP-TEXT
033200         MOVE WS-CEP-TEXT     TO WS-DIFF-D2-VALUE
033300         PERFORM 2500-REPORT-DISAGREEMENT THRU 2500-EXIT
033400     END-IF.
033500     IF CLIDATA-STREET-DESC(WS-CLI-SLOT)
033600             NOT = WS-D2-STREET(WS-TYPE-IDX)
033700         MOVE 'STRT'          TO WS-DIFF-FIELD-CODE
033800         MOVE 'STREET'        TO WS-DIFF-FIELD-NAME
033900         MOVE CLIDATA-STREET-DESC(WS-CLI-SLOT)
034000                              TO WS-DIFF-CLI-VALUE
034100         MOVE WS-D2-STREET(WS-TYPE-IDX) TO WS-DIFF-D2-VALUE
034200         PERFORM 2500-REPORT-DISAGREEMENT THRU 2500-EXIT
034300     END-IF.
034400     IF CLIDATA-STREET-NUMBER(WS-CLI-SLOT)
034500             NOT = WS-D2-NUMBER(WS-TYPE-IDX)
034600         MOVE 'NUMB'          TO WS-DIFF-FIELD-CODE
034700         MOVE 'NUMBER'        TO WS-DIFF-FIELD-NAME
034800         MOVE CLIDATA-STREET-NUMBER(WS-CLI-SLOT)
034900                              TO WS-DIFF-CLI-VALUE
035000         MOVE WS-D2-NUMBER(WS-TYPE-IDX) TO WS-DIFF-D2-VALUE
035100         PERFORM 2500-REPORT-DISAGREEMENT THRU 2500-EXIT
035200     END-IF.
035300     IF CLIDATA-CITY-NAME(WS-CLI-SLOT)
035400             NOT = WS-D2-MUNICIPALITY(WS-TYPE-IDX)
035500         MOVE 'MUNI'          TO WS-DIFF-FIELD-CODE
035600         MOVE 'MUNICIPALITY'  TO WS-DIFF-FIELD-NAME
035700         MOVE CLIDATA-CITY-NAME(WS-CLI-SLOT)
035800                              TO WS-DIFF-CLI-VALUE
035900         MOVE WS-D2-MUNICIPALITY(WS-TYPE-IDX)
036000                              TO WS-DIFF-D2-VALUE
036100         PERFORM 2500-REPORT-DISAGREEMENT THRU 2500-EXIT
036200     END-IF.
036300 2410-EXIT.
036400     EXIT.
036500 2415-FIND-CLI-SLOT.
036600     IF CLIDATA-ADDRESS-TYPE(WS-SLOT-IDX) =
036700             WS-ADDR-TYPE-CODE(WS-TYPE-IDX)
036800         MOVE WS-SLOT-IDX TO WS-CLI-SLOT
036900     END-IF.
037000 2415-EXIT.
037100     EXIT.
037200******************************************************************
037300*   2420 - AN ADDRESS TYPE HELD BY ONE FEED ONLY - REPORTED FOR  *
037400*           FOLLOW-UP, NO FIELD-LEVEL CORRECTION CAN BE BUILT    *
037500******************************************************************
037600 2420-REPORT-ONE-SIDE.
037700     ADD 1 TO WS-ONE-SIDE-COUNT.
037800     MOVE SPACES              TO WS-DETAIL-LINE.
037900     MOVE WS-CLI-KEY          TO WS-DTL-ACCOUNT.
038000     MOVE WS-DIFF-TYPE        TO WS-DTL-TYPE.
038100     MOVE 'ADDRESS'           TO WS-DTL-FIELD.
038200     IF WS-CLI-SLOT = ZERO
038300         MOVE '(NONE)'        TO WS-DTL-CLI-VALUE
038400         MOVE WS-D2-STREET(WS-TYPE-IDX) TO WS-DTL-D2-VALUE
038500         MOVE ZERO            TO WS-DTL-CLI-DATE
038600         MOVE WS-DIFF-D2-DATE TO WS-DTL-D2-DATE
038700     ELSE
038800         MOVE CLIDATA-STREET-DESC(WS-CLI-SLOT) TO WS-DTL-CLI-VALUE
038900         MOVE '(NONE)'        TO WS-DTL-D2-VALUE
039000         MOVE WS-DIFF-CLI-DATE TO WS-DTL-CLI-DATE
039100         MOVE ZERO            TO WS-DTL-D2-DATE
039200     END-IF.
039300     MOVE 'ONE SIDE'          TO WS-DTL-NEWER.
039400     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
039500     ADD 1 TO WS-RUNSTAT-WRITTEN.
039600 2420-EXIT.
039700     EXIT.
039800******************************************************************
039900*   2450 - CLIDATA MG-CELLPHONE-SMS AGAINST DATA2 NUM-TEL-CEL    *
040000******************************************************************
040100 2450-COMPARE-CELLPHONE.
040200     IF CLIDATA-MG-CELLPHONE-SMS = WS-D2-CELL
040300         GO TO 2450-EXIT
040400     END-IF.
040410     IF NOT WS-D2-CELL-HELD
040420         OR CLIDATA-MG-CELLPHONE-SMS = SPACES
040430         PERFORM 2460-REPORT-CELL-ONE-SIDE THRU 2460-EXIT
040440         GO TO 2450-EXIT
040450     END-IF.
040500     MOVE SPACE               TO WS-DIFF-TYPE.
040600     MOVE 'CELL'              TO WS-DIFF-FIELD-CODE.
040700     MOVE 'CELLPHONE'         TO WS-DIFF-FIELD-NAME.
040800     MOVE CLIDATA-MG-CELLPHONE-SMS TO WS-DIFF-CLI-VALUE.
040900     MOVE WS-D2-CELL          TO WS-DIFF-D2-VALUE.
041000     MOVE WS-CLI-MAINT-DATE   TO WS-DIFF-CLI-DATE.
041100     MOVE WS-D2-CELL-DATE     TO WS-DIFF-D2-DATE.
041200     PERFORM 2500-REPORT-DISAGREEMENT THRU 2500-EXIT.
041300 2450-EXIT.
041400     EXIT.
041402******************************************************************
041404*   2460 - A CELLPHONE HELD BY ONE FEED ONLY - REPORTED FOR      *
041406*           FOLLOW-UP, NO CORRECTION BUILT FROM A BLANK NUMBER   *
041408******************************************************************
041410 2460-REPORT-CELL-ONE-SIDE.
041412     ADD 1 TO WS-ONE-SIDE-COUNT.
041414     MOVE SPACES              TO WS-DETAIL-LINE.
041416     MOVE WS-CLI-KEY          TO WS-DTL-ACCOUNT.
041418     MOVE SPACE               TO WS-DTL-TYPE.
041420     MOVE 'CELLPHONE'         TO WS-DTL-FIELD.
041422     IF WS-D2-CELL-HELD
041424         MOVE '(NONE)'        TO WS-DTL-CLI-VALUE
041426         MOVE WS-D2-CELL      TO WS-DTL-D2-VALUE
041428         MOVE ZERO            TO WS-DTL-CLI-DATE
041430         MOVE WS-D2-CELL-DATE TO WS-DTL-D2-DATE
041432     ELSE
041434         MOVE CLIDATA-MG-CELLPHONE-SMS TO WS-DTL-CLI-VALUE
041436         MOVE '(NONE)'        TO WS-DTL-D2-VALUE
041438         MOVE WS-CLI-MAINT-DATE TO WS-DTL-CLI-DATE
041440         MOVE ZERO            TO WS-DTL-D2-DATE
041442     END-IF.
041444     MOVE 'ONE SIDE'          TO WS-DTL-NEWER.
041446     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
041448     ADD 1 TO WS-RUNSTAT-WRITTEN.
041450 2460-EXIT.
041452     EXIT.
041500******************************************************************
041600*   2500 - REPORT ONE DISAGREEMENT AND ROUTE THE CORRECTION TO   *
041700*           THE OWNER OF THE STALER SIDE                         *
041800******************************************************************
041900 2500-REPORT-DISAGREEMENT.
042000     ADD 1 TO WS-DISAGREE-COUNT.
042100     MOVE SPACES              TO WS-DETAIL-LINE.
042200     MOVE WS-CLI-KEY          TO WS-DTL-ACCOUNT.
042300     MOVE WS-DIFF-TYPE        TO WS-DTL-TYPE.
042400     MOVE WS-DIFF-FIELD-NAME  TO WS-DTL-FIELD.
042500     MOVE WS-DIFF-CLI-VALUE   TO WS-DTL-CLI-VALUE.
042600     MOVE WS-DIFF-D2-VALUE    TO WS-DTL-D2-VALUE.
042700     MOVE WS-DIFF-CLI-DATE    TO WS-DTL-CLI-DATE.
042800     MOVE WS-DIFF-D2-DATE     TO WS-DTL-D2-DATE.
042900     MOVE SPACES              TO ADRCORR-ENTRY.
043000     MOVE WS-CLI-KEY          TO ADRCORR-ACCOUNT.
043100     MOVE WS-DIFF-TYPE        TO ADRCORR-ADDRESS-TYPE.
043200     MOVE WS-DIFF-FIELD-CODE  TO ADRCORR-FIELD-CODE.
043300     MOVE WS-CURRENT-DATE     TO ADRCORR-RUN-DATE.
043400     IF WS-DIFF-CLI-DATE > WS-DIFF-D2-DATE
043500         MOVE 'CLIDATA'       TO WS-DTL-NEWER
043600         SET ADRCORR-TO-VQOEM TO TRUE
043700         MOVE WS-DIFF-D2-VALUE  TO ADRCORR-STALE-VALUE
043800         MOVE WS-DIFF-CLI-VALUE TO ADRCORR-FRESH-VALUE
043900         MOVE WS-DIFF-D2-DATE   TO ADRCORR-STALE-MAINT-DATE
044000         MOVE WS-DIFF-CLI-DATE  TO ADRCORR-FRESH-MAINT-DATE
044100         WRITE CORR-VQ-RECORD FROM ADRCORR-ENTRY
044200         ADD 1 TO WS-CORR-VQ-COUNT
044300     ELSE IF WS-DIFF-D2-DATE > WS-DIFF-CLI-DATE
044400         MOVE 'DATA2'         TO WS-DTL-NEWER
044500         SET ADRCORR-TO-CLIDATA TO TRUE
044600         MOVE WS-DIFF-CLI-VALUE TO ADRCORR-STALE-VALUE
044700         MOVE WS-DIFF-D2-VALUE  TO ADRCORR-FRESH-VALUE
044800         MOVE WS-DIFF-CLI-DATE  TO ADRCORR-STALE-MAINT-DATE
044900         MOVE WS-DIFF-D2-DATE   TO ADRCORR-FRESH-MAINT-DATE
045000         WRITE CORR-CLI-RECORD FROM ADRCORR-ENTRY
045100         ADD 1 TO WS-CORR-CLI-COUNT
045200     ELSE
045300         MOVE 'SAME DAY'      TO WS-DTL-NEWER
045400         ADD 1 TO WS-SAME-DAY-COUNT
045500     END-IF.
045600     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
045700     ADD 1 TO WS-RUNSTAT-WRITTEN.
045800 2500-EXIT.
045900     EXIT.
046000******************************************************************
046100*                 9000 - TOTALS AND TERMINATION                  *
046200******************************************************************
046300 9000-TERMINATE.
046400     MOVE 'ACCOUNTS MATCHED'              TO WS-TOT-LABEL.
046500     MOVE WS-MATCHED-COUNT                TO WS-TOT-COUNT.
046600     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
046700     MOVE 'ACCOUNTS ON CLIDATA ONLY'      TO WS-TOT-LABEL.
046800     MOVE WS-CLI-ONLY-COUNT               TO WS-TOT-COUNT.
046900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047000     MOVE 'ACCOUNTS ON DATA2 ONLY'        TO WS-TOT-LABEL.
047100     MOVE WS-D2-ONLY-COUNT                TO WS-TOT-COUNT.
047200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047300     MOVE 'FIELD DISAGREEMENTS'           TO WS-TOT-LABEL.
047400     MOVE WS-DISAGREE-COUNT               TO WS-TOT-COUNT.
047500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047600     MOVE 'ADDRESS TYPES ON ONE SIDE ONLY' TO WS-TOT-LABEL.
047700     MOVE WS-ONE-SIDE-COUNT               TO WS-TOT-COUNT.
047800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
047900     MOVE 'CORRECTIONS TO CLIDATA'        TO WS-TOT-LABEL.
048000     MOVE WS-CORR-CLI-COUNT               TO WS-TOT-COUNT.
048100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048200     MOVE 'CORRECTIONS TO VQOEM'          TO WS-TOT-LABEL.
048300     MOVE WS-CORR-VQ-COUNT                TO WS-TOT-COUNT.
048400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048500     MOVE 'SAME-DAY, NO CORRECTION'       TO WS-TOT-LABEL.
048600     MOVE WS-SAME-DAY-COUNT               TO WS-TOT-COUNT.
048700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
048800     CLOSE CLIDATA-FILE.
048900     CLOSE DATA2-FILE.
049000     CLOSE REPORT-FILE.
049100     CLOSE CORR-CLI-FILE.
049200     CLOSE CORR-VQ-FILE.
049300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
049400 9000-EXIT.
049500     EXIT.
049600******************************************************************
049700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
049800******************************************************************
049900 9900-WRITE-RUN-STATS.
050000     OPEN OUTPUT RUNLOG-FILE.
050100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
050200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
050300     MOVE SPACES                 TO RUNSTAT-ENTRY.
050400     MOVE 'ADR033R'              TO RUNSTAT-PROGRAM-ID.
050500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
050600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
050700     MOVE WS-RUNSTAT-START-RAW(1:6)
050800         TO RUNSTAT-START-TIME.
050900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
051000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
051100     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
051200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
051300     WRITE RUNSTAT-ENTRY.
051400     CLOSE RUNLOG-FILE.
051500 9900-EXIT.
051600     EXIT.
051700******************************************************************
051800*                      END OF PROGRAM                            *
051900******************************************************************
