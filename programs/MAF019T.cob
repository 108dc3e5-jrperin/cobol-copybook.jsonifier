000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : MAF019T                                       *
000500*    SYSTEM     : TEXAS WELL MASTER FILE                        *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       WELL DATA SERVICES.                              *
000900* INSTALLATION. LAND SYSTEMS.                                    *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     MONTH-END SEVERANCE-TAX AND ROYALTY ESTIMATE FOR           *
001400*     ACCOUNTING'S ACCRUALS. EACH RRCPROD LEASE RECORD FOR THE   *
001500*     PRODUCTION MONTH (PARM YYYYMM, DEFAULT THE PRIOR CALENDAR  *
001600*     MONTH) IS VALUED AT THE MONTH'S POSTED PRICES (MAFPRICE    *
001700*     CARD - NO CARD FOR THE MONTH ENDS THE RUN RC 16). THE      *
001800*     STATE SEVERANCE TAX IS THE VALUE TIMES THE OIL AND GAS     *
001900*     RATES (RUN-CONTROL KEYS OILSEVBP AND GASSEVBP IN           *
002000*     HUNDREDTHS OF A PERCENT, DEFAULT 460 = 4.6% AND 750 =      *
002100*     7.5%); THE ROYALTY IS THE VALUE TIMES THE LEASE'S DECIMAL  *
002200*     ON THE ROYALTY-INTEREST FILE (MAFROYL), OR THE DEFAULT     *
002300*     DECIMAL (KEY ROYDFLT IN HUNDRED-MILLIONTHS, DEFAULT 1/8)   *
002400*     FLAGGED 'D' WHEN THE LEASE HAS NONE. THE ESTIMATE PRINTS   *
002500*     PER LEASE, THEN PER OPERATOR AND PER FIELD THROUGH THE     *
002600*     WELL MASTER. EACH OPERATOR'S TOTAL IS COMPARED WITH THE    *
002700*     PRIOR MONTH ON THE ESTIMATE HISTORY (MAFSEVH, CARRIED      *
002800*     MONTH OVER MONTH) AND FLAGGED WHEN IT MOVES MORE THAN      *
002900*     SWINGPCT PERCENT (DEFAULT 25) AND AT LEAST SWINGMIN        *
003000*     DOLLARS (DEFAULT 1,000) EITHER WAY.                        *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  WDS  ORIGINAL VERSION.                        *
003400******************************************************************
003500 PROGRAM-ID.    MAF019T.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MASTER-FILE   ASSIGN TO MAFMSTIN
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RRCPROD-FILE  ASSIGN TO RRCPROD
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL PRICE-FILE ASSIGN TO MAFPRICE
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL ROYALTY-FILE ASSIGN TO MAFROYL
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL PRIOR-HIST-FILE ASSIGN TO SEVHIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT NEW-HIST-FILE ASSIGN TO SEVHOUT
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT REPORT-FILE   ASSIGN TO MAF019RP
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  MASTER-FILE.
006000     COPY "book_texas_well_data.cob".
006100 FD  RRCPROD-FILE.
006200     COPY "RRCPROD.cpy".
006300 FD  PRICE-FILE.
006400     COPY "MAFPRICE.cpy".
006500 FD  ROYALTY-FILE.
006600     COPY "MAFROYL.cpy".
006700 FD  PRIOR-HIST-FILE.
006800     COPY "MAFSEVH.cpy"
006900         REPLACING ==:MAFSEVH:== BY ==PRIOR== .
007000 FD  NEW-HIST-FILE.
007100     COPY "MAFSEVH.cpy"
007200         REPLACING ==:MAFSEVH:== BY ==MAFSEVH== .
007300 FD  REPORT-FILE.
007400 01  REPORT-LINE                        PIC X(132).
007500 FD  RUNPARM-FILE.
007600     COPY "RUNPARM.cpy".
007700 FD  RUNLOG-FILE.
007800     COPY "RUNSTAT.cpy".
007900 WORKING-STORAGE SECTION.
008000 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
008100 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
008200 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008300 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008400 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008500 77  WS-MST-EOF-SW                      PIC X(01)   VALUE 'N'.
008600     88  WS-MST-EOF                                 VALUE 'Y'.
008700 77  WS-PRD-EOF-SW                      PIC X(01)   VALUE 'N'.
008800     88  WS-PRD-EOF                                 VALUE 'Y'.
008900 77  WS-PRC-EOF-SW                      PIC X(01)   VALUE 'N'.
009000     88  WS-PRC-EOF                                 VALUE 'Y'.
009100 77  WS-ROY-EOF-SW                      PIC X(01)   VALUE 'N'.
009200     88  WS-ROY-EOF                                 VALUE 'Y'.
009300 77  WS-HIS-EOF-SW                      PIC X(01)   VALUE 'N'.
009400     88  WS-HIS-EOF                                 VALUE 'Y'.
009500 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009600     88  WS-PARM-EOF                                VALUE 'Y'.
009700 77  WS-PRICE-FOUND-SW                  PIC X(01)   VALUE 'N'.
009800     88  WS-PRICE-FOUND                             VALUE 'Y'.
009900 77  WS-RUN-MONTH                       PIC 9(06)   VALUE ZERO.
010000 77  WS-PREV-MONTH                      PIC 9(06)   VALUE ZERO.
010100 77  WS-PRIOR-YEAR                      PIC 9(04)   VALUE ZERO.
010200 77  WS-PRIOR-MM                        PIC 9(02)   VALUE ZERO.
010300 77  WS-OIL-SEV-BP                      PIC 9(05)   VALUE 00460.
010400 77  WS-GAS-SEV-BP                      PIC 9(05)   VALUE 00750.
010500 77  WS-SWING-PCT                       PIC 9(03)   VALUE 025.
010600 77  WS-SWING-MIN                       PIC 9(09)   VALUE 1000.
010700 77  WS-DEFAULT-ROYALTY                 PIC 9V9(08) VALUE 0.125.
010800 77  WS-OIL-PRICE                       PIC 9(05)V9(04)
010900                                                    VALUE ZERO.
011000 77  WS-GAS-PRICE                       PIC 9(05)V9(04)
011100                                                    VALUE ZERO.
011200 77  WS-LEASE-COUNT                     PIC 9(05)   VALUE ZERO.
011300 77  WS-LEASE-MAX                       PIC 9(05)   VALUE 10000.
011400 77  WS-LEASE-IDX                       PIC 9(05)   VALUE ZERO.
011500 77  WS-LEASE-FOUND-IDX                 PIC 9(05)   VALUE ZERO.
011600 77  WS-ROY-COUNT                       PIC 9(05)   VALUE ZERO.
011700 77  WS-ROY-MAX                         PIC 9(05)   VALUE 10000.
011800 77  WS-ROY-IDX                         PIC 9(05)   VALUE ZERO.
011900 77  WS-ROY-FOUND-IDX                   PIC 9(05)   VALUE ZERO.
012000 77  WS-OPR-COUNT                       PIC 9(04)   VALUE ZERO.
012100 77  WS-OPR-MAX                         PIC 9(04)   VALUE 2000.
012200 77  WS-OPR-IDX                         PIC 9(04)   VALUE ZERO.
012300 77  WS-OPR-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
012400 77  WS-FLD-COUNT                       PIC 9(04)   VALUE ZERO.
012500 77  WS-FLD-MAX                         PIC 9(04)   VALUE 2000.
012600 77  WS-FLD-IDX                         PIC 9(04)   VALUE ZERO.
012700 77  WS-FLD-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
012800 77  WS-DROPPED-COUNT                   PIC 9(07)   VALUE ZERO.
012900 77  WS-WORK-TYPE                       PIC X(01)   VALUE SPACES.
013000 77  WS-WORK-LEASE                      PIC 9(06)   VALUE ZERO.
013100 77  WS-WORK-OPERATOR                   PIC X(32)   VALUE SPACES.
013200 77  WS-WORK-FIELD                      PIC X(32)   VALUE SPACES.
013300 77  WS-WORK-LEASE-NAME                 PIC X(32)   VALUE SPACES.
013400 77  WS-WORK-ROYALTY                    PIC 9V9(08) VALUE ZERO.
013500 77  WS-OIL-VALUE                       PIC 9(13)V99 VALUE ZERO.
013600 77  WS-GAS-VALUE                       PIC 9(13)V99 VALUE ZERO.
013700 77  WS-LEASE-VALUE                     PIC 9(13)V99 VALUE ZERO.
013800 77  WS-LEASE-SEV-TAX                   PIC 9(11)V99 VALUE ZERO.
013900 77  WS-LEASE-ROYALTY                   PIC 9(11)V99 VALUE ZERO.
014000 77  WS-CURR-TOTAL                      PIC 9(13)V99 VALUE ZERO.
014100 77  WS-BASE-TOTAL                      PIC 9(13)V99 VALUE ZERO.
014200 77  WS-SWING-AMOUNT                    PIC S9(13)V99 VALUE ZERO.
014300 77  WS-SWING-ABS                       PIC 9(13)V99 VALUE ZERO.
014400 77  WS-SWING-RATE                      PIC S9(05)  VALUE ZERO.
014500 77  WS-LEASES-ESTIMATED                PIC 9(07)   VALUE ZERO.
014600 77  WS-NOT-ON-MASTER-COUNT             PIC 9(07)   VALUE ZERO.
014700 77  WS-DEFAULT-ROY-COUNT               PIC 9(07)   VALUE ZERO.
014800 77  WS-SWING-COUNT                     PIC 9(07)   VALUE ZERO.
014900 77  WS-TOTAL-VALUE                     PIC 9(15)V99 VALUE ZERO.
015000 77  WS-TOTAL-SEV-TAX                   PIC 9(13)V99 VALUE ZERO.
015100 77  WS-TOTAL-ROYALTY                   PIC 9(13)V99 VALUE ZERO.
015200 01  WS-LEASE-TABLE.
015300     05  WS-LSE-ENTRY OCCURS 10000 TIMES.
015400         10  WS-LSE-TYPE                PIC X(01).
015500         10  WS-LSE-ID                  PIC 9(06).
015600         10  WS-LSE-OPERATOR            PIC X(32).
015700         10  WS-LSE-FIELD               PIC X(32).
015800         10  WS-LSE-NAME                PIC X(32).
015900 01  WS-ROYALTY-TABLE.
016000     05  WS-ROY-ENTRY OCCURS 10000 TIMES.
016100         10  WS-ROY-TYPE                PIC X(01).
016200         10  WS-ROY-ID                  PIC 9(06).
016300         10  WS-ROY-DECIMAL             PIC 9V9(08).
016400 01  WS-OPERATOR-TABLE.
016500     05  WS-OPR-ENTRY OCCURS 2000 TIMES.
016600         10  WS-OPR-NAME                PIC X(32).
016700         10  WS-OPR-LEASES              PIC 9(05).
016800         10  WS-OPR-VALUE               PIC 9(13)V99.
016900         10  WS-OPR-SEV-TAX             PIC 9(11)V99.
017000         10  WS-OPR-ROYALTY             PIC 9(11)V99.
017100         10  WS-OPR-BASE-MONTH          PIC 9(06).
017200         10  WS-OPR-BASE-SEV-TAX        PIC 9(11)V99.
017300         10  WS-OPR-BASE-ROYALTY        PIC 9(11)V99.
017400 01  WS-FIELD-TABLE.
017500     05  WS-FLD-ENTRY OCCURS 2000 TIMES.
017600         10  WS-FLD-NAME                PIC X(32).
017700         10  WS-FLD-LEASES              PIC 9(05).
017800         10  WS-FLD-OIL                 PIC 9(11).
017900         10  WS-FLD-GAS                 PIC 9(11).
018000         10  WS-FLD-VALUE               PIC 9(13)V99.
018100         10  WS-FLD-SEV-TAX             PIC 9(11)V99.
018200         10  WS-FLD-ROYALTY             PIC 9(11)V99.
018300 01  WS-CURRENT-DATE-TIME.
018400     05  WS-CURRENT-DATE                PIC 9(08).
018500     05  FILLER                         PIC X(14).
018600 01  WS-HEADING-LINE.
018700     05  FILLER                         PIC X(46)
018800         VALUE 'SEVERANCE TAX AND ROYALTY ESTIMATE - MONTH  '.
018900     05  WS-HDG-MONTH                   PIC 9(06).
019000     05  FILLER                         PIC X(12)
019100         VALUE '   OIL/BBL '.
019200     05  WS-HDG-OIL-PRICE               PIC ZZ,ZZ9.9999.
019300     05  FILLER                         PIC X(12)
019400         VALUE '   GAS/MCF '.
019500     05  WS-HDG-GAS-PRICE               PIC ZZ,ZZ9.9999.
019600     05  FILLER                         PIC X(34)   VALUE SPACES.
019700 01  WS-LEASE-COLUMNS.
019800     05  FILLER                         PIC X(34)
019900         VALUE 'T LEASE   LEASE NAME'.
020000     05  FILLER                         PIC X(26)
020100         VALUE 'OPERATOR'.
020200     05  FILLER                         PIC X(13)
020300         VALUE '    OIL BBL  '.
020400     05  FILLER                         PIC X(13)
020500         VALUE '    GAS MCF  '.
020600     05  FILLER                         PIC X(16)
020700         VALUE '   GROSS VALUE  '.
020800     05  FILLER                         PIC X(13)
020900         VALUE '  SEVERANCE  '.
021000     05  FILLER                         PIC X(17)
021100         VALUE '    ROYALTY      '.
021200 01  WS-LEASE-LINE.
021300     05  WS-LSL-TYPE                    PIC X(01).
021400     05  FILLER                         PIC X(01)   VALUE SPACE.
021500     05  WS-LSL-LEASE                   PIC 9(06).
021600     05  FILLER                         PIC X(02)   VALUE SPACES.
021700     05  WS-LSL-NAME                    PIC X(24).
021800     05  FILLER                         PIC X(02)   VALUE SPACES.
021900     05  WS-LSL-OPERATOR                PIC X(24).
022000     05  FILLER                         PIC X(02)   VALUE SPACES.
022100     05  WS-LSL-OIL                     PIC ZZZ,ZZZ,ZZ9.
022200     05  FILLER                         PIC X(02)   VALUE SPACES.
022300     05  WS-LSL-GAS                     PIC ZZZ,ZZZ,ZZ9.
022400     05  FILLER                         PIC X(02)   VALUE SPACES.
022500     05  WS-LSL-VALUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.
022600     05  FILLER                         PIC X(02)   VALUE SPACES.
022700     05  WS-LSL-SEV-TAX                 PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER                         PIC X(02)   VALUE SPACES.
022900     05  WS-LSL-ROYALTY                 PIC ZZZ,ZZZ,ZZ9.
023000     05  FILLER                         PIC X(01)   VALUE SPACE.
023100     05  WS-LSL-ROY-FLAG                PIC X(01).
023200     05  FILLER                         PIC X(02)   VALUE SPACES.
023300 01  WS-OPERATOR-CAPTION.
023400     05  FILLER                         PIC X(40)
023500         VALUE 'ESTIMATE BY OPERATOR'.
023600     05  FILLER                         PIC X(92)   VALUE SPACES.
023700 01  WS-OPERATOR-COLUMNS.
023800     05  FILLER                         PIC X(34)
023900         VALUE 'OPERATOR'.
024000     05  FILLER                         PIC X(08)
024100         VALUE 'LEASES  '.
024200     05  FILLER                         PIC X(16)
024300         VALUE '   GROSS VALUE  '.
024400     05  FILLER                         PIC X(13)
024500         VALUE '  SEVERANCE  '.
024600     05  FILLER                         PIC X(13)
024700         VALUE '    ROYALTY  '.
024800     05  FILLER                         PIC X(16)
024900         VALUE '   PRIOR MONTH  '.
025000     05  FILLER                         PIC X(32)
025100         VALUE 'CHNG%'.
025200 01  WS-OPERATOR-LINE.
025300     05  WS-OPL-OPERATOR                PIC X(32).
025400     05  FILLER                         PIC X(02)   VALUE SPACES.
025500     05  WS-OPL-LEASES                  PIC ZZ,ZZ9.
025600     05  FILLER                         PIC X(02)   VALUE SPACES.
025700     05  WS-OPL-VALUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.
025800     05  FILLER                         PIC X(02)   VALUE SPACES.
025900     05  WS-OPL-SEV-TAX                 PIC ZZZ,ZZZ,ZZ9.
026000     05  FILLER                         PIC X(02)   VALUE SPACES.
026100     05  WS-OPL-ROYALTY                 PIC ZZZ,ZZZ,ZZ9.
026200     05  FILLER                         PIC X(02)   VALUE SPACES.
026300     05  WS-OPL-PRIOR                   PIC ZZ,ZZZ,ZZZ,ZZ9.
026400     05  FILLER                         PIC X(02)   VALUE SPACES.
026500     05  WS-OPL-CHANGE                  PIC ----9.
026600     05  FILLER                         PIC X(02)   VALUE SPACES.
026700     05  WS-OPL-FLAG                    PIC X(08).
026800     05  FILLER                         PIC X(17)   VALUE SPACES.
026900 01  WS-FIELD-CAPTION.
027000     05  FILLER                         PIC X(40)
027100         VALUE 'ESTIMATE BY FIELD'.
027200     05  FILLER                         PIC X(92)   VALUE SPACES.
027300 01  WS-FIELD-COLUMNS.
027400     05  FILLER                         PIC X(34)
027500         VALUE 'FIELD'.
027600     05  FILLER                         PIC X(08)
027700         VALUE 'LEASES  '.
027800     05  FILLER                         PIC X(13)
027900         VALUE '    OIL BBL  '.
028000     05  FILLER                         PIC X(13)
028100         VALUE '    GAS MCF  '.
028200     05  FILLER                         PIC X(16)
028300         VALUE '   GROSS VALUE  '.
028400     05  FILLER                         PIC X(13)
028500         VALUE '  SEVERANCE  '.
028600     05  FILLER                         PIC X(35)
028700         VALUE '    ROYALTY'.
028800 01  WS-FIELD-LINE.
028900     05  WS-FDL-FIELD                   PIC X(32).
029000     05  FILLER                         PIC X(02)   VALUE SPACES.
029100     05  WS-FDL-LEASES                  PIC ZZ,ZZ9.
029200     05  FILLER                         PIC X(02)   VALUE SPACES.
029300     05  WS-FDL-OIL                     PIC ZZZ,ZZZ,ZZ9.
029400     05  FILLER                         PIC X(02)   VALUE SPACES.
029500     05  WS-FDL-GAS                     PIC ZZZ,ZZZ,ZZ9.
029600     05  FILLER                         PIC X(02)   VALUE SPACES.
029700     05  WS-FDL-VALUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.
029800     05  FILLER                         PIC X(02)   VALUE SPACES.
029900     05  WS-FDL-SEV-TAX                 PIC ZZZ,ZZZ,ZZ9.
030000     05  FILLER                         PIC X(02)   VALUE SPACES.
030100     05  WS-FDL-ROYALTY                 PIC ZZZ,ZZZ,ZZ9.
030200     05  FILLER                         PIC X(24)   VALUE SPACES.
030300 01  WS-TOTAL-LINE-1.
030400     05  FILLER                         PIC X(24)
030500                       VALUE 'LEASES ESTIMATED      :'.
030600     05  WS-TOT-LEASES                  PIC ZZZ,ZZZ,ZZ9.
030700     05  FILLER                         PIC X(97)   VALUE SPACES.
030800 01  WS-TOTAL-LINE-2.
030900     05  FILLER                         PIC X(24)
031000                       VALUE 'LEASES NOT ON MASTER  :'.
031100     05  WS-TOT-NOT-ON-MASTER           PIC ZZZ,ZZZ,ZZ9.
031200     05  FILLER                         PIC X(97)   VALUE SPACES.
031300 01  WS-TOTAL-LINE-3.
031400     05  FILLER                         PIC X(24)
031500                       VALUE 'AT DEFAULT ROYALTY    :'.
031600     05  WS-TOT-DEFAULT-ROY             PIC ZZZ,ZZZ,ZZ9.
031700     05  FILLER                         PIC X(97)   VALUE SPACES.
031800 01  WS-TOTAL-LINE-4.
031900     05  FILLER                         PIC X(24)
032000                       VALUE 'GROSS VALUE           :'.
032100     05  WS-TOT-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
032200     05  FILLER                         PIC X(89)   VALUE SPACES.
032300 01  WS-TOTAL-LINE-5.
032400     05  FILLER                         PIC X(24)
032500                       VALUE 'SEVERANCE TAX         :'.
032600     05  WS-TOT-SEV-TAX                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
032700     05  FILLER                         PIC X(89)   VALUE SPACES.
032800 01  WS-TOTAL-LINE-6.
032900     05  FILLER                         PIC X(24)
033000                       VALUE 'ROYALTY               :'.
033100     05  WS-TOT-ROYALTY                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
033200     05  FILLER                         PIC X(89)   VALUE SPACES.
033300 01  WS-TOTAL-LINE-7.
033400     05  FILLER                         PIC X(24)
033500                       VALUE 'OPERATORS SWINGING    :'.
033600     05  WS-TOT-SWING                   PIC ZZZ,ZZZ,ZZ9.
033700     05  FILLER                         PIC X(97)   VALUE SPACES.
033800 LINKAGE SECTION.
033900 01  LS-PARM.
034000     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
034100     03  LS-PARM-MONTH                  PIC X(06).
034200******************************************************************
034300*                 PROCEDURE DIVISION                            *
034400******************************************************************
034500 PROCEDURE DIVISION USING LS-PARM.
034600 0000-MAINLINE.
034700     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
034800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
034900     IF RETURN-CODE = 16
035000         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
035100         GOBACK
035200     END-IF.
035300     PERFORM 2000-ESTIMATE-LEASE  THRU 2000-EXIT
035400             UNTIL WS-PRD-EOF.
035500     WRITE REPORT-LINE FROM WS-OPERATOR-CAPTION.
035600     WRITE REPORT-LINE FROM WS-OPERATOR-COLUMNS.
035700     PERFORM 3000-OPERATOR-TOTAL  THRU 3000-EXIT
035800             VARYING WS-OPR-IDX FROM 1 BY 1
035900             UNTIL WS-OPR-IDX > WS-OPR-COUNT.
036000     WRITE REPORT-LINE FROM WS-FIELD-CAPTION.
036100     WRITE REPORT-LINE FROM WS-FIELD-COLUMNS.
036200     PERFORM 4000-FIELD-TOTAL     THRU 4000-EXIT
036300             VARYING WS-FLD-IDX FROM 1 BY 1
036400             UNTIL WS-FLD-IDX > WS-FLD-COUNT.
036500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
036600     GOBACK.
036700 0000-EXIT.
036800     EXIT.
036900******************************************************************
037000*   1000 - MONTH, PRICES, ROYALTIES, MASTER LEASES, HISTORY      *
037100******************************************************************
037200 1000-INITIALIZE.
037300     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
037400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
037500     MOVE WS-CURRENT-DATE(1:4) TO WS-PRIOR-YEAR.
037600     MOVE WS-CURRENT-DATE(5:2) TO WS-PRIOR-MM.
037700     PERFORM 1050-BACK-ONE-MONTH THRU 1050-EXIT.
037800     COMPUTE WS-RUN-MONTH = WS-PRIOR-YEAR * 100 + WS-PRIOR-MM.
037900     IF LS-PARM-LENGTH >= 6
038000         AND LS-PARM-MONTH IS NUMERIC
038100         MOVE LS-PARM-MONTH TO WS-RUN-MONTH
038200     END-IF.
038300     MOVE WS-RUN-MONTH(1:4) TO WS-PRIOR-YEAR.
038400     MOVE WS-RUN-MONTH(5:2) TO WS-PRIOR-MM.
038500     PERFORM 1050-BACK-ONE-MONTH THRU 1050-EXIT.
038600     COMPUTE WS-PREV-MONTH = WS-PRIOR-YEAR * 100 + WS-PRIOR-MM.
038700     OPEN INPUT PRICE-FILE.
038800     PERFORM 1100-LOAD-ONE-PRICE THRU 1100-EXIT
038900             UNTIL WS-PRC-EOF.
039000     CLOSE PRICE-FILE.
039100     IF NOT WS-PRICE-FOUND
039200         DISPLAY 'MAF019T - NO MAFPRICE CARD FOR MONTH '
039300                 WS-RUN-MONTH ', ESTIMATE NOT RUN'
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     OPEN INPUT ROYALTY-FILE.
039800     PERFORM 1200-LOAD-ONE-ROYALTY THRU 1200-EXIT
039900             UNTIL WS-ROY-EOF.
040000     CLOSE ROYALTY-FILE.
040100     OPEN INPUT MASTER-FILE.
040200     PERFORM 1300-LOAD-ONE-WELL THRU 1300-EXIT
040300             UNTIL WS-MST-EOF.
040400     CLOSE MASTER-FILE.
040500     OPEN INPUT PRIOR-HIST-FILE.
040600     PERFORM 1400-LOAD-ONE-HISTORY THRU 1400-EXIT
040700             UNTIL WS-HIS-EOF.
040800     CLOSE PRIOR-HIST-FILE.
040900     IF WS-DROPPED-COUNT NOT = ZERO
041000         DISPLAY 'MAF019T - TABLE FULL, ENTRIES DROPPED : '
041100                 WS-DROPPED-COUNT
041200         MOVE 8 TO RETURN-CODE
041300     END-IF.
041400     OPEN INPUT  RRCPROD-FILE.
041500     OPEN OUTPUT NEW-HIST-FILE.
041600     OPEN OUTPUT REPORT-FILE.
041700     MOVE WS-RUN-MONTH TO WS-HDG-MONTH.
041800     MOVE WS-OIL-PRICE TO WS-HDG-OIL-PRICE.
041900     MOVE WS-GAS-PRICE TO WS-HDG-GAS-PRICE.
042000     WRITE REPORT-LINE FROM WS-HEADING-LINE.
042100     WRITE REPORT-LINE FROM WS-LEASE-COLUMNS.
042200     PERFORM 2100-READ-FEED THRU 2100-EXIT.
042300 1000-EXIT.
042400     EXIT.
042500 1050-BACK-ONE-MONTH.
042600     IF WS-PRIOR-MM = 01
042700         SUBTRACT 1 FROM WS-PRIOR-YEAR
042800         MOVE 12 TO WS-PRIOR-MM
042900     ELSE
043000         SUBTRACT 1 FROM WS-PRIOR-MM
043100     END-IF.
043200 1050-EXIT.
043300     EXIT.
043400 1100-LOAD-ONE-PRICE.
043500     READ PRICE-FILE
043600         AT END SET WS-PRC-EOF TO TRUE
043700         NOT AT END
043800             ADD 1 TO WS-RUNSTAT-READ
043900             IF MAFPRICE-MONTH = WS-RUN-MONTH
044000                 SET WS-PRICE-FOUND TO TRUE
044100                 MOVE MAFPRICE-OIL-PER-BBL TO WS-OIL-PRICE
044200                 MOVE MAFPRICE-GAS-PER-MCF TO WS-GAS-PRICE
044300             END-IF
044400     END-READ.
044500 1100-EXIT.
044600     EXIT.
044700 1200-LOAD-ONE-ROYALTY.
044800     READ ROYALTY-FILE
044900         AT END SET WS-ROY-EOF TO TRUE
045000         NOT AT END
045100             ADD 1 TO WS-RUNSTAT-READ
045200             IF WS-ROY-COUNT >= WS-ROY-MAX
045300                 ADD 1 TO WS-DROPPED-COUNT
045400             ELSE
045500                 ADD 1 TO WS-ROY-COUNT
045600                 MOVE MAFROYL-LEASE-TYPE
045700                     TO WS-ROY-TYPE(WS-ROY-COUNT)
045800                 MOVE MAFROYL-LEASE-ID
045900                     TO WS-ROY-ID(WS-ROY-COUNT)
046000                 MOVE MAFROYL-ROYALTY-DECIMAL
046100                     TO WS-ROY-DECIMAL(WS-ROY-COUNT)
046200             END-IF
046300     END-READ.
046400 1200-EXIT.
046500     EXIT.
046600******************************************************************
046700*   1300 - ONE LEASE PER MASTER LEASE ID: OPERATOR AND FIELD     *
046800******************************************************************
046900 1300-LOAD-ONE-WELL.
047000     READ MASTER-FILE
047100         AT END
047200             SET WS-MST-EOF TO TRUE
047300             GO TO 1300-EXIT
047400     END-READ.
047500     ADD 1 TO WS-RUNSTAT-READ.
047600     IF MAF016-IS-OIL-WELL
047700         MOVE 'O' TO WS-WORK-TYPE
047800         MOVE MAF016-OIL-LEASE-NUM TO WS-WORK-LEASE
047900     ELSE
048000         MOVE 'G' TO WS-WORK-TYPE
048100         MOVE MAF016-GAS-RRCID TO WS-WORK-LEASE
048200     END-IF.
048300     PERFORM 1310-FIND-LEASE THRU 1310-EXIT.
048400     IF WS-LEASE-FOUND-IDX NOT = ZERO
048500         GO TO 1300-EXIT
048600     END-IF.
048700     IF WS-LEASE-COUNT >= WS-LEASE-MAX
048800         ADD 1 TO WS-DROPPED-COUNT
048900         GO TO 1300-EXIT
049000     END-IF.
049100     ADD 1 TO WS-LEASE-COUNT.
049200     MOVE WS-WORK-TYPE      TO WS-LSE-TYPE(WS-LEASE-COUNT).
049300     MOVE WS-WORK-LEASE     TO WS-LSE-ID(WS-LEASE-COUNT).
049400     MOVE MAF016-OPERATOR   TO WS-LSE-OPERATOR(WS-LEASE-COUNT).
049500     MOVE MAF016-FIELD-NAME TO WS-LSE-FIELD(WS-LEASE-COUNT).
049600     MOVE MAF016-LEASE-NAME TO WS-LSE-NAME(WS-LEASE-COUNT).
049700 1300-EXIT.
049800     EXIT.
049900 1310-FIND-LEASE.
050000     MOVE ZERO TO WS-LEASE-FOUND-IDX.
050100     PERFORM 1320-MATCH-ONE-LEASE THRU 1320-EXIT
050200             VARYING WS-LEASE-IDX FROM 1 BY 1
050300             UNTIL WS-LEASE-IDX > WS-LEASE-COUNT
050400                OR WS-LEASE-FOUND-IDX NOT = ZERO.
050500 1310-EXIT.
050600     EXIT.
050700 1320-MATCH-ONE-LEASE.
050800     IF WS-LSE-TYPE(WS-LEASE-IDX) = WS-WORK-TYPE
050900         AND WS-LSE-ID(WS-LEASE-IDX) = WS-WORK-LEASE
051000         MOVE WS-LEASE-IDX TO WS-LEASE-FOUND-IDX
051100     END-IF.
051200 1320-EXIT.
051300     EXIT.
051400******************************************************************
051500*   1400 - PRIOR ESTIMATE HISTORY: THE MONTH TO COMPARE AGAINST  *
051600******************************************************************
051700 1400-LOAD-ONE-HISTORY.
051800     READ PRIOR-HIST-FILE
051900         AT END
052000             SET WS-HIS-EOF TO TRUE
052100             GO TO 1400-EXIT
052200     END-READ.
052300     ADD 1 TO WS-RUNSTAT-READ.
052400     MOVE PRIOR-OPERATOR TO WS-WORK-OPERATOR.
052500     PERFORM 1410-FIND-OPERATOR THRU 1410-EXIT.
052600     IF WS-OPR-FOUND-IDX = ZERO
052700         GO TO 1400-EXIT
052800     END-IF.
052900*    A RE-RUN OF THE MONTH ALREADY ON FILE COMPARES AGAINST THE
053000*    MONTH BEFORE IT, NOT AGAINST ITS OWN EARLIER RESULT.
053100     IF PRIOR-LAST-MONTH = WS-RUN-MONTH
053200         MOVE PRIOR-PREV-MONTH
053300             TO WS-OPR-BASE-MONTH(WS-OPR-FOUND-IDX)
053400         MOVE PRIOR-PREV-SEV-TAX
053500             TO WS-OPR-BASE-SEV-TAX(WS-OPR-FOUND-IDX)
053600         MOVE PRIOR-PREV-ROYALTY
053700             TO WS-OPR-BASE-ROYALTY(WS-OPR-FOUND-IDX)
053800     ELSE
053900         MOVE PRIOR-LAST-MONTH
054000             TO WS-OPR-BASE-MONTH(WS-OPR-FOUND-IDX)
054100         MOVE PRIOR-LAST-SEV-TAX
054200             TO WS-OPR-BASE-SEV-TAX(WS-OPR-FOUND-IDX)
054300         MOVE PRIOR-LAST-ROYALTY
054400             TO WS-OPR-BASE-ROYALTY(WS-OPR-FOUND-IDX)
054500     END-IF.
054600 1400-EXIT.
054700     EXIT.
054800 1410-FIND-OPERATOR.
054900     MOVE ZERO TO WS-OPR-FOUND-IDX.
055000     PERFORM 1420-MATCH-ONE-OPERATOR THRU 1420-EXIT
055100             VARYING WS-OPR-IDX FROM 1 BY 1
055200             UNTIL WS-OPR-IDX > WS-OPR-COUNT
055300                OR WS-OPR-FOUND-IDX NOT = ZERO.
055400     IF WS-OPR-FOUND-IDX NOT = ZERO
055500         GO TO 1410-EXIT
055600     END-IF.
055700     IF WS-OPR-COUNT >= WS-OPR-MAX
055800         ADD 1 TO WS-DROPPED-COUNT
055900         GO TO 1410-EXIT
056000     END-IF.
056100     ADD 1 TO WS-OPR-COUNT.
056200     MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IDX.
056300     INITIALIZE WS-OPR-ENTRY(WS-OPR-FOUND-IDX).
056400     MOVE WS-WORK-OPERATOR TO WS-OPR-NAME(WS-OPR-FOUND-IDX).
056500 1410-EXIT.
056600     EXIT.
056700 1420-MATCH-ONE-OPERATOR.
056800     IF WS-OPR-NAME(WS-OPR-IDX) = WS-WORK-OPERATOR
056900         MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
057000     END-IF.
057100 1420-EXIT.
057200     EXIT.
057300******************************************************************
057400*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
057500******************************************************************
057600 1500-LOAD-RUN-PARMS.
057700     OPEN INPUT RUNPARM-FILE.
057800     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
057900             UNTIL WS-PARM-EOF.
058000     CLOSE RUNPARM-FILE.
058100 1500-EXIT.
058200     EXIT.
058300 1510-READ-ONE-PARM.
058400     READ RUNPARM-FILE
058500         AT END SET WS-PARM-EOF TO TRUE
058600         NOT AT END
058700             IF RUNPARM-PROGRAM-ID = 'MAF019T '
058800                 EVALUATE RUNPARM-KEY
058900                     WHEN 'OILSEVBP'
059000                         MOVE RUNPARM-VALUE-NUM
059100                             TO WS-OIL-SEV-BP
059200                     WHEN 'GASSEVBP'
059300                         MOVE RUNPARM-VALUE-NUM
059400                             TO WS-GAS-SEV-BP
059500                     WHEN 'SWINGPCT'
059600                         MOVE RUNPARM-VALUE-NUM
059700                             TO WS-SWING-PCT
059800                     WHEN 'SWINGMIN'
059900                         MOVE RUNPARM-VALUE-NUM
060000                             TO WS-SWING-MIN
060100                     WHEN 'ROYDFLT '
060200                         COMPUTE WS-DEFAULT-ROYALTY =
060300                             RUNPARM-VALUE-NUM / 100000000
060400                 END-EVALUATE
060500                 DISPLAY 'MAF019T - ' RUNPARM-KEY ' SET TO '
060600                         RUNPARM-VALUE ' BY RUN PARAMETER'
060700             END-IF
060800     END-READ.
060900 1510-EXIT.
061000     EXIT.
061100******************************************************************
061200*   2000 - VALUE ONE LEASE'S PRODUCTION FOR THE MONTH            *
061300******************************************************************
061400 2000-ESTIMATE-LEASE.
061500     IF RRCPROD-PROD-MONTH NOT = WS-RUN-MONTH
061600         GO TO 2000-READ-NEXT
061700     END-IF.
061800     ADD 1 TO WS-LEASES-ESTIMATED.
061900     MOVE RRCPROD-LEASE-TYPE TO WS-WORK-TYPE.
062000     MOVE RRCPROD-LEASE-ID   TO WS-WORK-LEASE.
062100     PERFORM 1310-FIND-LEASE THRU 1310-EXIT.
062200     IF WS-LEASE-FOUND-IDX = ZERO
062300         ADD 1 TO WS-NOT-ON-MASTER-COUNT
062400         MOVE 'NOT ON WELL MASTER' TO WS-WORK-OPERATOR
062500         MOVE 'NOT ON WELL MASTER' TO WS-WORK-FIELD
062600         MOVE SPACES               TO WS-WORK-LEASE-NAME
062700     ELSE
062800         MOVE WS-LSE-OPERATOR(WS-LEASE-FOUND-IDX)
062900             TO WS-WORK-OPERATOR
063000         MOVE WS-LSE-FIELD(WS-LEASE-FOUND-IDX)
063100             TO WS-WORK-FIELD
063200         MOVE WS-LSE-NAME(WS-LEASE-FOUND-IDX)
063300             TO WS-WORK-LEASE-NAME
063400     END-IF.
063500     MOVE SPACE TO WS-LSL-ROY-FLAG.
063600     MOVE ZERO TO WS-ROY-FOUND-IDX.
063700     PERFORM 2200-MATCH-ONE-ROYALTY THRU 2200-EXIT
063800             VARYING WS-ROY-IDX FROM 1 BY 1
063900             UNTIL WS-ROY-IDX > WS-ROY-COUNT
064000                OR WS-ROY-FOUND-IDX NOT = ZERO.
064100     IF WS-ROY-FOUND-IDX = ZERO
064200         ADD 1 TO WS-DEFAULT-ROY-COUNT
064300         MOVE WS-DEFAULT-ROYALTY TO WS-WORK-ROYALTY
064400         MOVE 'D' TO WS-LSL-ROY-FLAG
064500     ELSE
064600         MOVE WS-ROY-DECIMAL(WS-ROY-FOUND-IDX) TO WS-WORK-ROYALTY
064700     END-IF.
064800     COMPUTE WS-OIL-VALUE ROUNDED =
064900         RRCPROD-OIL-VOLUME * WS-OIL-PRICE.
065000     COMPUTE WS-GAS-VALUE ROUNDED =
065100         RRCPROD-GAS-VOLUME * WS-GAS-PRICE.
065200     COMPUTE WS-LEASE-VALUE = WS-OIL-VALUE + WS-GAS-VALUE.
065300     COMPUTE WS-LEASE-SEV-TAX ROUNDED =
065400         (WS-OIL-VALUE * WS-OIL-SEV-BP
065500        + WS-GAS-VALUE * WS-GAS-SEV-BP) / 10000.
065600     COMPUTE WS-LEASE-ROYALTY ROUNDED =
065700         WS-LEASE-VALUE * WS-WORK-ROYALTY.
065800     ADD WS-LEASE-VALUE   TO WS-TOTAL-VALUE.
065900     ADD WS-LEASE-SEV-TAX TO WS-TOTAL-SEV-TAX.
066000     ADD WS-LEASE-ROYALTY TO WS-TOTAL-ROYALTY.
066100     PERFORM 1410-FIND-OPERATOR THRU 1410-EXIT.
066200     IF WS-OPR-FOUND-IDX NOT = ZERO
066300         ADD 1 TO WS-OPR-LEASES(WS-OPR-FOUND-IDX)
066400         ADD WS-LEASE-VALUE TO WS-OPR-VALUE(WS-OPR-FOUND-IDX)
066500         ADD WS-LEASE-SEV-TAX
066600             TO WS-OPR-SEV-TAX(WS-OPR-FOUND-IDX)
066700         ADD WS-LEASE-ROYALTY
066800             TO WS-OPR-ROYALTY(WS-OPR-FOUND-IDX)
066900     END-IF.
067000     PERFORM 2300-FIND-FIELD THRU 2300-EXIT.
067100     IF WS-FLD-FOUND-IDX NOT = ZERO
067200         ADD 1 TO WS-FLD-LEASES(WS-FLD-FOUND-IDX)
067300         ADD RRCPROD-OIL-VOLUME TO WS-FLD-OIL(WS-FLD-FOUND-IDX)
067400         ADD RRCPROD-GAS-VOLUME TO WS-FLD-GAS(WS-FLD-FOUND-IDX)
067500         ADD WS-LEASE-VALUE TO WS-FLD-VALUE(WS-FLD-FOUND-IDX)
067600         ADD WS-LEASE-SEV-TAX
067700             TO WS-FLD-SEV-TAX(WS-FLD-FOUND-IDX)
067800         ADD WS-LEASE-ROYALTY
067900             TO WS-FLD-ROYALTY(WS-FLD-FOUND-IDX)
068000     END-IF.
068100     MOVE RRCPROD-LEASE-TYPE TO WS-LSL-TYPE.
068200     MOVE RRCPROD-LEASE-ID   TO WS-LSL-LEASE.
068300     MOVE WS-WORK-LEASE-NAME TO WS-LSL-NAME.
068400     MOVE WS-WORK-OPERATOR   TO WS-LSL-OPERATOR.
068500     MOVE RRCPROD-OIL-VOLUME TO WS-LSL-OIL.
068600     MOVE RRCPROD-GAS-VOLUME TO WS-LSL-GAS.
068700     MOVE WS-LEASE-VALUE     TO WS-LSL-VALUE.
068800     MOVE WS-LEASE-SEV-TAX   TO WS-LSL-SEV-TAX.
068900     MOVE WS-LEASE-ROYALTY   TO WS-LSL-ROYALTY.
069000     WRITE REPORT-LINE FROM WS-LEASE-LINE.
069100     ADD 1 TO WS-RUNSTAT-WRITTEN.
069200 2000-READ-NEXT.
069300     PERFORM 2100-READ-FEED THRU 2100-EXIT.
069400 2000-EXIT.
069500     EXIT.
069600 2100-READ-FEED.
069700     READ RRCPROD-FILE
069800         AT END SET WS-PRD-EOF TO TRUE
069900         NOT AT END ADD 1 TO WS-RUNSTAT-READ
070000     END-READ.
070100 2100-EXIT.
070200     EXIT.
070300 2200-MATCH-ONE-ROYALTY.
070400     IF WS-ROY-TYPE(WS-ROY-IDX) = WS-WORK-TYPE
070500         AND WS-ROY-ID(WS-ROY-IDX) = WS-WORK-LEASE
070600         MOVE WS-ROY-IDX TO WS-ROY-FOUND-IDX
070700     END-IF.
070800 2200-EXIT.
070900     EXIT.
071000 2300-FIND-FIELD.
071100     MOVE ZERO TO WS-FLD-FOUND-IDX.
071200     PERFORM 2310-MATCH-ONE-FIELD THRU 2310-EXIT
071300             VARYING WS-FLD-IDX FROM 1 BY 1
071400             UNTIL WS-FLD-IDX > WS-FLD-COUNT
071500                OR WS-FLD-FOUND-IDX NOT = ZERO.
071600     IF WS-FLD-FOUND-IDX NOT = ZERO
071700         GO TO 2300-EXIT
071800     END-IF.
071900     IF WS-FLD-COUNT >= WS-FLD-MAX
072000         ADD 1 TO WS-DROPPED-COUNT
072100         GO TO 2300-EXIT
072200     END-IF.
072300     ADD 1 TO WS-FLD-COUNT.
072400     MOVE WS-FLD-COUNT TO WS-FLD-FOUND-IDX.
072500     INITIALIZE WS-FLD-ENTRY(WS-FLD-FOUND-IDX).
072600     MOVE WS-WORK-FIELD TO WS-FLD-NAME(WS-FLD-FOUND-IDX).
072700 2300-EXIT.
072800     EXIT.
072900 2310-MATCH-ONE-FIELD.
073000     IF WS-FLD-NAME(WS-FLD-IDX) = WS-WORK-FIELD
073100         MOVE WS-FLD-IDX TO WS-FLD-FOUND-IDX
073200     END-IF.
073300 2310-EXIT.
073400     EXIT.
073500******************************************************************
073600*   3000 - OPERATOR TOTAL AGAINST THE PRIOR MONTH; ROLL HISTORY  *
073700******************************************************************
073800 3000-OPERATOR-TOTAL.
073900     COMPUTE WS-CURR-TOTAL = WS-OPR-SEV-TAX(WS-OPR-IDX)
074000                           + WS-OPR-ROYALTY(WS-OPR-IDX).
074100     COMPUTE WS-BASE-TOTAL = WS-OPR-BASE-SEV-TAX(WS-OPR-IDX)
074200                           + WS-OPR-BASE-ROYALTY(WS-OPR-IDX).
074300     IF WS-CURR-TOTAL = ZERO
074400         AND WS-BASE-TOTAL = ZERO
074500         GO TO 3000-EXIT
074600     END-IF.
074700     MOVE SPACES TO WS-OPL-FLAG.
074800     MOVE ZERO   TO WS-OPL-PRIOR.
074900     MOVE ZERO   TO WS-OPL-CHANGE.
075000     IF WS-OPR-BASE-MONTH(WS-OPR-IDX) NOT = WS-PREV-MONTH
075100         MOVE 'NO PRIOR' TO WS-OPL-FLAG
075200     ELSE
075300         PERFORM 3100-MEASURE-SWING THRU 3100-EXIT
075400     END-IF.
075500     MOVE WS-OPR-NAME(WS-OPR-IDX)    TO WS-OPL-OPERATOR.
075600     MOVE WS-OPR-LEASES(WS-OPR-IDX)  TO WS-OPL-LEASES.
075700     MOVE WS-OPR-VALUE(WS-OPR-IDX)   TO WS-OPL-VALUE.
075800     MOVE WS-OPR-SEV-TAX(WS-OPR-IDX) TO WS-OPL-SEV-TAX.
075900     MOVE WS-OPR-ROYALTY(WS-OPR-IDX) TO WS-OPL-ROYALTY.
076000     WRITE REPORT-LINE FROM WS-OPERATOR-LINE.
076100     ADD 1 TO WS-RUNSTAT-WRITTEN.
076200     MOVE SPACES                     TO MAFSEVH-RECORD.
076300     MOVE WS-OPR-NAME(WS-OPR-IDX)    TO MAFSEVH-OPERATOR.
076400     MOVE WS-RUN-MONTH               TO MAFSEVH-LAST-MONTH.
076500     MOVE WS-OPR-SEV-TAX(WS-OPR-IDX) TO MAFSEVH-LAST-SEV-TAX.
076600     MOVE WS-OPR-ROYALTY(WS-OPR-IDX) TO MAFSEVH-LAST-ROYALTY.
076700     MOVE WS-OPR-BASE-MONTH(WS-OPR-IDX)
076800         TO MAFSEVH-PREV-MONTH.
076900     MOVE WS-OPR-BASE-SEV-TAX(WS-OPR-IDX)
077000         TO MAFSEVH-PREV-SEV-TAX.
077100     MOVE WS-OPR-BASE-ROYALTY(WS-OPR-IDX)
077200         TO MAFSEVH-PREV-ROYALTY.
077300     WRITE MAFSEVH-RECORD.
077400     ADD 1 TO WS-RUNSTAT-WRITTEN.
077500 3000-EXIT.
077600     EXIT.
077700 3100-MEASURE-SWING.
077800     MOVE WS-BASE-TOTAL TO WS-OPL-PRIOR.
077900     COMPUTE WS-SWING-AMOUNT = WS-CURR-TOTAL - WS-BASE-TOTAL.
078000     IF WS-SWING-AMOUNT < ZERO
078100         COMPUTE WS-SWING-ABS = ZERO - WS-SWING-AMOUNT
078200     ELSE
078300         MOVE WS-SWING-AMOUNT TO WS-SWING-ABS
078400     END-IF.
078500     IF WS-BASE-TOTAL = ZERO
078600         MOVE 999 TO WS-SWING-RATE
078700     ELSE
078800         COMPUTE WS-SWING-RATE ROUNDED =
078900             WS-SWING-AMOUNT * 100 / WS-BASE-TOTAL
079000             ON SIZE ERROR MOVE 9999 TO WS-SWING-RATE
079100         END-COMPUTE
079200     END-IF.
079300     MOVE WS-SWING-RATE TO WS-OPL-CHANGE.
079400     IF WS-SWING-ABS * 100 > WS-BASE-TOTAL * WS-SWING-PCT
079500         AND WS-SWING-ABS >= WS-SWING-MIN
079600         MOVE 'SWING' TO WS-OPL-FLAG
079700         ADD 1 TO WS-SWING-COUNT
079800     END-IF.
079900 3100-EXIT.
080000     EXIT.
080100******************************************************************
080200*   4000 - FIELD TOTAL                                           *
080300******************************************************************
080400 4000-FIELD-TOTAL.
080500     MOVE WS-FLD-NAME(WS-FLD-IDX)    TO WS-FDL-FIELD.
080600     MOVE WS-FLD-LEASES(WS-FLD-IDX)  TO WS-FDL-LEASES.
080700     MOVE WS-FLD-OIL(WS-FLD-IDX)     TO WS-FDL-OIL.
080800     MOVE WS-FLD-GAS(WS-FLD-IDX)     TO WS-FDL-GAS.
080900     MOVE WS-FLD-VALUE(WS-FLD-IDX)   TO WS-FDL-VALUE.
081000     MOVE WS-FLD-SEV-TAX(WS-FLD-IDX) TO WS-FDL-SEV-TAX.
081100     MOVE WS-FLD-ROYALTY(WS-FLD-IDX) TO WS-FDL-ROYALTY.
081200     WRITE REPORT-LINE FROM WS-FIELD-LINE.
081300     ADD 1 TO WS-RUNSTAT-WRITTEN.
081400 4000-EXIT.
081500     EXIT.
081600******************************************************************
081700*                 9000 - TOTALS AND TERMINATION                  *
081800******************************************************************
081900 9000-TERMINATE.
082000     MOVE WS-LEASES-ESTIMATED    TO WS-TOT-LEASES.
082100     MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-NOT-ON-MASTER.
082200     MOVE WS-DEFAULT-ROY-COUNT   TO WS-TOT-DEFAULT-ROY.
082300     MOVE WS-TOTAL-VALUE         TO WS-TOT-VALUE.
082400     MOVE WS-TOTAL-SEV-TAX       TO WS-TOT-SEV-TAX.
082500     MOVE WS-TOTAL-ROYALTY       TO WS-TOT-ROYALTY.
082600     MOVE WS-SWING-COUNT         TO WS-TOT-SWING.
082700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
082800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
082900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
083000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
083100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
083200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
083300     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
083400     CLOSE RRCPROD-FILE.
083500     CLOSE NEW-HIST-FILE.
083600     CLOSE REPORT-FILE.
083700     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
083800 9000-EXIT.
083900     EXIT.
084000******************************************************************
084100*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
084200******************************************************************
084300 9900-WRITE-RUN-STATS.
084400     OPEN OUTPUT RUNLOG-FILE.
084500     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
084600     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
084700     MOVE SPACES                 TO RUNSTAT-ENTRY.
084800     MOVE 'MAF019T'              TO RUNSTAT-PROGRAM-ID.
084900     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
085000     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
085100     MOVE WS-RUNSTAT-START-RAW(1:6)
085200         TO RUNSTAT-START-TIME.
085300     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
085400     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
085500     MOVE ZERO                   TO RUNSTAT-RECORDS-REJECTED.
085600     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
085700     WRITE RUNSTAT-ENTRY.
085800     CLOSE RUNLOG-FILE.
085900 9900-EXIT.
086000     EXIT.
086100******************************************************************
086200*                      END OF PROGRAM                            *
086300******************************************************************
