001900*     A FORMATTED PRINT IMAGE OF THE CARDHOLDER STATEMENT,      *
002000*     REPLACING THE PER-COPY REPRINT ORDERED FROM THE EXTERNAL   *
002100*     PROCESSOR.                                                 *
002110*     EACH REQUEST CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) *
002120*     AND PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS   *
002130*     REFUSED AND NOT RENDERED. EVERY CARD IS WRITTEN TO THE     *
002140*     PERSONAL-DATA ACCESS LOG (CLIALOG).                        *
002200*----------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                          *
002400*     2026-08-22  SSG  ORIGINAL VERSION.                        *
002494*     2026-09-01  SSG  RECORD THE PROGRAM START TIME ON          *
002495*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002496*                      TIMING REPORT.                            *
002497*     2026-10-15  SSG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
002498*                      REQUIRED ON THE REQUEST CARD; EACH        *
002499*                      REQUEST LOGGED TO THE ACCESS LOG.         *
002500******************************************************************
002600 PROGRAM-ID.    DAT009R.
002700 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS LINE SEQUENTIAL.
003501     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003502         ORGANIZATION IS LINE SEQUENTIAL.
003503     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
003504         ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  DATA1-FILE.
004300     03  RQST-ORG                       PIC 999.
004400     03  RQST-ACCT                      PIC X(19).
004410     03  RQST-STMT-DATE-X               PIC X(08).
004500     03  FILLER                         PIC X(30).
004501     03  RQST-REQUESTER-ID              PIC X(08).
004502     03  FILLER                         PIC X(01).
004503     03  RQST-PURPOSE                   PIC X(04).
004504     03  FILLER                         PIC X(07).
004510 FD  ARCHIVE-FILE.
004520 01  ARCH-RECORD.
004530     03  ARCH-DATE                      PIC 9(08).
004700 01  PRINT-LINE                         PIC X(132).
004701 FD  RUNLOG-FILE.
004702     COPY "RUNSTAT.cpy".
004703 FD  ACCESSLG-FILE.
004704     COPY "CLIALOG.cpy".
004800 WORKING-STORAGE SECTION.
004801 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
004802 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
005700     88  WS-MATCHED                                 VALUE 'Y'.
005800 77  WS-STMT-RENDERED-COUNT             PIC 9(05)   VALUE ZERO.
005810 77  WS-RQST-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
005811 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
005812 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
005813 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
005900 01  WS-REQUEST-TABLE.
006000     05  WS-RQST-ENTRY OCCURS 100 TIMES.
006100         10  WS-RQST-ORG                PIC 999.
012400******************************************************************
012500 1000-INITIALIZE.
012600     OPEN INPUT  REQUEST-FILE.
012610     OPEN OUTPUT ACCESSLG-FILE.
012700     PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
012800             UNTIL WS-RQST-EOF.
012900     CLOSE REQUEST-FILE.
012910     CLOSE ACCESSLG-FILE.
013000     DISPLAY 'DAT009R - STATEMENT REQUESTS LOADED : '
013100             WS-RQST-COUNT.
013110     IF WS-RQST-DROPPED-COUNT NOT = ZERO
013150                 'NEXT RUN'
013160         MOVE 8 TO RETURN-CODE
013170     END-IF.
013180     IF WS-REFUSED-COUNT NOT = ZERO
013185         DISPLAY 'DAT009R - REQUESTS REFUSED, NO REQUESTER ID OR '
013190                 'PURPOSE CODE : ' WS-REFUSED-COUNT
013195     END-IF.
013200     OPEN INPUT  DATA1-FILE.
013300     OPEN OUTPUT PRINT-FILE.
013400     PERFORM 2100-READ-DATA1 THRU 2100-EXIT.
013800     READ REQUEST-FILE
013900         AT END SET WS-RQST-EOF TO TRUE
014000         NOT AT END
014001             PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT
014002             IF CLIALOG-REFUSED
014003                 GO TO 1100-EXIT
014004             END-IF
014010             IF WS-RQST-COUNT >= WS-RQST-MAX
014020                 ADD 1 TO WS-RQST-DROPPED-COUNT
014030                 GO TO 1100-EXIT
014360             ELSE
014370                 MOVE ZERO TO WS-RQST-DATE(WS-RQST-COUNT)
014380             END-IF
014381             PERFORM 8200-LOG-REQUEST THRU 8200-EXIT
014400     END-READ.
014500 1100-EXIT.
014600     EXIT.
024790     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
024793 3200-EXIT.
024796     EXIT.
024797******************************************************************
024798*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
024799******************************************************************
024800 8000-CHECK-REQUEST.
024801     MOVE SPACES            TO CLIALOG-RECORD.
024802     MOVE RQST-ACCT         TO CLIALOG-SUBJECT-KEY.
024803     MOVE RQST-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
024804     MOVE RQST-PURPOSE      TO CLIALOG-PURPOSE.
024805     IF CLIALOG-REQUESTER-ID NOT = SPACES
024806         AND CLIALOG-PURPOSE-VALID
024807         GO TO 8000-EXIT
024808     END-IF.
024809     ADD 1 TO WS-REFUSED-COUNT.
024810     DISPLAY 'DAT009R - REFUSED, REQUESTER ID AND PURPOSE CODE '
024811             'REQUIRED : ' RQST-ORG ' ' RQST-ACCT.
024812     SET CLIALOG-REFUSED TO TRUE.
024813     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
024814     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
024815 8000-EXIT.
024816     EXIT.
024817 8100-WRITE-ACCESS-LOG.
024818     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
024819     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
024820     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
024821     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
024822     MOVE 'DAT009R'               TO CLIALOG-PROGRAM-ID.
024823     WRITE CLIALOG-RECORD.
024824 8100-EXIT.
024825     EXIT.
024826******************************************************************
024827*   8200 - LOG A REPRINT REQUEST TAKEN ONTO THE TABLE            *
024828******************************************************************
024829 8200-LOG-REQUEST.
024830     SET CLIALOG-SHOWN TO TRUE.
024831     IF WS-RQST-DATE(WS-RQST-COUNT) = ZERO
024832         STRING 'STATEMENT REPRINT ORG ' RQST-ORG ' CURRENT'
024833             DELIMITED BY SIZE INTO CLIALOG-DETAIL
024834     ELSE
024835         STRING 'STATEMENT REPRINT ORG ' RQST-ORG ' OF '
024836                RQST-STMT-DATE-X
024837             DELIMITED BY SIZE INTO CLIALOG-DETAIL
024838     END-IF.
024839     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
024840 8200-EXIT.
024841     EXIT.
024842******************************************************************
024900*                 9000 - TERMINATION                             *
025000******************************************************************
025100 9000-TERMINATE.
025713         TO RUNSTAT-START-TIME.
025714     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
025715     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
025716     MOVE WS-REFUSED-COUNT       TO RUNSTAT-RECORDS-REJECTED.
025717     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
025718     WRITE RUNSTAT-ENTRY.
025719     CLOSE RUNLOG-FILE.
