001800*     DATAHIST CONTACT CHANGES - REPLACING THE ONE-OFF BATCH     *
001900*     SCAN JOBS OPERATIONS SUBMITS WHILE A CALLER HOLDS. THE     *
002000*     TRANSACTION ENDS ON THE LITERAL KEY 'END'.                 *
002010*     EACH INQUIRY CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) *
002020*     AND PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS   *
002030*     REFUSED. EVERY REQUEST IS WRITTEN TO THE PERSONAL-DATA     *
002040*     ACCESS LOG (CLIALOG).                                      *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                          *
002300*     2026-08-22  ASG  ORIGINAL VERSION.                        *
002310*     2026-10-15  ASG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
002320*                      REQUIRED ON THE INQUIRY CARD; EACH        *
002330*                      REQUEST LOGGED TO THE ACCESS LOG.         *
002400******************************************************************
002500 PROGRAM-ID.    ADR025Q.
002600 ENVIRONMENT DIVISION.
003300         FILE STATUS IS WS-VQOEMKY-STATUS.
003400     SELECT DATAHIST-FILE ASSIGN TO DATAHIST
003500         ORGANIZATION IS LINE SEQUENTIAL.
003510     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
003520         ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  VQOEMKY-FILE.
003900     COPY "DATA2.cob" REPLACING ==:DATA2:== BY ==VKEY== .
004000 FD  DATAHIST-FILE.
004100     COPY "DATAHIST.cpy".
004110 FD  ACCESSLG-FILE.
004120     COPY "CLIALOG.cpy".
004200 WORKING-STORAGE SECTION.
004300 77  WS-VQOEMKY-STATUS                  PIC X(02)   VALUE '00'.
004400     88  WS-VQOEMKY-OK                              VALUE '00'.
004500     88  WS-VQOEMKY-NOT-FOUND                       VALUE '23'.
004600 01  WS-INQUIRY-CARD                    PIC X(80)   VALUE SPACES.
004700     88  WS-INQUIRY-DONE                            VALUE 'END'.
004710 01  WS-INQUIRY-CARD-R REDEFINES WS-INQUIRY-CARD.
004720     05  WS-INQUIRY-KEY                 PIC X(19).
004730     05  FILLER                         PIC X(41).
004740     05  WS-INQ-REQUESTER-ID            PIC X(08).
004750     05  FILLER                         PIC X(01).
004760     05  WS-INQ-PURPOSE                 PIC X(04).
004770     05  FILLER                         PIC X(07).
004780 77  WS-REQUEST-SW                      PIC X(01)   VALUE 'N'.
004790     88  WS-REQUEST-OK                              VALUE 'Y'.
004791 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
004792 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
004793 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
004800 77  WS-HIST-EOF-SW                     PIC X(01)   VALUE 'N'.
004900     88  WS-HIST-EOF                                VALUE 'Y'.
005000 77  WS-HIST-SHOWN                      PIC 9(02)   VALUE ZERO.
006400     EXIT.
006500 1000-INITIALIZE.
006600     OPEN INPUT VQOEMKY-FILE.
006610     OPEN OUTPUT ACCESSLG-FILE.
006700     PERFORM 2100-GET-INQUIRY-KEY THRU 2100-EXIT.
006800 1000-EXIT.
006900     EXIT.
007100*   2000 - ANSWER ONE INQUIRY FROM THE KEYED FILE                *
007200******************************************************************
007300 2000-ONE-INQUIRY.
007310     PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT.
007320     IF WS-REQUEST-OK
007330         PERFORM 2050-ANSWER-INQUIRY THRU 2050-EXIT
007340     END-IF.
007350     PERFORM 2100-GET-INQUIRY-KEY THRU 2100-EXIT.
007360 2000-EXIT.
007370     EXIT.
007380 2050-ANSWER-INQUIRY.
007400     MOVE WS-INQUIRY-KEY TO VKEY-NUM-CLI.
007500     READ VQOEMKY-FILE.
007600     IF WS-VQOEMKY-OK
007700         PERFORM 2200-DISPLAY-CLIENT THRU 2200-EXIT
007800         PERFORM 2300-DISPLAY-HISTORY THRU 2300-EXIT
007810         SET CLIALOG-SHOWN TO TRUE
007820         MOVE VKEY-NUM-CPF-CNPJ TO CLIALOG-SUBJECT-DOC
007900     ELSE
008000         DISPLAY 'ADR025Q - CLIENT NOT ON KEYED FILE : '
008100                 WS-INQUIRY-KEY
008110         SET CLIALOG-NOT-ON-FILE TO TRUE
008200     END-IF.
008210     MOVE 'ADDRESS, PHONES AND CONTACT HISTORY'
008220         TO CLIALOG-DETAIL.
008230     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
008400 2050-EXIT.
008500     EXIT.
008600 2100-GET-INQUIRY-KEY.
008700     MOVE 'END' TO WS-INQUIRY-CARD.
008800     ACCEPT WS-INQUIRY-CARD.
008900 2100-EXIT.
009000     EXIT.
009100******************************************************************
014600     END-READ.
014700 2310-EXIT.
014800     EXIT.
014810******************************************************************
014820*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
014830******************************************************************
014840 8000-CHECK-REQUEST.
014841     MOVE SPACES              TO CLIALOG-RECORD.
014842     MOVE WS-INQUIRY-KEY      TO CLIALOG-SUBJECT-KEY.
014843     MOVE WS-INQ-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
014844     MOVE WS-INQ-PURPOSE      TO CLIALOG-PURPOSE.
014845     IF CLIALOG-REQUESTER-ID NOT = SPACES
014846         AND CLIALOG-PURPOSE-VALID
014847         SET WS-REQUEST-OK TO TRUE
014848         GO TO 8000-EXIT
014849     END-IF.
014850     MOVE 'N' TO WS-REQUEST-SW.
014851     ADD 1 TO WS-REFUSED-COUNT.
014852     DISPLAY 'ADR025Q - REFUSED, REQUESTER ID AND PURPOSE CODE '
014853             'REQUIRED : ' WS-INQUIRY-KEY.
014854     SET CLIALOG-REFUSED TO TRUE.
014855     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
014856     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
014857 8000-EXIT.
014858     EXIT.
014859 8100-WRITE-ACCESS-LOG.
014860     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
014861     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
014862     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
014863     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
014864     MOVE 'ADR025Q'               TO CLIALOG-PROGRAM-ID.
014865     WRITE CLIALOG-RECORD.
014866 8100-EXIT.
014867     EXIT.
014900******************************************************************
015000*                 9000 - TERMINATION                             *
015100******************************************************************
015200 9000-TERMINATE.
015210     IF WS-REFUSED-COUNT NOT = ZERO
015220         DISPLAY 'ADR025Q - REQUESTS REFUSED : ' WS-REFUSED-COUNT
015230     END-IF.
015300     CLOSE VQOEMKY-FILE.
015310     CLOSE ACCESSLG-FILE.
015400 9000-EXIT.
015500     EXIT.
015600******************************************************************
