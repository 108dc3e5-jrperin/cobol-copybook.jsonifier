000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI077Q                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARD OPERATIONS SYSTEMS GROUP.                   *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     INQUIRY TRANSACTION OVER THE CUSTOMER CONTACT LEDGER       *
001400*     CLI076L POSTS, IN THE STYLE OF CLI053Q. EACH INQUIRY CARD  *
001500*     CARRIES AN ACCOUNT NUMBER AND AN OPTIONAL YYYYMMDD DATE    *
001600*     RANGE (FROM COLUMN 21, TO COLUMN 30); THE ACCOUNT'S        *
001700*     CONTACTS IN THE RANGE ARE BROWSED FROM THE KSDS AND        *
001800*     ANSWERED ON ONE DISPLAY - DATE, CHANNEL, PURPOSE AND       *
001900*     CLASS, DESTINATION AND THE EXTRACT THE CONTACT CAME FROM - *
002000*     WITH A NOT-FOUND LINE WHEN NONE QUALIFIES. THE TRANSACTION *
002100*     ENDS ON THE LITERAL KEY 'END'.                             *
002200*     EACH INQUIRY CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) *
002300*     AND PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS   *
002400*     REFUSED. EVERY REQUEST IS WRITTEN TO THE PERSONAL-DATA     *
002500*     ACCESS LOG (CLIALOG).                                      *
002600*----------------------------------------------------------------*
002700* MODIFICATION HISTORY.                                          *
002800*     2026-10-15  COS  ORIGINAL VERSION.                        *
002900*     2026-10-15  DCG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
003000*                      REQUIRED ON THE INQUIRY CARD; EACH        *
003100*                      REQUEST LOGGED TO THE ACCESS LOG.         *
003200******************************************************************
003300 PROGRAM-ID.    CLI077Q.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONTLEDG-FILE ASSIGN TO CONTLEDG
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CLICLDG-KEY
004100         FILE STATUS IS WS-CONTLEDG-STATUS.
004200     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTLEDG-FILE.
004700     COPY "CLICLDG.cpy".
004800 FD  ACCESSLG-FILE.
004900     COPY "CLIALOG.cpy".
005000 WORKING-STORAGE SECTION.
005100 77  WS-CONTLEDG-STATUS                 PIC X(02)   VALUE '00'.
005200     88  WS-CONTLEDG-OK                             VALUE '00'.
005300 77  WS-BROWSE-END-SW                   PIC X(01)   VALUE 'N'.
005400     88  WS-BROWSE-END                              VALUE 'Y'.
005500 77  WS-SHOWN-COUNT                     PIC 9(05)   VALUE ZERO.
005600 77  WS-REQUEST-SW                      PIC X(01)   VALUE 'N'.
005700     88  WS-REQUEST-OK                              VALUE 'Y'.
005800 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
005900 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
006000 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
006100 01  WS-INQUIRY-CARD                    PIC X(80)   VALUE SPACES.
006200     88  WS-INQUIRY-DONE                            VALUE 'END'.
006300 01  WS-INQUIRY-CARD-R REDEFINES WS-INQUIRY-CARD.
006400     05  WS-INQ-ACCOUNT                 PIC X(19).
006500     05  FILLER                         PIC X(01).
006600     05  WS-INQ-FROM-DATE-X             PIC X(08).
006700     05  FILLER                         PIC X(01).
006800     05  WS-INQ-TO-DATE-X               PIC X(08).
006900     05  FILLER                         PIC X(23).
007000     05  WS-INQ-REQUESTER-ID            PIC X(08).
007100     05  FILLER                         PIC X(01).
007200     05  WS-INQ-PURPOSE                 PIC X(04).
007300     05  FILLER                         PIC X(07).
007400 01  WS-INQ-FROM-DATE                   PIC 9(08)   VALUE ZERO.
007500 01  WS-INQ-TO-DATE                     PIC 9(08)   VALUE ZERO.
007600******************************************************************
007700*                 PROCEDURE DIVISION                            *
007800******************************************************************
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
008200     PERFORM 2000-ONE-INQUIRY    THRU 2000-EXIT
008300             UNTIL WS-INQUIRY-DONE.
008400     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
008500     GOBACK.
008600 0000-EXIT.
008700     EXIT.
008800 1000-INITIALIZE.
008900     OPEN INPUT CONTLEDG-FILE.
009000     OPEN OUTPUT ACCESSLG-FILE.
009100     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
009200 1000-EXIT.
009300     EXIT.
009400******************************************************************
009500*   2000 - ANSWER ONE INQUIRY WITH A BROWSE OF THE LEDGER        *
009600******************************************************************
009700 2000-ONE-INQUIRY.
009800     PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT.
009900     IF WS-REQUEST-OK
010000         PERFORM 2050-ANSWER-INQUIRY THRU 2050-EXIT
010100     END-IF.
010200     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
010300 2000-EXIT.
010400     EXIT.
010500 2050-ANSWER-INQUIRY.
010600     MOVE ZERO TO WS-SHOWN-COUNT.
010700     MOVE 'N'  TO WS-BROWSE-END-SW.
010800     IF WS-INQ-FROM-DATE-X IS NUMERIC
010900         MOVE WS-INQ-FROM-DATE-X TO WS-INQ-FROM-DATE
011000     ELSE
011100         MOVE ZERO TO WS-INQ-FROM-DATE
011200     END-IF.
011300     IF WS-INQ-TO-DATE-X IS NUMERIC
011400         MOVE WS-INQ-TO-DATE-X TO WS-INQ-TO-DATE
011500     ELSE
011600         MOVE 99999999 TO WS-INQ-TO-DATE
011700     END-IF.
011800     DISPLAY '--------------------------------------------'.
011900     DISPLAY 'ACCOUNT  : ' WS-INQ-ACCOUNT.
012000     MOVE WS-INQ-ACCOUNT   TO CLICLDG-ACCOUNT-NUMBER.
012100     MOVE WS-INQ-FROM-DATE TO CLICLDG-CONTACT-DATE.
012200     MOVE LOW-VALUES       TO CLICLDG-SOURCE-ID.
012300     MOVE ZERO             TO CLICLDG-SOURCE-SEQ.
012400     START CONTLEDG-FILE KEY IS NOT LESS THAN CLICLDG-KEY
012500         INVALID KEY SET WS-BROWSE-END TO TRUE
012600     END-START.
012700     PERFORM 2200-SHOW-ONE-CONTACT THRU 2200-EXIT
012800             UNTIL WS-BROWSE-END.
012900     IF WS-SHOWN-COUNT = ZERO
013000         DISPLAY 'CONTACTS : NO CONTACTS ON THE LEDGER FOR THE '
013100                 'ACCOUNT/RANGE'
013200         SET CLIALOG-NOT-ON-FILE TO TRUE
013300     ELSE
013400         SET CLIALOG-SHOWN TO TRUE
013500     END-IF.
013600     STRING 'CONTACT LEDGER ' WS-INQ-FROM-DATE
013700            '-' WS-INQ-TO-DATE
013800         DELIMITED BY SIZE INTO CLIALOG-DETAIL.
013900     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
014000 2050-EXIT.
014100     EXIT.
014200 2100-GET-INQUIRY-CARD.
014300     MOVE 'END' TO WS-INQUIRY-CARD.
014400     ACCEPT WS-INQUIRY-CARD.
014500 2100-EXIT.
014600     EXIT.
014700 2200-SHOW-ONE-CONTACT.
014800     READ CONTLEDG-FILE NEXT RECORD
014900         AT END SET WS-BROWSE-END TO TRUE
015000                GO TO 2200-EXIT
015100     END-READ.
015200     IF CLICLDG-ACCOUNT-NUMBER NOT = WS-INQ-ACCOUNT
015300         OR CLICLDG-CONTACT-DATE > WS-INQ-TO-DATE
015400         SET WS-BROWSE-END TO TRUE
015500         GO TO 2200-EXIT
015600     END-IF.
015700     ADD 1 TO WS-SHOWN-COUNT.
015800     DISPLAY 'CONTACT  : ' CLICLDG-CONTACT-DATE ' '
015900             CLICLDG-CHANNEL ' '
016000             CLICLDG-PURPOSE ' '
016100             CLICLDG-PURPOSE-CLASS ' '
016200             CLICLDG-SOURCE-ID ' '
016300             CLICLDG-DESTINATION.
016400 2200-EXIT.
016500     EXIT.
016600******************************************************************
016700*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
016800******************************************************************
016900 8000-CHECK-REQUEST.
017000     MOVE SPACES              TO CLIALOG-RECORD.
017100     MOVE WS-INQ-ACCOUNT      TO CLIALOG-SUBJECT-KEY.
017200     MOVE WS-INQ-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
017300     MOVE WS-INQ-PURPOSE      TO CLIALOG-PURPOSE.
017400     IF CLIALOG-REQUESTER-ID NOT = SPACES
017500         AND CLIALOG-PURPOSE-VALID
017600         SET WS-REQUEST-OK TO TRUE
017700         GO TO 8000-EXIT
017800     END-IF.
017900     MOVE 'N' TO WS-REQUEST-SW.
018000     ADD 1 TO WS-REFUSED-COUNT.
018100     DISPLAY 'CLI077Q - REFUSED, REQUESTER ID AND PURPOSE CODE '
018200             'REQUIRED : ' WS-INQ-ACCOUNT.
018300     SET CLIALOG-REFUSED TO TRUE.
018400     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
018500     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
018600 8000-EXIT.
018700     EXIT.
018800 8100-WRITE-ACCESS-LOG.
018900     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
019000     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
019100     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
019200     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
019300     MOVE 'CLI077Q'               TO CLIALOG-PROGRAM-ID.
019400     WRITE CLIALOG-RECORD.
019500 8100-EXIT.
019600     EXIT.
019700******************************************************************
019800*                 9000 - TERMINATION                             *
019900******************************************************************
020000 9000-TERMINATE.
020100     IF WS-REFUSED-COUNT NOT = ZERO
020200         DISPLAY 'CLI077Q - REQUESTS REFUSED : ' WS-REFUSED-COUNT
020300     END-IF.
020400     CLOSE CONTLEDG-FILE.
020500     CLOSE ACCESSLG-FILE.
020600 9000-EXIT.
020700     EXIT.
020800******************************************************************
020900*                      END OF PROGRAM                            *
021000******************************************************************
