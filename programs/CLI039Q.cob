001700*     ONE DISPLAY: NAME, STATUS, LIMITS, BLOCK CODES AND THE     *
001800*     THREE ADDRESS OCCURRENCES - RETIRING THE ONE-OFF BATCH     *
001900*     SCAN JOBS. THE TRANSACTION ENDS ON THE LITERAL KEY 'END'.  *
001910*     EACH INQUIRY CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) *
001920*     AND PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS   *
001930*     REFUSED. EVERY REQUEST IS WRITTEN TO THE PERSONAL-DATA     *
001940*     ACCESS LOG (CLIALOG).                                      *
002000*----------------------------------------------------------------*
002100* MODIFICATION HISTORY.                                          *
002200*     2026-08-22  DCG  ORIGINAL VERSION.                        *
002210*     2026-10-15  DCG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
002220*                      REQUIRED ON THE INQUIRY CARD; EACH        *
002230*                      REQUEST LOGGED TO THE ACCESS LOG.         *
002300******************************************************************
002400 PROGRAM-ID.    CLI039Q.
002500 ENVIRONMENT DIVISION.
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
003200         FILE STATUS IS WS-CLIMST-STATUS.
003210     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
003220         ORGANIZATION IS LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CLIMST-FILE.
003600     COPY "book_tests_OK.cob"
003700         REPLACING ==:CLIDATA:== BY ==CLIMST== .
003710 FD  ACCESSLG-FILE.
003720     COPY "CLIALOG.cpy".
003800 WORKING-STORAGE SECTION.
003900 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
004000     88  WS-CLIMST-OK                               VALUE '00'.
004100     88  WS-CLIMST-NOT-FOUND                        VALUE '23'.
004200 77  WS-ADDR-IDX                        PIC 9(01)   VALUE ZERO.
004300 77  WS-REQUEST-SW                      PIC X(01)   VALUE 'N'.
004310     88  WS-REQUEST-OK                              VALUE 'Y'.
004320 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
004330 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
004340 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
004400 01  WS-INQUIRY-CARD                    PIC X(80)   VALUE SPACES.
004410     88  WS-INQUIRY-DONE                            VALUE 'END'.
004420 01  WS-INQUIRY-CARD-R REDEFINES WS-INQUIRY-CARD.
004430     05  WS-INQUIRY-KEY                 PIC X(19).
004440     05  FILLER                         PIC X(41).
004450     05  WS-INQ-REQUESTER-ID            PIC X(08).
004460     05  FILLER                         PIC X(01).
004470     05  WS-INQ-PURPOSE                 PIC X(04).
004480     05  FILLER                         PIC X(07).
004500******************************************************************
004600*                 PROCEDURE DIVISION                            *
004700******************************************************************
005600     EXIT.
005700 1000-INITIALIZE.
005800     OPEN INPUT CLIMST-FILE.
005810     OPEN OUTPUT ACCESSLG-FILE.
005900     PERFORM 2100-GET-INQUIRY-KEY THRU 2100-EXIT.
006000 1000-EXIT.
006100     EXIT.
006300*   2000 - ANSWER ONE INQUIRY FROM THE CLIENT MASTER             *
006400******************************************************************
006500 2000-ONE-INQUIRY.
006510     PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT.
006520     IF WS-REQUEST-OK
006530         PERFORM 2050-ANSWER-INQUIRY THRU 2050-EXIT
006540     END-IF.
006550     PERFORM 2100-GET-INQUIRY-KEY THRU 2100-EXIT.
006560 2000-EXIT.
006570     EXIT.
006580 2050-ANSWER-INQUIRY.
006600     MOVE WS-INQUIRY-KEY TO CLIMST-ACCOUNT-NUMBER.
006700     READ CLIMST-FILE.
006800     IF WS-CLIMST-OK
006900         PERFORM 2200-DISPLAY-ACCOUNT THRU 2200-EXIT
006910         SET CLIALOG-SHOWN TO TRUE
006920         MOVE CLIMST-BUSINESS-OR-PERSONAL-ID
006930             TO CLIALOG-SUBJECT-DOC
007000     ELSE
007100         DISPLAY 'CLI039Q - ACCOUNT NOT ON CLIENT MASTER : '
007200                 WS-INQUIRY-KEY
007210         SET CLIALOG-NOT-ON-FILE TO TRUE
007300     END-IF.
007310     MOVE 'CLIENT MASTER: NAME, LIMITS, ADDRESSES'
007320         TO CLIALOG-DETAIL.
007400     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
007500 2050-EXIT.
007600     EXIT.
007700 2100-GET-INQUIRY-KEY.
007800     MOVE 'END' TO WS-INQUIRY-CARD.
007900     ACCEPT WS-INQUIRY-CARD.
008000 2100-EXIT.
008100     EXIT.
008200******************************************************************
010900     END-IF.
011000 2210-EXIT.
011100     EXIT.
011110******************************************************************
011120*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
011130******************************************************************
011140 8000-CHECK-REQUEST.
011141     MOVE SPACES              TO CLIALOG-RECORD.
011142     MOVE WS-INQUIRY-KEY      TO CLIALOG-SUBJECT-KEY.
011143     MOVE WS-INQ-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
011144     MOVE WS-INQ-PURPOSE      TO CLIALOG-PURPOSE.
011145     IF CLIALOG-REQUESTER-ID NOT = SPACES
011146         AND CLIALOG-PURPOSE-VALID
011147         SET WS-REQUEST-OK TO TRUE
011148         GO TO 8000-EXIT
011149     END-IF.
011150     MOVE 'N' TO WS-REQUEST-SW.
011151     ADD 1 TO WS-REFUSED-COUNT.
011152     DISPLAY 'CLI039Q - REFUSED, REQUESTER ID AND PURPOSE CODE '
011153             'REQUIRED : ' WS-INQUIRY-KEY.
011154     SET CLIALOG-REFUSED TO TRUE.
011155     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
011156     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
011157 8000-EXIT.
011158     EXIT.
011159 8100-WRITE-ACCESS-LOG.
011160     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
011161     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
011162     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
011163     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
011164     MOVE 'CLI039Q'               TO CLIALOG-PROGRAM-ID.
011165     WRITE CLIALOG-RECORD.
011166 8100-EXIT.
011167     EXIT.
011200******************************************************************
011300*                 9000 - TERMINATION                             *
011400******************************************************************
011500 9000-TERMINATE.
011510     IF WS-REFUSED-COUNT NOT = ZERO
011520         DISPLAY 'CLI039Q - REQUESTS REFUSED : ' WS-REFUSED-COUNT
011530     END-IF.
011600     CLOSE CLIMST-FILE.
011610     CLOSE ACCESSLG-FILE.
011700 9000-EXIT.
011800     EXIT.
011900******************************************************************
