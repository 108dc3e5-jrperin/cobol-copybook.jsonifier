001900*     WITH A NOT-FOUND LINE WHEN NO AUDIT ENTRY QUALIFIES -      *
002000*     REPLACING THE FULL-FILE SCAN JOBS OPERATIONS SUBMITS       *
002100*     TODAY. THE TRANSACTION ENDS ON THE LITERAL KEY 'END'.      *
002110*     EACH INQUIRY CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) *
002120*     AND PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS   *
002130*     REFUSED. EVERY REQUEST IS WRITTEN TO THE PERSONAL-DATA     *
002140*     ACCESS LOG (CLIALOG).                                      *
002200*----------------------------------------------------------------*
002300* MODIFICATION HISTORY.                                          *
002400*     2026-09-01  DCG  ORIGINAL VERSION.                        *
002410*     2026-10-15  DCG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
002420*                      REQUIRED ON THE INQUIRY CARD; EACH        *
002430*                      REQUEST LOGGED TO THE ACCESS LOG.         *
002500******************************************************************
002600 PROGRAM-ID.    CLI053Q.
002700 ENVIRONMENT DIVISION.
002900 FILE-CONTROL.
003000     SELECT CLIAUDT-FILE  ASSIGN TO CLIAUDT
003100         ORGANIZATION IS LINE SEQUENTIAL.
003110     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
003120         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CLIAUDT-FILE.
003500     COPY "CLIAUDT.cpy".
003510 FD  ACCESSLG-FILE.
003520     COPY "CLIALOG.cpy".
003600 WORKING-STORAGE SECTION.
003700 77  WS-AUDT-EOF-SW                     PIC X(01)   VALUE 'N'.
003800     88  WS-AUDT-EOF                                VALUE 'Y'.
003900 77  WS-SHOWN-COUNT                     PIC 9(05)   VALUE ZERO.
003910 77  WS-REQUEST-SW                      PIC X(01)   VALUE 'N'.
003920     88  WS-REQUEST-OK                              VALUE 'Y'.
003930 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
003940 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
003950 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
004000 01  WS-INQUIRY-CARD                    PIC X(80)   VALUE SPACES.
004100     88  WS-INQUIRY-DONE                            VALUE 'END'.
004200 01  WS-INQUIRY-CARD-R REDEFINES WS-INQUIRY-CARD.
004300     05  WS-INQ-ACCOUNT                 PIC X(19).
004500     05  WS-INQ-FROM-DATE-X             PIC X(08).
004600     05  FILLER                         PIC X(01).
004700     05  WS-INQ-TO-DATE-X               PIC X(08).
004710     05  FILLER                         PIC X(23).
004720     05  WS-INQ-REQUESTER-ID            PIC X(08).
004730     05  FILLER                         PIC X(01).
004740     05  WS-INQ-PURPOSE                 PIC X(04).
004750     05  FILLER                         PIC X(07).
004800 01  WS-INQ-FROM-DATE                   PIC 9(08)   VALUE ZERO.
004900 01  WS-INQ-TO-DATE                     PIC 9(08)   VALUE ZERO.
005000******************************************************************
006000 0000-EXIT.
006100     EXIT.
006200 1000-INITIALIZE.
006210     OPEN OUTPUT ACCESSLG-FILE.
006300     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
006400 1000-EXIT.
006500     EXIT.
006700*   2000 - ANSWER ONE INQUIRY WITH A SCAN OF THE AUDIT FILE      *
006800******************************************************************
006900 2000-ONE-INQUIRY.
006910     PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT.
006920     IF WS-REQUEST-OK
006930         PERFORM 2050-ANSWER-INQUIRY THRU 2050-EXIT
006940     END-IF.
006950     PERFORM 2100-GET-INQUIRY-CARD THRU 2100-EXIT.
006960 2000-EXIT.
006970     EXIT.
006980 2050-ANSWER-INQUIRY.
007000     MOVE ZERO TO WS-SHOWN-COUNT.
007100     MOVE 'N'  TO WS-AUDT-EOF-SW.
007200     IF WS-INQ-FROM-DATE-X IS NUMERIC
008800     IF WS-SHOWN-COUNT = ZERO
008900         DISPLAY 'HISTORY  : NO AUDIT ENTRIES ON FILE FOR THE '
009000                 'ACCOUNT/RANGE'
009010         SET CLIALOG-NOT-ON-FILE TO TRUE
009020     ELSE
009030         SET CLIALOG-SHOWN TO TRUE
009100     END-IF.
009110     STRING 'FIELD-CHANGE AUDIT ' WS-INQ-FROM-DATE
009120            '-' WS-INQ-TO-DATE
009130         DELIMITED BY SIZE INTO CLIALOG-DETAIL.
009200     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
009300 2050-EXIT.
009400     EXIT.
009500 2100-GET-INQUIRY-CARD.
009600     MOVE 'END' TO WS-INQUIRY-CARD.
011400     END-READ.
011500 2200-EXIT.
011600     EXIT.
011610******************************************************************
011620*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
011630******************************************************************
011640 8000-CHECK-REQUEST.
011641     MOVE SPACES              TO CLIALOG-RECORD.
011642     MOVE WS-INQ-ACCOUNT      TO CLIALOG-SUBJECT-KEY.
011643     MOVE WS-INQ-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
011644     MOVE WS-INQ-PURPOSE      TO CLIALOG-PURPOSE.
011645     IF CLIALOG-REQUESTER-ID NOT = SPACES
011646         AND CLIALOG-PURPOSE-VALID
011647         SET WS-REQUEST-OK TO TRUE
011648         GO TO 8000-EXIT
011649     END-IF.
011650     MOVE 'N' TO WS-REQUEST-SW.
011651     ADD 1 TO WS-REFUSED-COUNT.
011652     DISPLAY 'CLI053Q - REFUSED, REQUESTER ID AND PURPOSE CODE '
011653             'REQUIRED : ' WS-INQ-ACCOUNT.
011654     SET CLIALOG-REFUSED TO TRUE.
011655     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
011656     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
011657 8000-EXIT.
011658     EXIT.
011659 8100-WRITE-ACCESS-LOG.
011660     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
011661     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
011662     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
011663     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
011664     MOVE 'CLI053Q'               TO CLIALOG-PROGRAM-ID.
011665     WRITE CLIALOG-RECORD.
011666 8100-EXIT.
011667     EXIT.
011700******************************************************************
011800*                 9000 - TERMINATION                             *
011900******************************************************************
012000 9000-TERMINATE.
012010     IF WS-REFUSED-COUNT NOT = ZERO
012020         DISPLAY 'CLI053Q - REQUESTS REFUSED : ' WS-REFUSED-COUNT
012030     END-IF.
012100     CLOSE ACCESSLG-FILE.
012200 9000-EXIT.
012300     EXIT.
012400******************************************************************
