000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI076L                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARD OPERATIONS SYSTEMS GROUP.                   *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     NIGHTLY CUSTOMER CONTACT LEDGER LOAD AND MARKETING         *
001400*     CONTACT CAP. EVERY CONTACT TONIGHT'S OUTBOUND EXTRACTS     *
001500*     WILL SEND IS POSTED TO THE CONTACT LEDGER (CLICLDG, KSDS   *
001600*     KEYED BY ACCOUNT AND CONTACT DATE) WITH ITS CHANNEL,       *
001700*     PURPOSE AND DESTINATION - STATEMENT MAIL (CLIMAIL), CARD   *
001800*     CARRIERS (CLIRCAR), SMS PAYMENT REMINDERS (CLISMS) AND     *
001900*     THE COLLECTIONS DIALER QUEUE (CLIWRKQ) AS SERVICING, AND   *
002000*     ADDRESS-CHANGE LETTERS (CLIMAILA) AS LEGAL NOTICES. THE    *
002100*     E-INVOICE CAMPAIGN MAIL (CLIEINV) IS MARKETING: AN ENTRY   *
002200*     IS DROPPED WHEN THE ACCOUNT ALREADY HAS RUN-CONTROL KEY    *
002300*     WEEKCAP (DEFAULT 3, ZERO TURNS THE CAP OFF) CONTACTS ON    *
002400*     THE LEDGER, ON ANY CHANNEL, IN THE SEVEN DAYS ENDING       *
002500*     TONIGHT; THE REST GO TO THE CAPPED CLIEINV THE VENDOR      *
002600*     PICKS UP AND ARE POSTED IN TURN. SERVICING AND LEGAL       *
002700*     CONTACTS ARE NEVER DROPPED. A RERUN FINDS ITS CONTACTS     *
002800*     ALREADY POSTED (SOURCE EXTRACT AND RECORD NUMBER COMPLETE  *
002900*     THE KEY) AND MAKES THE SAME DECISIONS. THE BUSINESS DATE   *
003000*     RIDES ON THE PARM (YYMMDD).                                *
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY.                                          *
003300*     2026-10-15  COS  ORIGINAL VERSION.                        *
003400******************************************************************
003500 PROGRAM-ID.    CLI076L.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL MAIL-FILE ASSIGN TO CLIMAIL
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT OPTIONAL CARD-FILE ASSIGN TO CLIRCAR
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL ADRC-FILE ASSIGN TO CLIMAILA
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL SMS-FILE  ASSIGN TO CLISMS
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL WRKQ-FILE ASSIGN TO CLIWRKQ
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT EINV-IN-FILE  ASSIGN TO CLIEINV
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT EINV-OUT-FILE ASSIGN TO CLIEINVC
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CONTLEDG-FILE ASSIGN TO CONTLEDG
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CLICLDG-KEY
005700         FILE STATUS IS WS-CONTLEDG-STATUS.
005800     SELECT REPORT-FILE   ASSIGN TO CLI076RP
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MAIL-FILE.
006700 01  MAIL-RECORD                        PIC X(200).
006800 FD  CARD-FILE.
006900 01  CARD-RECORD                        PIC X(200).
007000 FD  ADRC-FILE.
007100 01  ADRC-RECORD                        PIC X(200).
007200 FD  SMS-FILE.
007300     COPY "CLISMS.cpy".
007400 FD  WRKQ-FILE.
007500     COPY "CLIWRKQ.cpy".
007600 FD  EINV-IN-FILE.
007700     COPY "CLIEINV.cpy".
007800 FD  EINV-OUT-FILE.
007900 01  EINV-OUT-RECORD                    PIC X(127).
008000 FD  CONTLEDG-FILE.
008100     COPY "CLICLDG.cpy".
008200 FD  REPORT-FILE.
008300 01  REPORT-LINE                        PIC X(100).
008400 FD  RUNPARM-FILE.
008500     COPY "RUNPARM.cpy".
008600 FD  RUNLOG-FILE.
008700     COPY "RUNSTAT.cpy".
008800 WORKING-STORAGE SECTION.
008900 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
009000 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
009100 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
009200 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
009300 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
009400 77  WS-SRC-EOF-SW                      PIC X(01)   VALUE 'N'.
009500     88  WS-SRC-EOF                                 VALUE 'Y'.
009600 77  WS-EINV-EOF-SW                     PIC X(01)   VALUE 'N'.
009700     88  WS-EINV-EOF                                VALUE 'Y'.
009800 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
009900     88  WS-PARM-EOF                                VALUE 'Y'.
010000 77  WS-BROWSE-END-SW                   PIC X(01)   VALUE 'N'.
010100     88  WS-BROWSE-END                              VALUE 'Y'.
010200 77  WS-OWN-POSTED-SW                   PIC X(01)   VALUE 'N'.
010300     88  WS-OWN-POSTED                              VALUE 'Y'.
010400 77  WS-CONTLEDG-STATUS                 PIC X(02)   VALUE '00'.
010500     88  WS-CONTLEDG-OK                             VALUE '00'.
010600     88  WS-CONTLEDG-DUPLICATE                      VALUE '22'.
010700 77  WS-WEEK-CAP                        PIC 9(03)   VALUE 003.
010800 77  WS-WINDOW-DAYS                     PIC 9(03)   VALUE 007.
010900 77  WS-TODAY-INT-DATE                  PIC 9(09)   VALUE ZERO.
011000 77  WS-WINDOW-START                    PIC 9(08)   VALUE ZERO.
011100 77  WS-WINDOW-COUNT                    PIC 9(05)   VALUE ZERO.
011200 77  WS-SRC-SEQ                         PIC 9(07)   VALUE ZERO.
011300 77  WS-POSTED-MAIL                     PIC 9(07)   VALUE ZERO.
011400 77  WS-POSTED-SMS                      PIC 9(07)   VALUE ZERO.
011500 77  WS-POSTED-EMAIL                    PIC 9(07)   VALUE ZERO.
011600 77  WS-POSTED-DIALER                   PIC 9(07)   VALUE ZERO.
011700 77  WS-DUPLICATE-COUNT                 PIC 9(07)   VALUE ZERO.
011800 77  WS-LEDGER-ERROR-COUNT              PIC 9(07)   VALUE ZERO.
011900 77  WS-EINV-READ-COUNT                 PIC 9(07)   VALUE ZERO.
012000 77  WS-EINV-KEPT-COUNT                 PIC 9(07)   VALUE ZERO.
012100 77  WS-EINV-CAPPED-COUNT               PIC 9(07)   VALUE ZERO.
012200     COPY "EXTENVL.cpy".
012300     COPY "CLIMAIL.cpy".
012400 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
012500 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
012600                                        PIC X(08).
012700 01  WS-CURRENT-DATE-TIME.
012800     05  WS-CURRENT-DATE                PIC 9(08).
012900     05  WS-CURRENT-TIME                PIC 9(06).
013000     05  FILLER                         PIC X(08).
013100 01  WS-CONTACT.
013200     05  WS-CONTACT-SOURCE-ID           PIC X(08).
013300     05  WS-CONTACT-CHANNEL             PIC X(04).
013400     05  WS-CONTACT-PURPOSE             PIC X(04).
013500     05  WS-CONTACT-CLASS               PIC X(01).
013600     05  WS-CONTACT-ACCOUNT             PIC X(19).
013700 01  WS-DESTINATION                     PIC X(60).
013800 01  WS-DEST-MAIL-R REDEFINES WS-DESTINATION.
013900     05  WS-DEST-ZIP-CODE               PIC 9(08).
014000     05  FILLER                         PIC X(01).
014100     05  WS-DEST-STREET-DESC            PIC X(44).
014200     05  FILLER                         PIC X(01).
014300     05  WS-DEST-STREET-NUMBER          PIC X(06).
014400 01  WS-DEST-SMS-R REDEFINES WS-DESTINATION.
014500     05  WS-DEST-AREA-CODE              PIC X(04).
014600     05  FILLER                         PIC X(01).
014700     05  WS-DEST-CELLPHONE              PIC X(10).
014800     05  FILLER                         PIC X(45).
014900 01  WS-DEST-DIAL-R REDEFINES WS-DESTINATION.
015000     05  WS-DEST-DIAL-CHANNEL           PIC X(04).
015100     05  FILLER                         PIC X(01).
015200     05  WS-DEST-DIAL-TAG               PIC X(09).
015300     05  WS-DEST-DIAL-PRIORITY          PIC 9(01).
015400     05  FILLER                         PIC X(45).
015500 01  WS-HEADING-LINE.
015600     05  FILLER                         PIC X(40)
015700             VALUE 'CLI076L - CONTACT LEDGER / MARKETING CAP'.
015800     05  FILLER                         PIC X(11)
015900             VALUE ' RUN DATE: '.
016000     05  WS-HDG-RUN-DATE                PIC 9(08).
016100     05  FILLER                         PIC X(41)   VALUE SPACES.
016200 01  WS-CAP-LINE.
016300     05  FILLER                         PIC X(30)
016400             VALUE 'CONTACTS ALLOWED PER 7 DAYS : '.
016500     05  WS-CAP-VALUE                   PIC ZZ9.
016600     05  FILLER                         PIC X(67)   VALUE SPACES.
016700 01  WS-COLUMN-LINE.
016800     05  FILLER                         PIC X(40)
016900             VALUE 'DROPPED ACCOUNT             E-MAIL      '.
017000     05  FILLER                         PIC X(40)
017100             VALUE SPACES.
017200     05  FILLER                         PIC X(20)
017300             VALUE 'CONTACTS'.
017400 01  WS-DETAIL-LINE.
017500     05  FILLER                         PIC X(08)   VALUE SPACES.
017600     05  WS-DTL-ACCOUNT                 PIC X(19).
017700     05  FILLER                         PIC X(01)   VALUE SPACES.
017800     05  WS-DTL-EMAIL                   PIC X(50).
017900     05  FILLER                         PIC X(02)   VALUE SPACES.
018000     05  WS-DTL-WINDOW-COUNT            PIC ZZ,ZZ9.
018100     05  FILLER                         PIC X(14)   VALUE SPACES.
018200 01  WS-TOTAL-LINE-1.
018300     05  FILLER                         PIC X(24)
018400                       VALUE 'POSTED MAIL           :'.
018500     05  WS-TOT-MAIL                    PIC Z,ZZZ,ZZ9.
018600     05  FILLER                         PIC X(67)   VALUE SPACES.
018700 01  WS-TOTAL-LINE-2.
018800     05  FILLER                         PIC X(24)
018900                       VALUE 'POSTED SMS            :'.
019000     05  WS-TOT-SMS                     PIC Z,ZZZ,ZZ9.
019100     05  FILLER                         PIC X(67)   VALUE SPACES.
019200 01  WS-TOTAL-LINE-3.
019300     05  FILLER                         PIC X(24)
019400                       VALUE 'POSTED E-MAIL         :'.
019500     05  WS-TOT-EMAIL                   PIC Z,ZZZ,ZZ9.
019600     05  FILLER                         PIC X(67)   VALUE SPACES.
019700 01  WS-TOTAL-LINE-4.
019800     05  FILLER                         PIC X(24)
019900                       VALUE 'POSTED DIALER         :'.
020000     05  WS-TOT-DIALER                  PIC Z,ZZZ,ZZ9.
020100     05  FILLER                         PIC X(67)   VALUE SPACES.
020200 01  WS-TOTAL-LINE-5.
020300     05  FILLER                         PIC X(24)
020400                       VALUE 'ALREADY ON LEDGER     :'.
020500     05  WS-TOT-DUPLICATE               PIC Z,ZZZ,ZZ9.
020600     05  FILLER                         PIC X(67)   VALUE SPACES.
020700 01  WS-TOTAL-LINE-6.
020800     05  FILLER                         PIC X(24)
020900                       VALUE 'MARKETING READ        :'.
021000     05  WS-TOT-EINV-READ               PIC Z,ZZZ,ZZ9.
021100     05  FILLER                         PIC X(67)   VALUE SPACES.
021200 01  WS-TOTAL-LINE-7.
021300     05  FILLER                         PIC X(24)
021400                       VALUE 'MARKETING KEPT        :'.
021500     05  WS-TOT-EINV-KEPT               PIC Z,ZZZ,ZZ9.
021600     05  FILLER                         PIC X(67)   VALUE SPACES.
021700 01  WS-TOTAL-LINE-8.
021800     05  FILLER                         PIC X(24)
021900                       VALUE 'MARKETING DROPPED     :'.
022000     05  WS-TOT-EINV-CAPPED             PIC Z,ZZZ,ZZ9.
022100     05  FILLER                         PIC X(67)   VALUE SPACES.
022200******************************************************************
022300*                 LINKAGE SECTION                               *
022400******************************************************************
022500 LINKAGE SECTION.
022600 01  LS-PARM.
022700     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
022800     03  LS-PARM-BUSDATE                PIC X(06).
022900******************************************************************
023000*                 PROCEDURE DIVISION                            *
023100******************************************************************
023200 PROCEDURE DIVISION USING LS-PARM.
023300 0000-MAINLINE.
023400     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
023500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023600     PERFORM 2000-POST-SERVICING THRU 2000-EXIT.
023700     PERFORM 3000-CAP-MARKETING  THRU 3000-EXIT
023800             UNTIL WS-EINV-EOF.
023900     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
024000     GOBACK.
024100 0000-EXIT.
024200     EXIT.
024300******************************************************************
024400*   1000 - BUSINESS DATE, CAP WINDOW AND FILES                   *
024500******************************************************************
024600 1000-INITIALIZE.
024700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024800     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
024900     IF LS-PARM-LENGTH >= 6
025000         AND LS-PARM-BUSDATE NUMERIC
025100         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
025200         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
025300     END-IF.
025400     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
025500     COMPUTE WS-TODAY-INT-DATE =
025600             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
025700     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
025800             (WS-TODAY-INT-DATE - WS-WINDOW-DAYS + 1).
025900     OPEN I-O    CONTLEDG-FILE.
026000     OPEN INPUT  EINV-IN-FILE.
026100     OPEN OUTPUT EINV-OUT-FILE.
026200     OPEN OUTPUT REPORT-FILE.
026300     MOVE WS-CURRENT-DATE TO EXTENVL-HDR-GEN-DATE.
026400     MOVE WS-CURRENT-TIME TO EXTENVL-HDR-GEN-TIME.
026500     MOVE 'CLIEINV ' TO EXTENVL-HDR-FILE-ID.
026600     MOVE SPACES TO EINV-OUT-RECORD.
026700     MOVE EXTENVL-HEADER TO EINV-OUT-RECORD(1:25).
026800     WRITE EINV-OUT-RECORD.
026900     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
027000     WRITE REPORT-LINE FROM WS-HEADING-LINE.
027100     MOVE WS-WEEK-CAP TO WS-CAP-VALUE.
027200     WRITE REPORT-LINE FROM WS-CAP-LINE.
027300     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
027400 1000-EXIT.
027500     EXIT.
027600******************************************************************
027700*   1500 - APPLY ANY RUN-CONTROL PARAMETERS NAMING THIS PROGRAM  *
027800******************************************************************
027900 1500-LOAD-RUN-PARMS.
028000     OPEN INPUT RUNPARM-FILE.
028100     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
028200             UNTIL WS-PARM-EOF.
028300     CLOSE RUNPARM-FILE.
028400 1500-EXIT.
028500     EXIT.
028600 1510-READ-ONE-PARM.
028700     READ RUNPARM-FILE
028800         AT END SET WS-PARM-EOF TO TRUE
028900         NOT AT END
029000             IF RUNPARM-PROGRAM-ID = 'CLI076L '
029100                 AND RUNPARM-KEY = 'WEEKCAP '
029200                 MOVE RUNPARM-VALUE-NUM TO WS-WEEK-CAP
029300                 DISPLAY 'CLI076L - WEEKLY CONTACT CAP SET TO '
029400                         WS-WEEK-CAP
029500                         ' BY RUN PARAMETER'
029600             END-IF
029700     END-READ.
029800 1510-EXIT.
029900     EXIT.
030000******************************************************************
030100*   2000 - POST TONIGHT'S SERVICING AND LEGAL CONTACTS           *
030200*          (NEVER CAPPED), ONE EXTRACT AT A TIME                 *
030300******************************************************************
030400 2000-POST-SERVICING.
030500     MOVE 'CLIMAIL ' TO WS-CONTACT-SOURCE-ID.
030600     MOVE 'MAIL'     TO WS-CONTACT-CHANNEL.
030700     MOVE 'STMT'     TO WS-CONTACT-PURPOSE.
030800     MOVE 'S'        TO WS-CONTACT-CLASS.
030900     MOVE 'N'        TO WS-SRC-EOF-SW.
031000     MOVE ZERO       TO WS-SRC-SEQ.
031100     OPEN INPUT MAIL-FILE.
031200     PERFORM 2100-READ-STATEMENT THRU 2100-EXIT
031300             UNTIL WS-SRC-EOF.
031400     CLOSE MAIL-FILE.
031500     MOVE 'CLIRCAR ' TO WS-CONTACT-SOURCE-ID.
031600     MOVE 'CARD'     TO WS-CONTACT-PURPOSE.
031700     MOVE 'N'        TO WS-SRC-EOF-SW.
031800     MOVE ZERO       TO WS-SRC-SEQ.
031900     OPEN INPUT CARD-FILE.
032000     PERFORM 2200-READ-CARRIER THRU 2200-EXIT
032100             UNTIL WS-SRC-EOF.
032200     CLOSE CARD-FILE.
032300     MOVE 'CLIMAILA' TO WS-CONTACT-SOURCE-ID.
032400     MOVE 'ADRC'     TO WS-CONTACT-PURPOSE.
032500     MOVE 'L'        TO WS-CONTACT-CLASS.
032600     MOVE 'N'        TO WS-SRC-EOF-SW.
032700     MOVE ZERO       TO WS-SRC-SEQ.
032800     OPEN INPUT ADRC-FILE.
032900     PERFORM 2300-READ-ADDR-LETTER THRU 2300-EXIT
033000             UNTIL WS-SRC-EOF.
033100     CLOSE ADRC-FILE.
033200     MOVE 'CLISMS  ' TO WS-CONTACT-SOURCE-ID.
033300     MOVE 'SMS '     TO WS-CONTACT-CHANNEL.
033400     MOVE 'RMND'     TO WS-CONTACT-PURPOSE.
033500     MOVE 'S'        TO WS-CONTACT-CLASS.
033600     MOVE 'N'        TO WS-SRC-EOF-SW.
033700     MOVE ZERO       TO WS-SRC-SEQ.
033800     OPEN INPUT SMS-FILE.
033900     PERFORM 2400-READ-REMINDER THRU 2400-EXIT
034000             UNTIL WS-SRC-EOF.
034100     CLOSE SMS-FILE.
034200     MOVE 'CLIWRKQ ' TO WS-CONTACT-SOURCE-ID.
034300     MOVE 'DIAL'     TO WS-CONTACT-CHANNEL.
034400     MOVE 'COLL'     TO WS-CONTACT-PURPOSE.
034500     MOVE 'N'        TO WS-SRC-EOF-SW.
034600     MOVE ZERO       TO WS-SRC-SEQ.
034700     OPEN INPUT WRKQ-FILE.
034800     PERFORM 2500-READ-DIALER-ENTRY THRU 2500-EXIT
034900             UNTIL WS-SRC-EOF.
035000     CLOSE WRKQ-FILE.
035100     MOVE ZERO       TO WS-SRC-SEQ.
035200 2000-EXIT.
035300     EXIT.
035400 2100-READ-STATEMENT.
035500     READ MAIL-FILE INTO CLIMAIL-ENTRY
035600         AT END SET WS-SRC-EOF TO TRUE
035700                GO TO 2100-EXIT
035800     END-READ.
035900     PERFORM 2800-POST-MAIL-ENTRY THRU 2800-EXIT.
036000 2100-EXIT.
036100     EXIT.
036200 2200-READ-CARRIER.
036300     READ CARD-FILE INTO CLIMAIL-ENTRY
036400         AT END SET WS-SRC-EOF TO TRUE
036500                GO TO 2200-EXIT
036600     END-READ.
036700     PERFORM 2800-POST-MAIL-ENTRY THRU 2800-EXIT.
036800 2200-EXIT.
036900     EXIT.
037000 2300-READ-ADDR-LETTER.
037100     READ ADRC-FILE INTO CLIMAIL-ENTRY
037200         AT END SET WS-SRC-EOF TO TRUE
037300                GO TO 2300-EXIT
037400     END-READ.
037500     PERFORM 2800-POST-MAIL-ENTRY THRU 2800-EXIT.
037600 2300-EXIT.
037700     EXIT.
037800 2400-READ-REMINDER.
037900     READ SMS-FILE
038000         AT END SET WS-SRC-EOF TO TRUE
038100                GO TO 2400-EXIT
038200     END-READ.
038300     IF CLISMS-ENTRY(1:3) = 'HDR' OR 'TRL'
038400         GO TO 2400-EXIT
038500     END-IF.
038600     ADD 1 TO WS-SRC-SEQ.
038700     ADD 1 TO WS-RUNSTAT-READ.
038800     MOVE CLISMS-ACCOUNT-NUMBER TO WS-CONTACT-ACCOUNT.
038900     MOVE SPACES                TO WS-DESTINATION.
039000     MOVE CLISMS-CELL-AREA-CODE TO WS-DEST-AREA-CODE.
039100     MOVE CLISMS-CELLPHONE      TO WS-DEST-CELLPHONE.
039200     PERFORM 2900-POST-CONTACT THRU 2900-EXIT.
039300 2400-EXIT.
039400     EXIT.
039500 2500-READ-DIALER-ENTRY.
039600     READ WRKQ-FILE
039700         AT END SET WS-SRC-EOF TO TRUE
039800                GO TO 2500-EXIT
039900     END-READ.
040000     IF CLIWRKQ-ENTRY(1:3) = 'HDR' OR 'TRL'
040100         GO TO 2500-EXIT
040200     END-IF.
040300     ADD 1 TO WS-SRC-SEQ.
040400     ADD 1 TO WS-RUNSTAT-READ.
040500     MOVE CLIWRKQ-ACCOUNT-NUMBER TO WS-CONTACT-ACCOUNT.
040600     MOVE SPACES                 TO WS-DESTINATION.
040700     MOVE CLIWRKQ-CONTACT-CHANNEL TO WS-DEST-DIAL-CHANNEL.
040800     MOVE 'PRIORITY '            TO WS-DEST-DIAL-TAG.
040900     MOVE CLIWRKQ-PRIORITY       TO WS-DEST-DIAL-PRIORITY.
041000     PERFORM 2900-POST-CONTACT THRU 2900-EXIT.
041100 2500-EXIT.
041200     EXIT.
041300******************************************************************
041400*   2800 - ONE MAILING (STATEMENT, CARRIER OR ADDRESS LETTER),   *
041500*          DESTINATION IS THE CEP, STREET AND NUMBER MAILED TO   *
041600******************************************************************
041700 2800-POST-MAIL-ENTRY.
041800     IF CLIMAIL-ENTRY(1:3) = 'HDR' OR 'TRL'
041900         GO TO 2800-EXIT
042000     END-IF.
042100     ADD 1 TO WS-SRC-SEQ.
042200     ADD 1 TO WS-RUNSTAT-READ.
042300     MOVE CLIMAIL-ACCOUNT-NUMBER TO WS-CONTACT-ACCOUNT.
042400     MOVE SPACES                 TO WS-DESTINATION.
042500     MOVE CLIMAIL-ZIP-CODE       TO WS-DEST-ZIP-CODE.
042600     MOVE CLIMAIL-STREET-DESC    TO WS-DEST-STREET-DESC.
042700     MOVE CLIMAIL-STREET-NUMBER  TO WS-DEST-STREET-NUMBER.
042800     PERFORM 2900-POST-CONTACT THRU 2900-EXIT.
042900 2800-EXIT.
043000     EXIT.
043100******************************************************************
043200*   2900 - WRITE ONE CONTACT TO THE LEDGER. A DUPLICATE KEY IS   *
043300*          A CONTACT ALREADY POSTED BY AN EARLIER RUN TONIGHT    *
043400******************************************************************
043500 2900-POST-CONTACT.
043600     MOVE SPACES                TO CLICLDG-RECORD.
043700     MOVE WS-CONTACT-ACCOUNT    TO CLICLDG-ACCOUNT-NUMBER.
043800     MOVE WS-BUSINESS-DATE      TO CLICLDG-CONTACT-DATE.
043900     MOVE WS-CONTACT-SOURCE-ID  TO CLICLDG-SOURCE-ID.
044000     MOVE WS-SRC-SEQ            TO CLICLDG-SOURCE-SEQ.
044100     MOVE WS-CONTACT-CHANNEL    TO CLICLDG-CHANNEL.
044200     MOVE WS-CONTACT-PURPOSE    TO CLICLDG-PURPOSE.
044300     MOVE WS-CONTACT-CLASS      TO CLICLDG-PURPOSE-CLASS.
044400     MOVE WS-DESTINATION        TO CLICLDG-DESTINATION.
044500     WRITE CLICLDG-RECORD
044600         INVALID KEY
044700             IF WS-CONTLEDG-DUPLICATE
044800                 ADD 1 TO WS-DUPLICATE-COUNT
044900             ELSE
045000                 ADD 1 TO WS-LEDGER-ERROR-COUNT
045100             END-IF
045200             GO TO 2900-EXIT
045300     END-WRITE.
045400     ADD 1 TO WS-RUNSTAT-WRITTEN.
045500     EVALUATE TRUE
045600         WHEN CLICLDG-CHANNEL-MAIL
045700             ADD 1 TO WS-POSTED-MAIL
045800         WHEN CLICLDG-CHANNEL-SMS
045900             ADD 1 TO WS-POSTED-SMS
046000         WHEN CLICLDG-CHANNEL-EMAIL
046100             ADD 1 TO WS-POSTED-EMAIL
046200         WHEN CLICLDG-CHANNEL-DIALER
046300             ADD 1 TO WS-POSTED-DIALER
046400     END-EVALUATE.
046500 2900-EXIT.
046600     EXIT.
046700******************************************************************
046800*   3000 - ONE E-INVOICE CAMPAIGN MAIL: COUNT THE ACCOUNT'S      *
046900*          CONTACTS IN THE WINDOW AND KEEP OR DROP IT            *
047000******************************************************************
047100 3000-CAP-MARKETING.
047200     READ EINV-IN-FILE
047300         AT END SET WS-EINV-EOF TO TRUE
047400                GO TO 3000-EXIT
047500     END-READ.
047600     IF CLIEINV-ENTRY(1:3) = 'HDR' OR 'TRL'
047700         GO TO 3000-EXIT
047800     END-IF.
047900     ADD 1 TO WS-SRC-SEQ.
048000     ADD 1 TO WS-RUNSTAT-READ.
048100     ADD 1 TO WS-EINV-READ-COUNT.
048200     MOVE ZERO TO WS-WINDOW-COUNT.
048300     MOVE 'N'  TO WS-OWN-POSTED-SW.
048400     PERFORM 3100-COUNT-WINDOW THRU 3100-EXIT.
048500     IF WS-OWN-POSTED
048600         PERFORM 3300-KEEP-CONTACT THRU 3300-EXIT
048700         ADD 1 TO WS-DUPLICATE-COUNT
048800         GO TO 3000-EXIT
048900     END-IF.
049000     IF WS-WEEK-CAP NOT = ZERO
049100         AND WS-WINDOW-COUNT >= WS-WEEK-CAP
049200         ADD 1 TO WS-EINV-CAPPED-COUNT
049300         MOVE CLIEINV-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT
049400         MOVE CLIEINV-EMAIL          TO WS-DTL-EMAIL
049500         MOVE WS-WINDOW-COUNT        TO WS-DTL-WINDOW-COUNT
049600         WRITE REPORT-LINE FROM WS-DETAIL-LINE
049700         GO TO 3000-EXIT
049800     END-IF.
049900     PERFORM 3300-KEEP-CONTACT THRU 3300-EXIT.
050000     MOVE 'CLIEINV '             TO WS-CONTACT-SOURCE-ID.
050100     MOVE 'EMAL'                 TO WS-CONTACT-CHANNEL.
050200     MOVE 'EINV'                 TO WS-CONTACT-PURPOSE.
050300     MOVE 'M'                    TO WS-CONTACT-CLASS.
050400     MOVE CLIEINV-ACCOUNT-NUMBER TO WS-CONTACT-ACCOUNT.
050500     MOVE CLIEINV-EMAIL          TO WS-DESTINATION.
050600     PERFORM 2900-POST-CONTACT THRU 2900-EXIT.
050700 3000-EXIT.
050800     EXIT.
050900******************************************************************
051000*   3100 - BROWSE THE ACCOUNT'S LEDGER FROM THE WINDOW START.    *
051100*          TONIGHT'S CLIEINV ENTRIES AT OR AFTER THIS ONE ARE    *
051200*          FROM AN EARLIER RUN AND ARE NOT COUNTED; FINDING THIS *
051300*          VERY ENTRY MEANS THAT RUN ALREADY KEPT IT             *
051400******************************************************************
051500 3100-COUNT-WINDOW.
051600     MOVE CLIEINV-ACCOUNT-NUMBER TO CLICLDG-ACCOUNT-NUMBER.
051700     MOVE WS-WINDOW-START        TO CLICLDG-CONTACT-DATE.
051800     MOVE LOW-VALUES             TO CLICLDG-SOURCE-ID.
051900     MOVE ZERO                   TO CLICLDG-SOURCE-SEQ.
052000     START CONTLEDG-FILE KEY IS NOT LESS THAN CLICLDG-KEY
052100         INVALID KEY GO TO 3100-EXIT
052200     END-START.
052300     MOVE 'N' TO WS-BROWSE-END-SW.
052400     PERFORM 3110-COUNT-ONE-CONTACT THRU 3110-EXIT
052500             UNTIL WS-BROWSE-END.
052600 3100-EXIT.
052700     EXIT.
052800 3110-COUNT-ONE-CONTACT.
052900     READ CONTLEDG-FILE NEXT RECORD
053000         AT END SET WS-BROWSE-END TO TRUE
053100                GO TO 3110-EXIT
053200     END-READ.
053300     IF CLICLDG-ACCOUNT-NUMBER NOT = CLIEINV-ACCOUNT-NUMBER
053400         OR CLICLDG-CONTACT-DATE > WS-BUSINESS-DATE
053500         SET WS-BROWSE-END TO TRUE
053600         GO TO 3110-EXIT
053700     END-IF.
053800     IF CLICLDG-CONTACT-DATE = WS-BUSINESS-DATE
053900         AND CLICLDG-SOURCE-ID = 'CLIEINV '
054000         AND CLICLDG-SOURCE-SEQ >= WS-SRC-SEQ
054100         IF CLICLDG-SOURCE-SEQ = WS-SRC-SEQ
054200             SET WS-OWN-POSTED TO TRUE
054300         END-IF
054400         GO TO 3110-EXIT
054500     END-IF.
054600     ADD 1 TO WS-WINDOW-COUNT.
054700 3110-EXIT.
054800     EXIT.
054900******************************************************************
055000*   3300 - PASS THE ENTRY TO THE CAPPED CLIEINV FOR THE VENDOR   *
055100******************************************************************
055200 3300-KEEP-CONTACT.
055300     WRITE EINV-OUT-RECORD FROM CLIEINV-ENTRY.
055400     ADD 1 TO WS-EINV-KEPT-COUNT.
055500 3300-EXIT.
055600     EXIT.
055700******************************************************************
055800*                 9000 - TERMINATION                             *
055900******************************************************************
056000 9000-TERMINATE.
056100     MOVE 'CLIEINV ' TO EXTENVL-TRL-FILE-ID.
056200     MOVE WS-EINV-KEPT-COUNT TO EXTENVL-TRL-RECORD-COUNT.
056300     MOVE ZERO TO EXTENVL-TRL-BALANCE-TOTAL.
056400     MOVE SPACES TO EINV-OUT-RECORD.
056500     MOVE EXTENVL-TRAILER TO EINV-OUT-RECORD(1:38).
056600     WRITE EINV-OUT-RECORD.
056700     MOVE WS-POSTED-MAIL        TO WS-TOT-MAIL.
056800     MOVE WS-POSTED-SMS         TO WS-TOT-SMS.
056900     MOVE WS-POSTED-EMAIL       TO WS-TOT-EMAIL.
057000     MOVE WS-POSTED-DIALER      TO WS-TOT-DIALER.
057100     MOVE WS-DUPLICATE-COUNT    TO WS-TOT-DUPLICATE.
057200     MOVE WS-EINV-READ-COUNT    TO WS-TOT-EINV-READ.
057300     MOVE WS-EINV-KEPT-COUNT    TO WS-TOT-EINV-KEPT.
057400     MOVE WS-EINV-CAPPED-COUNT  TO WS-TOT-EINV-CAPPED.
057500     WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
057600     WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
057700     WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
057800     WRITE REPORT-LINE FROM WS-TOTAL-LINE-4.
057900     WRITE REPORT-LINE FROM WS-TOTAL-LINE-5.
058000     WRITE REPORT-LINE FROM WS-TOTAL-LINE-6.
058100     WRITE REPORT-LINE FROM WS-TOTAL-LINE-7.
058200     WRITE REPORT-LINE FROM WS-TOTAL-LINE-8.
058300     DISPLAY 'CLI076L - CONTACTS POSTED TO LEDGER: '
058400             WS-RUNSTAT-WRITTEN.
058500     DISPLAY 'CLI076L - MARKETING KEPT/DROPPED   : '
058600             WS-EINV-KEPT-COUNT ' / ' WS-EINV-CAPPED-COUNT.
058700     IF WS-LEDGER-ERROR-COUNT NOT = ZERO
058800         DISPLAY 'CLI076L - LEDGER WRITE ERRORS     : '
058900                 WS-LEDGER-ERROR-COUNT
059000         MOVE 8 TO RETURN-CODE
059100     END-IF.
059200     CLOSE EINV-IN-FILE.
059300     CLOSE EINV-OUT-FILE.
059400     CLOSE CONTLEDG-FILE.
059500     CLOSE REPORT-FILE.
059600     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
059700 9000-EXIT.
059800     EXIT.
059900******************************************************************
060000*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
060100******************************************************************
060200 9900-WRITE-RUN-STATS.
060300     OPEN OUTPUT RUNLOG-FILE.
060400     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
060500     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
060600     MOVE SPACES                 TO RUNSTAT-ENTRY.
060700     MOVE 'CLI076L'              TO RUNSTAT-PROGRAM-ID.
060800     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
060900     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
061000     MOVE WS-RUNSTAT-START-RAW(1:6)
061100         TO RUNSTAT-START-TIME.
061200     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
061300     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
061400     MOVE WS-EINV-CAPPED-COUNT   TO RUNSTAT-RECORDS-REJECTED.
061500     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
061600     WRITE RUNSTAT-ENTRY.
061700     CLOSE RUNLOG-FILE.
061800 9900-EXIT.
061900     EXIT.
062000******************************************************************
062100*                      END OF PROGRAM                            *
062200******************************************************************
