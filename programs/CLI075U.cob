000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : CLI075U                                       *
000500*    SYSTEM     : CLIENT MASTER FILE INTAKE                     *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       CARD OPERATIONS SYSTEMS GROUP.                   *
000900* INSTALLATION. CLIENT MASTER SYSTEMS.                           *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     CARD-ON-FILE ACCOUNT UPDATER. RUNS BEFORE CLI038K APPLIES  *
001400*     TONIGHT'S TRANSMISSION, SO THE KEYED CLIENT MASTER STILL   *
001500*     HOLDS THE CARD THE MERCHANTS KNOW. FOR EVERY DETAIL        *
001600*     ACCOUNT WITH RECURRING MERCHANTS (RECURRING-CARD-QUANTITY  *
001700*     NOT ZERO) THE CARD NUMBER AND EXPIRATION DATE ARE COMPARED *
001800*     WITH THE MASTER, AND A CHANGE GOES TO THE NETWORK ON THE   *
001900*     OLD-TO-NEW CLIAUPD FILE (HEADER, DETAILS, TRAILER):        *
002000*       Q - CONTACT CARDHOLDER, WHEN THE ACCOUNT CARRIES A BLOCK *
002100*           WHOSE BLKREF CARD IS FLAGGED FOR CONTACT (CLOSURE,   *
002200*           FRAUD) AND EITHER THE CARD WAS REISSUED UNDER IT OR  *
002300*           THE BLOCK IS NEW TONIGHT. THE NEW NUMBER IS NEVER    *
002400*           SENT FOR SUCH AN ACCOUNT;                            *
002500*       A - NEW ACCOUNT NUMBER, WHEN THE CARD NUMBER CHANGED;    *
002600*       E - NEW EXPIRATION DATE, WHEN ONLY THE EXPIRY CHANGED.   *
002700*     EVERY UPDATE SENT IS ALSO APPENDED TO THE CUMULATIVE       *
002800*     CLIAUPL LOG, WITH ONLY THE LAST FOUR CARD DIGITS, SO       *
002900*     CUSTOMER SERVICE CAN SEE WHEN THE MERCHANTS WERE TOLD.     *
003000*     THE ISSUER ID ON THE HEADER IS RUNPARM PROGRAM CLI075U,    *
003100*     KEY ISSUERID. THE BUSINESS DATE RIDES ON THE PARM (YYMMDD) *
003200*     AND IS THE EFFECTIVE DATE OF EVERY CHANGE.                 *
003300*----------------------------------------------------------------*
003400* MODIFICATION HISTORY.                                          *
003500*     2026-10-15  COS  ORIGINAL VERSION.                        *
003600******************************************************************
003700 PROGRAM-ID.    CLI075U.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CLIDATA-FILE  ASSIGN TO CLIIN
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT CLIMST-FILE   ASSIGN TO CLIMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CLIMST-ACCOUNT-NUMBER
004700         FILE STATUS IS WS-CLIMST-STATUS.
004800     SELECT BLKREF-FILE   ASSIGN TO BLKREF
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT CLIAUPD-FILE  ASSIGN TO CLIAUPD
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CLIAUPL-FILE  ASSIGN TO CLIAUPL
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CLIDATA-FILE.
006100     COPY "book_tests_OK.cob"
006200         REPLACING ==:CLIDATA:== BY ==CLIDATA== .
006300 FD  CLIMST-FILE.
006400     COPY "book_tests_OK.cob"
006500         REPLACING ==:CLIDATA:== BY ==CLIMST== .
006600 FD  BLKREF-FILE.
006700     COPY "BLKREF.cpy".
006800 FD  RUNPARM-FILE.
006900     COPY "RUNPARM.cpy".
007000 FD  CLIAUPD-FILE.
007100     COPY "CLIAUPD.cpy".
007200 FD  CLIAUPL-FILE.
007300     COPY "CLIAUPL.cpy".
007400 FD  RUNLOG-FILE.
007500     COPY "RUNSTAT.cpy".
007600 WORKING-STORAGE SECTION.
007700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
007800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
007900 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
008000 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
008100 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
008200 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
008300     88  WS-EOF                                     VALUE 'Y'.
008400 77  WS-REF-EOF-SW                      PIC X(01)   VALUE 'N'.
008500     88  WS-REF-EOF                                 VALUE 'Y'.
008600 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
008700     88  WS-PARM-EOF                                VALUE 'Y'.
008800 77  WS-CLIMST-STATUS                   PIC X(02)   VALUE '00'.
008900     88  WS-CLIMST-OK                               VALUE '00'.
009000     88  WS-CLIMST-NOT-FOUND                        VALUE '23'.
009100 77  WS-ISSUER-ID                       PIC 9(11)   VALUE ZERO.
009200 77  WS-REF-COUNT                       PIC 9(04)   VALUE ZERO.
009300 77  WS-REF-MAX                         PIC 9(04)   VALUE 0300.
009400 77  WS-REF-IDX                         PIC 9(04)   VALUE ZERO.
009500 77  WS-REF-FOUND-IDX                   PIC 9(04)   VALUE ZERO.
009600 77  WS-REF-DROPPED-COUNT               PIC 9(05)   VALUE ZERO.
009700 77  WS-CHK-FIELD-ID                    PIC X(03)   VALUE SPACES.
009800 77  WS-CHK-CODE                        PIC X(02)   VALUE SPACES.
009900 77  WS-CONTACT-NOW-SW                  PIC X(01)   VALUE 'N'.
010000     88  WS-CONTACT-NOW                             VALUE 'Y'.
010100 77  WS-CONTACT-BEFORE-SW               PIC X(01)   VALUE 'N'.
010200     88  WS-CONTACT-BEFORE                          VALUE 'Y'.
010300 77  WS-CONTACT-FIELD-ID                PIC X(03)   VALUE SPACES.
010400 77  WS-CONTACT-CODE                    PIC X(02)   VALUE SPACES.
010500 77  WS-CONTACT-CLASS                   PIC X(01)   VALUE SPACES.
010600     88  WS-CONTACT-TEMPORARY                       VALUE 'T'.
010700 77  WS-CARD-CHANGED-SW                 PIC X(01)   VALUE 'N'.
010800     88  WS-CARD-CHANGED                            VALUE 'Y'.
010900 77  WS-EXPIRY-CHANGED-SW               PIC X(01)   VALUE 'N'.
011000     88  WS-EXPIRY-CHANGED                          VALUE 'Y'.
011100 77  WS-CARD-LENGTH                     PIC 9(02)   VALUE ZERO.
011200 77  WS-LAST4                           PIC X(04)   VALUE SPACES.
011300 77  WS-CARD-WORK                       PIC X(19)   VALUE SPACES.
011400 77  WS-DETAIL-COUNT                    PIC 9(09)   VALUE ZERO.
011500 77  WS-NO-RECURRING-COUNT              PIC 9(09)   VALUE ZERO.
011600 77  WS-NEW-ACCOUNT-COUNT               PIC 9(09)   VALUE ZERO.
011700 77  WS-NO-CARD-COUNT                   PIC 9(09)   VALUE ZERO.
011800 77  WS-UNCHANGED-COUNT                 PIC 9(09)   VALUE ZERO.
011900 77  WS-SENT-COUNT                      PIC 9(09)   VALUE ZERO.
012000 77  WS-SENT-NEW-ACCT-COUNT             PIC 9(09)   VALUE ZERO.
012100 77  WS-SENT-NEW-EXPY-COUNT             PIC 9(09)   VALUE ZERO.
012200 77  WS-SENT-CONTACT-COUNT              PIC 9(09)   VALUE ZERO.
012300 77  WS-ERROR-COUNT                     PIC 9(07)   VALUE ZERO.
012400 01  WS-BUSINESS-DATE                   PIC 9(08)   VALUE ZERO.
012500 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE
012600                                        PIC X(08).
012700 01  WS-CURRENT-DATE-TIME.
012800     05  WS-CURRENT-DATE                PIC 9(08).
012900     05  WS-CURRENT-TIME                PIC 9(06).
013000     05  FILLER                         PIC X(08).
013100 01  WS-EXPIRY-WORK                     PIC 9(08)   VALUE ZERO.
013200 01  WS-EXPIRY-WORK-R REDEFINES WS-EXPIRY-WORK.
013300     05  FILLER                         PIC 9(02).
013400     05  WS-EXPIRY-YYMM                 PIC 9(04).
013500     05  FILLER                         PIC 9(02).
013600 01  WS-REFERENCE-TABLE.
013700     05  WS-REF-ENTRY OCCURS 300 TIMES.
013800         10  WS-REF-FIELD-ID            PIC X(03).
013900         10  WS-REF-CODE                PIC X(02).
014000         10  WS-REF-CLASS               PIC X(01).
014100         10  WS-REF-UPDATER-ACTION      PIC X(01).
014200             88  WS-REF-UPDATER-CONTACT         VALUE 'C'.
014300 LINKAGE SECTION.
014400 01  LS-PARM.
014500     03  LS-PARM-LENGTH                 PIC S9(04)  BINARY.
014600     03  LS-PARM-BUSDATE                PIC X(06).
014700******************************************************************
014800*                 PROCEDURE DIVISION                            *
014900******************************************************************
015000 PROCEDURE DIVISION USING LS-PARM.
015100 0000-MAINLINE.
015200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
015300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015400     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
015500             UNTIL WS-EOF.
015600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015700     GOBACK.
015800 0000-EXIT.
015900     EXIT.
016000******************************************************************
016100*   1000 - BUSINESS DATE, REFERENCE CARDS, FILES AND HEADER      *
016200******************************************************************
016300 1000-INITIALIZE.
016400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016500     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
016600     IF LS-PARM-LENGTH >= 6
016700         AND LS-PARM-BUSDATE NUMERIC
016800         MOVE '20'            TO WS-BUSINESS-DATE-R(1:2)
016900         MOVE LS-PARM-BUSDATE TO WS-BUSINESS-DATE-R(3:6)
017000     END-IF.
017100     MOVE SPACES TO WS-REFERENCE-TABLE.
017200     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
017300     PERFORM 1600-LOAD-REFERENCE THRU 1600-EXIT.
017400     OPEN INPUT  CLIDATA-FILE.
017500     OPEN INPUT  CLIMST-FILE.
017600     OPEN OUTPUT CLIAUPD-FILE.
017700     OPEN OUTPUT CLIAUPL-FILE.
017800     MOVE SPACES                TO CLIAUPD-RECORD.
017900     SET CLIAUPD-HEADER         TO TRUE.
018000     MOVE WS-ISSUER-ID          TO CLIAUPD-HDR-ISSUER-ID.
018100     MOVE WS-CURRENT-DATE       TO CLIAUPD-HDR-FILE-DATE.
018200     MOVE WS-CURRENT-TIME       TO CLIAUPD-HDR-FILE-TIME.
018300     WRITE CLIAUPD-RECORD.
018400     IF WS-REF-COUNT = ZERO
018500         DISPLAY 'CLI075U - NO BLOCK-CODE REFERENCE CARDS, '
018600                 'NO UPDATES SENT'
018700         MOVE 16 TO RETURN-CODE
018800         SET WS-EOF TO TRUE
018900         GO TO 1000-EXIT
019000     END-IF.
019100     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400 1500-LOAD-RUN-PARMS.
019500     OPEN INPUT RUNPARM-FILE.
019600     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
019700             UNTIL WS-PARM-EOF.
019800     CLOSE RUNPARM-FILE.
019900 1500-EXIT.
020000     EXIT.
020100 1510-READ-ONE-PARM.
020200     READ RUNPARM-FILE
020300         AT END SET WS-PARM-EOF TO TRUE
020400         NOT AT END
020500             IF RUNPARM-PROGRAM-ID = 'CLI075U '
020600                 AND RUNPARM-KEY = 'ISSUERID'
020700                 MOVE RUNPARM-VALUE-NUM TO WS-ISSUER-ID
020800                 DISPLAY 'CLI075U - ISSUER ID SET TO '
020900                         WS-ISSUER-ID
021000             END-IF
021100     END-READ.
021200 1510-EXIT.
021300     EXIT.
021400******************************************************************
021500*   1600 - TABLE THE BLOCK-CODE REFERENCE CARDS                  *
021600******************************************************************
021700 1600-LOAD-REFERENCE.
021800     OPEN INPUT BLKREF-FILE.
021900     PERFORM 1610-LOAD-ONE-CARD THRU 1610-EXIT
022000             UNTIL WS-REF-EOF.
022100     CLOSE BLKREF-FILE.
022200     DISPLAY 'CLI075U - BLOCK-CODE REFERENCE CARDS LOADED : '
022300             WS-REF-COUNT.
022400     IF WS-REF-DROPPED-COUNT NOT = ZERO
022500         DISPLAY 'CLI075U - REFERENCE TABLE FULL, CARDS '
022600                 'DROPPED : ' WS-REF-DROPPED-COUNT
022700         MOVE 8 TO RETURN-CODE
022800     END-IF.
022900 1600-EXIT.
023000     EXIT.
023100 1610-LOAD-ONE-CARD.
023200     READ BLKREF-FILE
023300         AT END SET WS-REF-EOF TO TRUE
023400         NOT AT END
023500             IF BLKREF-CARD(1:1) = '*'
023600                 GO TO 1610-EXIT
023700             END-IF
023800             IF WS-REF-COUNT >= WS-REF-MAX
023900                 ADD 1 TO WS-REF-DROPPED-COUNT
024000                 GO TO 1610-EXIT
024100             END-IF
024200             ADD 1 TO WS-REF-COUNT
024300             MOVE BLKREF-FIELD-ID
024400                  TO WS-REF-FIELD-ID(WS-REF-COUNT)
024500             MOVE BLKREF-CODE
024600                  TO WS-REF-CODE(WS-REF-COUNT)
024700             MOVE BLKREF-BLOCK-CLASS
024800                  TO WS-REF-CLASS(WS-REF-COUNT)
024900             MOVE BLKREF-UPDATER-ACTION
025000                  TO WS-REF-UPDATER-ACTION(WS-REF-COUNT)
025100     END-READ.
025200 1610-EXIT.
025300     EXIT.
025400******************************************************************
025500*   2000 - CHECK ONE DETAIL ACCOUNT FOR A CARD CHANGE            *
025600******************************************************************
025700 2000-PROCESS-FILE.
025800     IF CLIDATA-RECTYPE-DETAIL
025900         ADD 1 TO WS-DETAIL-COUNT
026000         PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
026100     END-IF.
026200     PERFORM 2100-READ-CLIDATA THRU 2100-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500 2100-READ-CLIDATA.
026600     READ CLIDATA-FILE
026700         AT END SET WS-EOF TO TRUE
026800         NOT AT END ADD 1 TO WS-RUNSTAT-READ
026900     END-READ.
027000 2100-EXIT.
027100     EXIT.
027200******************************************************************
027300*   2200 - READ THE PRIOR CARD FROM THE MASTER AND DECIDE WHAT,  *
027400*           IF ANYTHING, THE RECURRING MERCHANTS ARE TOLD        *
027500******************************************************************
027600 2200-CHECK-ACCOUNT.
027700     IF CLIDATA-RECURRING-CARD-QUANTITY = ZERO
027800         ADD 1 TO WS-NO-RECURRING-COUNT
027900         GO TO 2200-EXIT
028000     END-IF.
028100     MOVE CLIDATA-ACCOUNT-NUMBER TO CLIMST-ACCOUNT-NUMBER.
028200     READ CLIMST-FILE.
028300     EVALUATE TRUE
028400         WHEN WS-CLIMST-OK
028500             CONTINUE
028600         WHEN WS-CLIMST-NOT-FOUND
028700             ADD 1 TO WS-NEW-ACCOUNT-COUNT
028800             GO TO 2200-EXIT
028900         WHEN OTHER
029000             ADD 1 TO WS-ERROR-COUNT
029100             DISPLAY 'CLI075U - MASTER READ ERROR, STATUS '
029200                     WS-CLIMST-STATUS ' FOR ACCOUNT '
029300                     CLIDATA-ACCOUNT-NUMBER
029400             GO TO 2200-EXIT
029500     END-EVALUATE.
029600     IF CLIMST-CARD-NUMBER = SPACES
029700         ADD 1 TO WS-NO-CARD-COUNT
029800         GO TO 2200-EXIT
029900     END-IF.
030000     MOVE 'N' TO WS-CARD-CHANGED-SW.
030100     MOVE 'N' TO WS-EXPIRY-CHANGED-SW.
030200     IF CLIDATA-CARD-NUMBER NOT = CLIMST-CARD-NUMBER
030300         SET WS-CARD-CHANGED TO TRUE
030400     END-IF.
030500     IF CLIDATA-CARD-EXPIRATION-DATE
030600                          NOT = CLIMST-CARD-EXPIRATION-DATE
030700         SET WS-EXPIRY-CHANGED TO TRUE
030800     END-IF.
030900     PERFORM 2300-TEST-CONTACT-BLOCKS THRU 2300-EXIT.
031000     MOVE SPACES TO CLIAUPD-RECORD.
031100     MOVE SPACES TO CLIAUPL-ENTRY.
031200     EVALUATE TRUE
031300         WHEN WS-CONTACT-NOW
031400          AND (WS-CARD-CHANGED OR NOT WS-CONTACT-BEFORE)
031500             SET CLIAUPD-CONTACT-HOLDER TO TRUE
031600             IF WS-CONTACT-TEMPORARY
031700                 SET CLIAUPL-REASON-FRAUD  TO TRUE
031800             ELSE
031900                 SET CLIAUPL-REASON-CLOSED TO TRUE
032000             END-IF
032100             MOVE WS-CONTACT-FIELD-ID TO CLIAUPL-BLOCK-FIELD-ID
032200             MOVE WS-CONTACT-CODE     TO CLIAUPL-BLOCK-CODE
032300             ADD 1 TO WS-SENT-CONTACT-COUNT
032400         WHEN WS-CONTACT-NOW
032500             ADD 1 TO WS-UNCHANGED-COUNT
032600             GO TO 2200-EXIT
032700         WHEN WS-CARD-CHANGED
032800          AND CLIDATA-CARD-NUMBER NOT = SPACES
032900             SET CLIAUPD-NEW-ACCOUNT    TO TRUE
033000             SET CLIAUPL-REASON-REPLACED TO TRUE
033100             ADD 1 TO WS-SENT-NEW-ACCT-COUNT
033200         WHEN WS-EXPIRY-CHANGED
033300          AND NOT WS-CARD-CHANGED
033400             SET CLIAUPD-NEW-EXPIRY-ONLY TO TRUE
033500             SET CLIAUPL-REASON-EXPIRY   TO TRUE
033600             ADD 1 TO WS-SENT-NEW-EXPY-COUNT
033700         WHEN OTHER
033800             ADD 1 TO WS-UNCHANGED-COUNT
033900             GO TO 2200-EXIT
034000     END-EVALUATE.
034100     PERFORM 2400-WRITE-UPDATE THRU 2400-EXIT.
034200 2200-EXIT.
034300     EXIT.
034400******************************************************************
034500*   2300 - DOES THE ACCOUNT CARRY A CONTACT BLOCK TONIGHT, AND   *
034600*           DID IT CARRY ONE ON THE MASTER BEFORE TONIGHT        *
034700******************************************************************
034800 2300-TEST-CONTACT-BLOCKS.
034900     MOVE 'N'    TO WS-CONTACT-BEFORE-SW.
035000     MOVE SPACES TO WS-CONTACT-FIELD-ID.
035100     IF CLIMST-BLOCK-CODE-1 NOT = ZERO
035200         MOVE 'BC1'               TO WS-CHK-FIELD-ID
035300         MOVE CLIMST-BLOCK-CODE-1 TO WS-CHK-CODE
035400         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
035500     END-IF.
035600     IF CLIMST-BLK-CODE-1 NOT = SPACE
035700         MOVE 'BK1'               TO WS-CHK-FIELD-ID
035800         MOVE CLIMST-BLK-CODE-1   TO WS-CHK-CODE
035900         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
036000     END-IF.
036100     IF CLIMST-BLK-CODE-2 NOT = SPACE
036200         MOVE 'BK2'               TO WS-CHK-FIELD-ID
036300         MOVE CLIMST-BLK-CODE-2   TO WS-CHK-CODE
036400         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
036500     END-IF.
036600     IF WS-CONTACT-FIELD-ID NOT = SPACES
036700         SET WS-CONTACT-BEFORE TO TRUE
036800     END-IF.
036900     MOVE 'N'    TO WS-CONTACT-NOW-SW.
037000     MOVE SPACES TO WS-CONTACT-FIELD-ID.
037100     IF CLIDATA-BLOCK-CODE-1 NOT = ZERO
037200         MOVE 'BC1'                TO WS-CHK-FIELD-ID
037300         MOVE CLIDATA-BLOCK-CODE-1 TO WS-CHK-CODE
037400         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
037500     END-IF.
037600     IF CLIDATA-BLK-CODE-1 NOT = SPACE
037700         MOVE 'BK1'                TO WS-CHK-FIELD-ID
037800         MOVE CLIDATA-BLK-CODE-1   TO WS-CHK-CODE
037900         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
038000     END-IF.
038100     IF CLIDATA-BLK-CODE-2 NOT = SPACE
038200         MOVE 'BK2'                TO WS-CHK-FIELD-ID
038300         MOVE CLIDATA-BLK-CODE-2   TO WS-CHK-CODE
038400         PERFORM 2310-FIND-CONTACT-CODE THRU 2310-EXIT
038500     END-IF.
038600     IF WS-CONTACT-FIELD-ID NOT = SPACES
038700         SET WS-CONTACT-NOW TO TRUE
038800     END-IF.
038900 2300-EXIT.
039000     EXIT.
039100******************************************************************
039200*   2310 - LOOK ONE BLOCK CODE UP; THE FIRST CONTACT-FLAGGED     *
039300*           CODE FOUND IS THE ONE REPORTED                       *
039400******************************************************************
039500 2310-FIND-CONTACT-CODE.
039600     IF WS-CONTACT-FIELD-ID NOT = SPACES
039700         GO TO 2310-EXIT
039800     END-IF.
039900     MOVE ZERO TO WS-REF-FOUND-IDX.
040000     PERFORM 2320-TEST-ONE-REF THRU 2320-EXIT
040100             VARYING WS-REF-IDX FROM 1 BY 1
040200             UNTIL WS-REF-IDX > WS-REF-COUNT
040300                OR WS-REF-FOUND-IDX NOT = ZERO.
040400     IF WS-REF-FOUND-IDX = ZERO
040500         GO TO 2310-EXIT
040600     END-IF.
040700     IF WS-REF-UPDATER-CONTACT(WS-REF-FOUND-IDX)
040800         MOVE WS-CHK-FIELD-ID   TO WS-CONTACT-FIELD-ID
040900         MOVE WS-CHK-CODE       TO WS-CONTACT-CODE
041000         MOVE WS-REF-CLASS(WS-REF-FOUND-IDX)
041100                                TO WS-CONTACT-CLASS
041200     END-IF.
041300 2310-EXIT.
041400     EXIT.
041500 2320-TEST-ONE-REF.
041600     IF WS-REF-FIELD-ID(WS-REF-IDX) = WS-CHK-FIELD-ID
041700         AND WS-REF-CODE(WS-REF-IDX) = WS-CHK-CODE
041800         MOVE WS-REF-IDX TO WS-REF-FOUND-IDX
041900     END-IF.
042000 2320-EXIT.
042100     EXIT.
042200******************************************************************
042300*   2400 - WRITE THE UPDATER DETAIL AND ITS LOG ENTRY; A CONTACT *
042400*           RESPONSE CARRIES NO NEW CARD OR EXPIRY               *
042500******************************************************************
042600 2400-WRITE-UPDATE.
042700     SET CLIAUPD-DETAIL TO TRUE.
042800     MOVE CLIMST-CARD-NUMBER     TO CLIAUPD-OLD-CARD-NUMBER.
042900     MOVE CLIMST-CARD-EXPIRATION-DATE TO WS-EXPIRY-WORK.
043000     MOVE WS-EXPIRY-YYMM         TO CLIAUPD-OLD-EXPIRY.
043100     IF CLIAUPD-CONTACT-HOLDER
043200         MOVE SPACES             TO CLIAUPD-NEW-CARD-NUMBER
043300         MOVE ZERO               TO CLIAUPD-NEW-EXPIRY
043400         MOVE ZERO               TO CLIAUPL-NEW-EXPIRATION-DATE
043500     ELSE
043600         MOVE CLIDATA-CARD-NUMBER TO CLIAUPD-NEW-CARD-NUMBER
043700         MOVE CLIDATA-CARD-EXPIRATION-DATE TO WS-EXPIRY-WORK
043800         MOVE WS-EXPIRY-YYMM      TO CLIAUPD-NEW-EXPIRY
043900         MOVE CLIDATA-CARD-EXPIRATION-DATE
044000                                 TO CLIAUPL-NEW-EXPIRATION-DATE
044100     END-IF.
044200     MOVE WS-BUSINESS-DATE       TO CLIAUPD-EFFECTIVE-DATE.
044300     WRITE CLIAUPD-RECORD.
044400     ADD 1 TO WS-SENT-COUNT.
044500     ADD 1 TO WS-RUNSTAT-WRITTEN.
044600     MOVE CLIDATA-ACCOUNT-NUMBER TO CLIAUPL-ACCOUNT-NUMBER.
044700     MOVE WS-BUSINESS-DATE       TO CLIAUPL-SEND-DATE.
044800     MOVE WS-CURRENT-TIME        TO CLIAUPL-SEND-TIME.
044900     MOVE CLIAUPD-RESPONSE-CODE  TO CLIAUPL-RESPONSE-CODE.
045000     MOVE CLIMST-CARD-NUMBER     TO WS-CARD-WORK.
045100     PERFORM 2410-TAKE-LAST-FOUR THRU 2410-EXIT.
045200     MOVE WS-LAST4               TO CLIAUPL-OLD-CARD-LAST4.
045300     IF NOT CLIAUPD-CONTACT-HOLDER
045400         MOVE CLIDATA-CARD-NUMBER TO WS-CARD-WORK
045500         PERFORM 2410-TAKE-LAST-FOUR THRU 2410-EXIT
045600         MOVE WS-LAST4            TO CLIAUPL-NEW-CARD-LAST4
045700     END-IF.
045800     MOVE CLIMST-CARD-EXPIRATION-DATE
045900                                 TO CLIAUPL-OLD-EXPIRATION-DATE.
046000     MOVE CLIDATA-RECURRING-CARD-QUANTITY
046100                                 TO CLIAUPL-RECURRING-COUNT.
046200     WRITE CLIAUPL-ENTRY.
046300 2400-EXIT.
046400     EXIT.
046500******************************************************************
046600*   2410 - LAST FOUR DIGITS OF THE LEFT-JUSTIFIED CARD NUMBER    *
046700*           IN WS-CARD-WORK; A SHORT NUMBER IS TAKEN WHOLE       *
046800******************************************************************
046900 2410-TAKE-LAST-FOUR.
047000     MOVE ZERO TO WS-CARD-LENGTH.
047100     INSPECT WS-CARD-WORK TALLYING WS-CARD-LENGTH
047200             FOR CHARACTERS BEFORE INITIAL SPACE.
047300     IF WS-CARD-LENGTH < 4
047400         MOVE WS-CARD-WORK TO WS-LAST4
047500     ELSE
047600         MOVE WS-CARD-WORK(WS-CARD-LENGTH - 3:4) TO WS-LAST4
047700     END-IF.
047800 2410-EXIT.
047900     EXIT.
048000******************************************************************
048100*                 9000 - TRAILER AND TERMINATION                 *
048200******************************************************************
048300 9000-TERMINATE.
048400     MOVE SPACES                 TO CLIAUPD-RECORD.
048500     SET CLIAUPD-TRAILER         TO TRUE.
048600     MOVE WS-SENT-COUNT          TO CLIAUPD-TRL-DETAIL-COUNT.
048700     MOVE WS-SENT-NEW-ACCT-COUNT TO CLIAUPD-TRL-NEW-ACCT-COUNT.
048800     MOVE WS-SENT-NEW-EXPY-COUNT TO CLIAUPD-TRL-NEW-EXPY-COUNT.
048900     MOVE WS-SENT-CONTACT-COUNT  TO CLIAUPD-TRL-CONTACT-COUNT.
049000     WRITE CLIAUPD-RECORD.
049100     DISPLAY 'CLI075U - DETAIL ACCOUNTS READ      : '
049200             WS-DETAIL-COUNT.
049300     DISPLAY 'CLI075U - NO RECURRING MERCHANTS    : '
049400             WS-NO-RECURRING-COUNT.
049500     DISPLAY 'CLI075U - NEW TO THE MASTER         : '
049600             WS-NEW-ACCOUNT-COUNT.
049700     DISPLAY 'CLI075U - NO PRIOR CARD ON MASTER   : '
049800             WS-NO-CARD-COUNT.
049900     DISPLAY 'CLI075U - NOTHING TO SEND           : '
050000             WS-UNCHANGED-COUNT.
050100     DISPLAY 'CLI075U - A - NEW ACCOUNT NUMBER    : '
050200             WS-SENT-NEW-ACCT-COUNT.
050300     DISPLAY 'CLI075U - E - NEW EXPIRATION DATE   : '
050400             WS-SENT-NEW-EXPY-COUNT.
050500     DISPLAY 'CLI075U - Q - CONTACT CARDHOLDER    : '
050600             WS-SENT-CONTACT-COUNT.
050700     IF WS-ERROR-COUNT NOT = ZERO
050800         DISPLAY 'CLI075U - FILE ERRORS               : '
050900                 WS-ERROR-COUNT
051000         IF RETURN-CODE < 8
051100             MOVE 8 TO RETURN-CODE
051200         END-IF
051300     END-IF.
051400     CLOSE CLIDATA-FILE.
051500     CLOSE CLIMST-FILE.
051600     CLOSE CLIAUPD-FILE.
051700     CLOSE CLIAUPL-FILE.
051800     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
051900 9000-EXIT.
052000     EXIT.
052100******************************************************************
052200*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
052300******************************************************************
052400 9900-WRITE-RUN-STATS.
052500     OPEN OUTPUT RUNLOG-FILE.
052600     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
052700     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
052800     MOVE SPACES                 TO RUNSTAT-ENTRY.
052900     MOVE 'CLI075U'              TO RUNSTAT-PROGRAM-ID.
053000     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
053100     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
053200     MOVE WS-RUNSTAT-START-RAW(1:6)
053300         TO RUNSTAT-START-TIME.
053400     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
053500     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
053600     MOVE WS-ERROR-COUNT         TO RUNSTAT-RECORDS-REJECTED.
053700     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
053800     WRITE RUNSTAT-ENTRY.
053900     CLOSE RUNLOG-FILE.
054000 9900-EXIT.
054100     EXIT.
054200******************************************************************
054300*                      END OF PROGRAM                            *
054400******************************************************************
