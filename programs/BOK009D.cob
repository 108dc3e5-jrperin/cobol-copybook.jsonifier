002650*     FROM MORE THAN ONE PLATFORM THE SAME NIGHT IS FLAGGED ON   *
002660*     THE CROSS-PLATFORM DUPLICATE REPORT BEFORE IT CAN          *
002670*     DOUBLE-POST A CREDIT LIMIT DOWNSTREAM.                     *
002672*     EACH PLATFORM'S DISPOSITION, COUNTS AND REJECTED OR        *
002674*     DUPLICATE-FLAGGED ACCOUNTS ARE ALSO WRITTEN TO BOKEXCP     *
002676*     FOR THE ACKNOWLEDGMENT FILES RETURNED TO THE PLATFORMS.    *
002700*----------------------------------------------------------------*
002800* MODIFICATION HISTORY.                                          *
002900*     2026-08-09  FCS  ORIGINAL VERSION.                        *
002997*     2026-09-01  FCS  RECORD THE PROGRAM START TIME ON          *
002998*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002999*                      TIMING REPORT.                            *
003010*     2026-10-15  FCS  WRITE THE BOKEXCP FILE - ONE SUMMARY      *
003020*                      RECORD PER PLATFORM (PROCESSED OR         *
003030*                      SKIPPED, WITH COUNTS) AND ONE RECORD      *
003040*                      PER UNRECOGNIZED RECORD OR DUPLICATE      *
003050*                      USER-ACCOUNT (FLAGGED AGAINST BOTH        *
003060*                      PLATFORMS) - FOR THE NIGHTLY PLATFORM     *
003070*                      ACKNOWLEDGMENT FILES.                     *
003080******************************************************************
003100 PROGRAM-ID.    BOK009D.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810     SELECT DUP-REPORT-FILE ASSIGN TO BOK009RP
003820         ORGANIZATION IS LINE SEQUENTIAL.
003821     SELECT BOKEXCP-FILE  ASSIGN TO BOKEXCP
003822         ORGANIZATION IS LINE SEQUENTIAL.
003825     SELECT OPTIONAL CLIACPT-FILE ASSIGN TO CLIACPT
003827         ORGANIZATION IS LINE SEQUENTIAL.
003830     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004400     COPY "BOKNORM.cpy".
004410 FD  DUP-REPORT-FILE.
004420 01  DUP-REPORT-LINE                    PIC X(80).
004421 FD  BOKEXCP-FILE.
004422     COPY "BOKEXCP.cpy".
004425 FD  CLIACPT-FILE.
004427     COPY "CLIACPT.cpy".
004430 FD  RUNLOG-FILE.
005440 77  WS-ACCT-IDX                        PIC 9(05)   VALUE ZERO.
005450 77  WS-ACCT-FOUND-IDX                  PIC 9(05)   VALUE ZERO.
005460 77  WS-ACCT-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
005463 77  WS-FILE-READ-COUNT                 PIC 9(09)   VALUE ZERO.
005466 77  WS-FILE-REJECT-COUNT               PIC 9(09)   VALUE ZERO.
005470 01  WS-BOOK-IN-RECORD                  PIC X(127).
005500 01  WS-EBCDIC-CHAR-TABLE.
005510     05  FILLER                  PIC X(11) VALUE
005930     05  WS-ACCT-ENTRY OCCURS 20000 TIMES.
005940         10  WS-ACCT-USER-ACCOUNT       PIC X(19).
005950         10  WS-ACCT-PLATFORM           PIC X(04).
005955         10  WS-ACCT-RECORD-NBR         PIC 9(09).
005960 01  WS-DUP-DETAIL-LINE.
005962     05  FILLER                         PIC X(10)
005964                       VALUE 'DUPLICATE '.
007780     CLOSE CLIACPT-FILE.
007800     OPEN OUTPUT BOOK-OUT-FILE.
007900     OPEN OUTPUT DUP-REPORT-FILE.
007950     OPEN OUTPUT BOKEXCP-FILE.
008000 1000-EXIT.
008100     EXIT.
008102******************************************************************
008152         DISPLAY 'BOK009D - PLATFORM ' WS-FILE-NBR
008153                 ' SKIPPED - NO VALIDATION ACCEPTANCE FOR THE '
008154                 'BUSINESS DATE'
008157     END-IF.
008155     MOVE 'N' TO WS-EOF-SW.
008158     MOVE ZERO TO WS-FILE-READ-COUNT.
008159     MOVE ZERO TO WS-FILE-REJECT-COUNT.
008160     EVALUATE WS-FILE-NBR
008165         WHEN 1
008170             MOVE 'P01 ' TO WS-PLATFORM-ID
008220             OPEN INPUT BOOK-IN4-FILE
008225     END-EVALUATE.
008230     PERFORM 2100-READ-BOOK-IN THRU 2100-EXIT.
008232     IF WS-PLATFORM-OK-SW(WS-FILE-NBR) = 'Y'
008235         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
008240                 UNTIL WS-EOF
008241     ELSE
008242         PERFORM 2100-READ-BOOK-IN THRU 2100-EXIT
008243                 UNTIL WS-EOF
008244     END-IF.
008245     EVALUATE WS-FILE-NBR
008250         WHEN 1 CLOSE BOOK-IN1-FILE
008255         WHEN 2 CLOSE BOOK-IN2-FILE
008260         WHEN 3 CLOSE BOOK-IN3-FILE
008265         WHEN 4 CLOSE BOOK-IN4-FILE
008270     END-EVALUATE.
008272     PERFORM 1960-WRITE-PLATFORM-SUMMARY THRU 1960-EXIT.
008275 1900-EXIT.
008280     EXIT.
008281******************************************************************
008282*   1960 - THE PLATFORM'S DISPOSITION AND COUNTS FOR BOKEXCP     *
008283******************************************************************
008284 1960-WRITE-PLATFORM-SUMMARY.
008285     MOVE SPACES               TO BOKEXCP-ENTRY.
008286     SET BOKEXCP-SUMMARY       TO TRUE.
008287     MOVE WS-PLATFORM-ID       TO BOKEXCP-PLATFORM-ID.
008288     MOVE WS-FILE-READ-COUNT   TO BOKEXCP-RECORDS-READ.
008289     MOVE WS-FILE-REJECT-COUNT TO BOKEXCP-RECORDS-REJECTED.
008290     SET BOKEXCP-FILE-PROCESSED TO TRUE.
008291     IF WS-PLATFORM-OK-SW(WS-FILE-NBR) NOT = 'Y'
008292         SET BOKEXCP-FILE-SKIPPED TO TRUE
008293         MOVE WS-FILE-READ-COUNT TO BOKEXCP-RECORDS-REJECTED
008294     END-IF.
008295     WRITE BOKEXCP-ENTRY.
008296 1960-EXIT.
008297     EXIT.
008300******************************************************************
008400*   2000 - DETECT THE INBOUND LAYOUT AND NORMALIZE ONE RECORD    *
008500******************************************************************
009700             ADD 1 TO WS-REJECTED-RECORD-COUNT
009800             DISPLAY 'BOK009D - REJECTED UNRECOGNIZED RECORD: '
009900                     WS-BOOK-IN-RECORD(1:2)
009910             ADD 1 TO WS-FILE-REJECT-COUNT
009920             PERFORM 2600-WRITE-UNRECOGNIZED THRU 2600-EXIT
010000     END-EVALUATE.
010100     PERFORM 2100-READ-BOOK-IN THRU 2100-EXIT.
010200 2000-EXIT.
010680                     MOVE BOOK-IN4-RECORD TO WS-BOOK-IN-RECORD
010690             END-READ
010695     END-EVALUATE.
010696     IF NOT WS-EOF
010697         ADD 1 TO WS-FILE-READ-COUNT
010698     END-IF.
010700 2100-EXIT.
010800     EXIT.
010900******************************************************************
015400                  TO WS-ACCT-USER-ACCOUNT(WS-ACCT-COUNT)
015405             MOVE WS-PLATFORM-ID
015410                  TO WS-ACCT-PLATFORM(WS-ACCT-COUNT)
015411             MOVE WS-FILE-READ-COUNT
015412                  TO WS-ACCT-RECORD-NBR(WS-ACCT-COUNT)
015415         END-IF
015420     ELSE
015425         IF WS-ACCT-PLATFORM(WS-ACCT-FOUND-IDX)
015465                  TO WS-DUP-SECOND-PLATFORM
015470             WRITE DUP-REPORT-LINE FROM WS-DUP-DETAIL-LINE
015475             ADD 1 TO WS-DUPLICATE-COUNT
015476             PERFORM 2520-WRITE-DUPLICATE-PAIR THRU 2520-EXIT
015480         END-IF
015485     END-IF.
015490 2500-EXIT.
015540     END-IF.
015550 2510-EXIT.
015560     EXIT.
015561******************************************************************
015562*   2520 - TELL BOTH SENDING PLATFORMS ABOUT THE DUPLICATE       *
015563******************************************************************
015564 2520-WRITE-DUPLICATE-PAIR.
015565     MOVE SPACES               TO BOKEXCP-ENTRY.
015566     SET BOKEXCP-EXCEPTION     TO TRUE.
015567     SET BOKEXCP-DUPLICATE     TO TRUE.
015568     MOVE BOKNORM-REGISTRY(6:19) TO BOKEXCP-USER-ACCOUNT.
015569     MOVE WS-PLATFORM-ID       TO BOKEXCP-PLATFORM-ID.
015570     MOVE WS-FILE-READ-COUNT   TO BOKEXCP-RECORD-NBR.
015571     MOVE WS-ACCT-PLATFORM(WS-ACCT-FOUND-IDX)
015572                               TO BOKEXCP-OTHER-PLATFORM.
015573     WRITE BOKEXCP-ENTRY.
015574     MOVE WS-ACCT-PLATFORM(WS-ACCT-FOUND-IDX)
015575                               TO BOKEXCP-PLATFORM-ID.
015576     MOVE WS-ACCT-RECORD-NBR(WS-ACCT-FOUND-IDX)
015577                               TO BOKEXCP-RECORD-NBR.
015578     MOVE WS-PLATFORM-ID       TO BOKEXCP-OTHER-PLATFORM.
015579     WRITE BOKEXCP-ENTRY.
015580 2520-EXIT.
015581     EXIT.
015582******************************************************************
015583*   2600 - A RECORD IN NEITHER LAYOUT, REPORTED BY POSITION      *
015584******************************************************************
015585 2600-WRITE-UNRECOGNIZED.
015586     MOVE SPACES               TO BOKEXCP-ENTRY.
015587     SET BOKEXCP-EXCEPTION     TO TRUE.
015588     SET BOKEXCP-UNRECOGNIZED  TO TRUE.
015589     MOVE WS-PLATFORM-ID       TO BOKEXCP-PLATFORM-ID.
015590     MOVE WS-BOOK-IN-RECORD(6:19) TO BOKEXCP-USER-ACCOUNT.
015591     MOVE WS-FILE-READ-COUNT   TO BOKEXCP-RECORD-NBR.
015592     WRITE BOKEXCP-ENTRY.
015593 2600-EXIT.
015594     EXIT.
015600******************************************************************
015700*   9000 - PRINT THE CONVERSION COUNTS AND CLOSE UP              *
015800******************************************************************
016560     END-IF.
016600     CLOSE BOOK-OUT-FILE.
016610     CLOSE DUP-REPORT-FILE.
016615     CLOSE BOKEXCP-FILE.
016620     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
016700 9000-EXIT.
016800     EXIT.
