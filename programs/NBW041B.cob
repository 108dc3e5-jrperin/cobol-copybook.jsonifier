003640*                      WINDOW CROSSING MIDNIGHT EVERY            *
003650*                      POST-MIDNIGHT STEP READ AS 'DID NOT       *
003660*                      RUN' AND FAILED THE SUMMARY.              *
003670*     2026-10-15  DCG  BALANCE THE CAPPED E-INVOICE CAMPAIGN     *
003680*                      FILE (CLIEINVC) THE VENDOR IS SENT.       *
003700******************************************************************
003800 PROGRAM-ID.    NBW041B.
003900 ENVIRONMENT DIVISION.
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL DSMAILR-FILE ASSIGN TO CLIMAILR
005900         ORGANIZATION IS LINE SEQUENTIAL.
005910     SELECT OPTIONAL DSEINVC-FILE ASSIGN TO CLIEINVC
005920         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REPORT-FILE   ASSIGN TO NBW041RP
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
008100 01  DSFXH-RECORD                       PIC X(2500).
008200 FD  DSMAILR-FILE.
008300 01  DSMAILR-RECORD                     PIC X(2500).
008310 FD  DSEINVC-FILE.
008320 01  DSEINVC-RECORD                     PIC X(2500).
008400 FD  REPORT-FILE.
008500 01  REPORT-LINE                        PIC X(100).
008600 FD  RUNLOG-FILE.
028800         WHEN 'CLIWRKQ ' MOVE 6 TO WS-DS-NBR
028900         WHEN 'CLIFXH  ' MOVE 7 TO WS-DS-NBR
029000         WHEN 'CLIMAILR' MOVE 8 TO WS-DS-NBR
029010         WHEN 'CLIEINVC' MOVE 9 TO WS-DS-NBR
029100         WHEN OTHER      MOVE 0 TO WS-DS-NBR
029200     END-EVALUATE.
029300 2300-EXIT.
030900         WHEN 6 OPEN INPUT DSWRKQ-FILE
031000         WHEN 7 OPEN INPUT DSFXH-FILE
031100         WHEN 8 OPEN INPUT DSMAILR-FILE
031110         WHEN 9 OPEN INPUT DSEINVC-FILE
031200     END-EVALUATE.
031300     PERFORM 2410-COUNT-ONE-RECORD THRU 2410-EXIT
031400             UNTIL WS-DS-EOF.
032100         WHEN 6 CLOSE DSWRKQ-FILE
032200         WHEN 7 CLOSE DSFXH-FILE
032300         WHEN 8 CLOSE DSMAILR-FILE
032310         WHEN 9 CLOSE DSEINVC-FILE
032400     END-EVALUATE.
032500 2400-EXIT.
032600     EXIT.
036700                 AT END SET WS-DS-EOF TO TRUE
036800                 NOT AT END MOVE DSMAILR-RECORD TO WS-DS-RECORD
036900             END-READ
036910         WHEN 9
036920             READ DSEINVC-FILE
036930                 AT END SET WS-DS-EOF TO TRUE
036940                 NOT AT END MOVE DSEINVC-RECORD TO WS-DS-RECORD
036950             END-READ
037000     END-EVALUATE.
037100     IF WS-DS-EOF
037200         GO TO 2410-EXIT
