002690*                      BY QUAD/API, INSTEAD OF ITS PRINT         *
002691*                      REPORT (WHOSE TOTAL LINES QUEUED AS       *
002692*                      FAKE EXCEPTIONS).                         *
002693*     2026-10-15  COS  MERGES THE CLIBLKX BLOCK-CODE EXCEPTION   *
002694*                      QUEUE FROM CLI067B AS A NINTH SOURCE.     *
002700******************************************************************
002800 PROGRAM-ID.    NBW042E.
002900 ENVIRONMENT DIVISION.
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPTIONAL MAFEXC-FILE  ASSIGN TO MAFPEXC
004700         ORGANIZATION IS LINE SEQUENTIAL.
004710     SELECT OPTIONAL CLIBLKX-FILE ASSIGN TO CLIBLKX
004720         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL PRIOR-MASTER-FILE ASSIGN TO EXCIN
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT NEW-MASTER-FILE ASSIGN TO EXCOUT
007500     COPY "CLISPMX.cpy".
007600 FD  MAFEXC-FILE.
007700     COPY "MAFPEXC.cpy".
007710 FD  CLIBLKX-FILE.
007720     COPY "CLIBLKX.cpy".
007800 FD  PRIOR-MASTER-FILE.
007900     COPY "EXCFEED.cpy"
008000         REPLACING ==:EXCFEED:== BY ==PRIOR== .
011960 77  WS-OPEN-DROPPED-COUNT              PIC 9(05)   VALUE ZERO.
011970 77  WS-REDETECTED-COUNT                PIC 9(07)   VALUE ZERO.
012000 01  WS-QUEUE-SEQ-TABLE.
012100     05  WS-QUEUE-SEQ OCCURS 9 TIMES    PIC 9(06).
012200 01  WS-ACK-TABLE.
012300     05  WS-ACK-ENTRY OCCURS 20000 TIMES.
012400         10  WS-ACK-ID                  PIC X(22).
017300             UNTIL WS-MST-EOF.
017400     PERFORM 3000-MERGE-ONE-QUEUE THRU 3000-EXIT
017500             VARYING WS-QUEUE-NBR FROM 1 BY 1
017600             UNTIL WS-QUEUE-NBR > 9.
017700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
017800     GOBACK.
017900 0000-EXIT.
028700         WHEN 6 OPEN INPUT CLIREFX-FILE
028800         WHEN 7 OPEN INPUT CLISPMX-FILE
028900         WHEN 8 OPEN INPUT MAFEXC-FILE
028910         WHEN 9 OPEN INPUT CLIBLKX-FILE
029000     END-EVALUATE.
029100     PERFORM 3100-MERGE-ONE-RECORD THRU 3100-EXIT
029200             UNTIL WS-QUEUE-EOF.
029900         WHEN 6 CLOSE CLIREFX-FILE
030000         WHEN 7 CLOSE CLISPMX-FILE
030100         WHEN 8 CLOSE MAFEXC-FILE
030110         WHEN 9 CLOSE CLIBLKX-FILE
030200     END-EVALUATE.
030300 3000-EXIT.
030400     EXIT.
043400                     MOVE MAFPEXC-REASON-CODE
043410                         TO WS-WRK-REASON
043600             END-READ
043610         WHEN 9
043620             READ CLIBLKX-FILE
043630                 AT END SET WS-QUEUE-EOF TO TRUE
043640                 NOT AT END
043650                     ADD 1 TO WS-RUNSTAT-READ
043660                     SET WS-VALID-RECORD TO TRUE
043670                     MOVE 'CLIBLKX '      TO WS-WRK-QUEUE
043680                     MOVE 'M'             TO WS-WRK-SEVERITY
043690                     MOVE 'DATAQUAL'      TO WS-WRK-TEAM
043691                     MOVE CLIBLKX-ACCOUNT-NUMBER
043692                         TO WS-WRK-KEY
043693                     MOVE CLIBLKX-REASON-CODE
043694                         TO WS-WRK-REASON
043695             END-READ
043700     END-EVALUATE.
043800     IF WS-VALID-RECORD
043900         PERFORM 3200-WRITE-NEW-EXCEPTION THRU 3200-EXIT
