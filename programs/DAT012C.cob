002630*                      ALREADY ON IT - A DISPUTE SITTING IN      *
002640*                      THE SUBMISSION WINDOW FOR SEVERAL         *
002650*                      NIGHTS WENT TO THE NETWORK EVERY NIGHT.   *
002660*     2026-10-15  CDG  REPLAY MODE: A REPLAY BUSDATE RECORD ON   *
002670*                      THE RUN-CONTROL DATASET MAKES THE         *
002680*                      REPLAYED BUSINESS DATE THE SUBMIT DATE    *
002690*                      AND SUPPRESSES THE RUN-LOG ENTRY.         *
002700******************************************************************
002800 PROGRAM-ID.    DAT012C.
002900 ENVIRONMENT DIVISION.
006200     88  WS-EOF                                     VALUE 'Y'.
006300 77  WS-PARM-EOF-SW                     PIC X(01)   VALUE 'N'.
006400     88  WS-PARM-EOF                                VALUE 'Y'.
006410 77  WS-REPLAY-SW                       PIC X(01)   VALUE 'N'.
006420     88  WS-REPLAY-RUN                              VALUE 'Y'.
006430 77  WS-REPLAY-DATE                     PIC 9(08)   VALUE ZERO.
006500 77  WS-LEAD-DAYS                       PIC 9(03)   VALUE 010.
006600 77  WS-SELECT-FROM-AGE                 PIC S9(05)  VALUE ZERO.
006700 77  WS-SUBMITTED-COUNT                 PIC 9(09)   VALUE ZERO.
008600 1000-INITIALIZE.
008700     PERFORM 1500-LOAD-RUN-PARMS THRU 1500-EXIT.
008800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008810     IF WS-REPLAY-RUN
008820         MOVE WS-REPLAY-DATE TO WS-CURRENT-DATE
008830     END-IF.
008900     COMPUTE WS-SELECT-FROM-AGE = 90 - WS-LEAD-DAYS.
009000     OPEN INPUT  DATDMST-FILE.
009100     OPEN OUTPUT CBSUBMT-FILE.
011900                 DISPLAY 'DAT012C - SUBMISSION LEAD SET TO '
012000                         WS-LEAD-DAYS ' DAYS BY RUN PARAMETER'
012100             END-IF
012110             IF RUNPARM-PROGRAM-ID = 'REPLAY  '
012120                 AND RUNPARM-KEY = 'BUSDATE '
012130                 MOVE RUNPARM-VALUE-NUM TO WS-REPLAY-DATE
012140                 SET WS-REPLAY-RUN TO TRUE
012150                 DISPLAY 'DAT012C - REPLAY RUN FOR BUSINESS DATE '
012160                         WS-REPLAY-DATE
012170             END-IF
012200     END-READ.
012300 1510-EXIT.
012400     EXIT.
018900     CLOSE CBSUBMT-FILE.
019000     CLOSE AUDIT-FILE.
019010     CLOSE SUB-OUT-FILE.
019020     IF NOT WS-REPLAY-RUN
019030         PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT
019040     END-IF.
019200 9000-EXIT.
019300     EXIT.
019400******************************************************************
