001800*     THE ROLE FROM IND-QLFC-PES, AND THE CLIENT'S DATAHIST      *
001900*     CONTACT CHANGE HISTORY - IN PLACE OF A FULL-FILE SCAN JOB  *
002000*     PER REQUEST LIST.                                          *
002010*     EACH CARD CARRIES THE REQUESTER ID (COLUMNS 61-68) AND     *
002020*     PURPOSE CODE (COLUMNS 70-73); A CARD WITHOUT BOTH IS       *
002030*     REFUSED AND NO DOSSIER IS PRINTED FOR IT. EVERY CARD IS    *
002040*     WRITTEN TO THE PERSONAL-DATA ACCESS LOG (CLIALOG).         *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY.                                          *
002300*     2026-08-22  ASG  ORIGINAL VERSION.                        *
002381*     2026-09-01  ASG  RECORD THE PROGRAM START TIME ON          *
002382*                      THE RUN-LOG ENTRY FOR THE WINDOW          *
002383*                      TIMING REPORT.                            *
002384*     2026-10-15  ASG  LGPD: REQUESTER ID AND PURPOSE CODE NOW   *
002385*                      REQUIRED ON THE DOSSIER CARD; EACH        *
002386*                      REQUEST LOGGED TO THE ACCESS LOG.         *
002400******************************************************************
002500 PROGRAM-ID.    ADR026D.
002600 ENVIRONMENT DIVISION.
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
004100         ORGANIZATION IS LINE SEQUENTIAL.
004110     SELECT ACCESSLG-FILE ASSIGN TO ACCESSLG
004120         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CARD-FILE.
004500 01  CARD-RECORD.
004600     03  CARD-NUM-CLI                   PIC X(19).
004700     03  FILLER                         PIC X(41).
004710     03  CARD-REQUESTER-ID              PIC X(08).
004720     03  FILLER                         PIC X(01).
004730     03  CARD-PURPOSE                   PIC X(04).
004740     03  FILLER                         PIC X(07).
004800 FD  VQOEMKY-FILE.
004900     COPY "DATA2.cob" REPLACING ==:DATA2:== BY ==VKEY== .
005000 FD  DATAHIST-FILE.
005300 01  PRINT-LINE                         PIC X(132).
005400 FD  RUNLOG-FILE.
005500     COPY "RUNSTAT.cpy".
005510 FD  ACCESSLG-FILE.
005520     COPY "CLIALOG.cpy".
005600 WORKING-STORAGE SECTION.
005700 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005800 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
006700 77  WS-HIST-SHOWN                      PIC 9(03)   VALUE ZERO.
006800 77  WS-NOT-FOUND-COUNT                 PIC 9(05)   VALUE ZERO.
006900 77  WS-ROLE-DESC                       PIC X(12)   VALUE SPACES.
006901 77  WS-REQUEST-SW                      PIC X(01)   VALUE 'N'.
006902     88  WS-REQUEST-OK                              VALUE 'Y'.
006903 77  WS-REFUSED-COUNT                   PIC 9(05)   VALUE ZERO.
006904 77  WS-ACCESS-DATE                     PIC 9(08)   VALUE ZERO.
006905 77  WS-ACCESS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
006910 01  WS-PRINT-AREA                      PIC X(132)  VALUE SPACES.
006920 01  WS-PAGE-BANNER.
006930     05  FILLER                         PIC X(20)
010000     OPEN INPUT  VQOEMKY-FILE.
010010     OPEN INPUT  CLIMST-FILE.
010100     OPEN OUTPUT PRINT-FILE.
010110     OPEN OUTPUT ACCESSLG-FILE.
010200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
010300 1000-EXIT.
010400     EXIT.
010600*   2000 - PRINT ONE CLIENT'S DOSSIER                            *
010700******************************************************************
010800 2000-ONE-DOSSIER.
010801     PERFORM 8000-CHECK-REQUEST THRU 8000-EXIT.
010802     IF WS-REQUEST-OK
010803         PERFORM 2050-PRINT-DOSSIER THRU 2050-EXIT
010804     END-IF.
010805     PERFORM 2100-READ-CARD THRU 2100-EXIT.
010806 2000-EXIT.
010807     EXIT.
010808 2050-PRINT-DOSSIER.
010809     SET CLIALOG-NOT-ON-FILE TO TRUE.
010810     MOVE ZERO TO WS-LINE-COUNT.
010820     PERFORM 5100-START-PAGE THRU 5100-EXIT.
010900     MOVE CARD-NUM-CLI TO VKEY-NUM-CLI.
011000     READ VQOEMKY-FILE.
011100     IF WS-VQOEMKY-OK
011200         PERFORM 2200-PRINT-CLIENT  THRU 2200-EXIT
011210         SET CLIALOG-SHOWN TO TRUE
011220         MOVE VKEY-NUM-CPF-CNPJ TO CLIALOG-SUBJECT-DOC
011300     ELSE
011500         ADD 1 TO WS-NOT-FOUND-COUNT
011600         MOVE SPACES TO WS-DOSSIER-LINE
012010         PERFORM 5000-PRINT THRU 5000-EXIT
012200     END-IF.
012210     PERFORM 2400-PRINT-MASTER   THRU 2400-EXIT.
012211     IF WS-CLIMST-OK
012212         SET CLIALOG-SHOWN TO TRUE
012213         MOVE CLIMST-BUSINESS-OR-PERSONAL-ID
012214             TO CLIALOG-SUBJECT-DOC
012215     END-IF.
012220     PERFORM 2500-PRINT-AUDIT    THRU 2500-EXIT.
012230     PERFORM 2300-PRINT-HISTORY  THRU 2300-EXIT.
012240     PERFORM 2600-PRINT-DISPUTES THRU 2600-EXIT.
012250     MOVE 'DOSSIER: ADDRESS, MASTER, AUDIT, DISPUTES'
012260         TO CLIALOG-DETAIL.
012300     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
012400 2050-EXIT.
012500     EXIT.
012600 2100-READ-CARD.
012700     READ CARD-FILE
020951     ADD 2 TO WS-RUNSTAT-WRITTEN.
020952 5100-EXIT.
020953     EXIT.
020954******************************************************************
020955*   8000 - A REQUEST NEEDS A REQUESTER AND A VALID PURPOSE       *
020956******************************************************************
020957 8000-CHECK-REQUEST.
020958     MOVE SPACES            TO CLIALOG-RECORD.
020959     MOVE CARD-NUM-CLI      TO CLIALOG-SUBJECT-KEY.
020960     MOVE CARD-REQUESTER-ID TO CLIALOG-REQUESTER-ID.
020961     MOVE CARD-PURPOSE      TO CLIALOG-PURPOSE.
020962     IF CLIALOG-REQUESTER-ID NOT = SPACES
020963         AND CLIALOG-PURPOSE-VALID
020964         SET WS-REQUEST-OK TO TRUE
020965         GO TO 8000-EXIT
020966     END-IF.
020967     MOVE 'N' TO WS-REQUEST-SW.
020968     ADD 1 TO WS-REFUSED-COUNT.
020969     DISPLAY 'ADR026D - REFUSED, REQUESTER ID AND PURPOSE CODE '
020970             'REQUIRED : ' CARD-NUM-CLI.
020971     SET CLIALOG-REFUSED TO TRUE.
020972     MOVE 'NOTHING SHOWN' TO CLIALOG-DETAIL.
020973     PERFORM 8100-WRITE-ACCESS-LOG THRU 8100-EXIT.
020974 8000-EXIT.
020975     EXIT.
020976 8100-WRITE-ACCESS-LOG.
020977     ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
020978     ACCEPT WS-ACCESS-TIME-RAW FROM TIME.
020979     MOVE WS-ACCESS-DATE          TO CLIALOG-ACCESS-DATE.
020980     MOVE WS-ACCESS-TIME-RAW(1:6) TO CLIALOG-ACCESS-TIME.
020981     MOVE 'ADR026D'               TO CLIALOG-PROGRAM-ID.
020982     WRITE CLIALOG-RECORD.
020983 8100-EXIT.
020984     EXIT.
020990******************************************************************
021000*                 9000 - TERMINATION                             *
021100******************************************************************
021200 9000-TERMINATE.
021400         DISPLAY 'ADR026D - CLIENTS NOT ON KEYED FILE : '
021500                 WS-NOT-FOUND-COUNT
021600     END-IF.
021610     IF WS-REFUSED-COUNT NOT = ZERO
021620         DISPLAY 'ADR026D - REQUESTS REFUSED : ' WS-REFUSED-COUNT
021630     END-IF.
021700     CLOSE CARD-FILE.
021800     CLOSE VQOEMKY-FILE.
021900     CLOSE PRINT-FILE.
021910     CLOSE ACCESSLG-FILE.
022000     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
022100 9000-EXIT.
022200     EXIT.
023302         TO RUNSTAT-START-TIME.
023400     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
023500     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
023600     COMPUTE RUNSTAT-RECORDS-REJECTED =
023610             WS-NOT-FOUND-COUNT + WS-REFUSED-COUNT.
023700     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
023800     WRITE RUNSTAT-ENTRY.
023900     CLOSE RUNLOG-FILE.
