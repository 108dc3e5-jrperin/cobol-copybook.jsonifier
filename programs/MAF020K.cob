000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : MAF020K                                       *
000500*    SYSTEM     : TEXAS WELL MASTER FILE                        *
000600*                                                                *
000700*----------------------------------------------------------------*
000800* AUTHOR.       WELL DATA SERVICES.                              *
000900* INSTALLATION. LAND SYSTEMS.                                    *
001000* DATE-WRITTEN. 2026-10-15.                                      *
001100*----------------------------------------------------------------*
001200* DESCRIPTION.                                                   *
001300*     LOADS THE WELL MASTER INTO A VSAM KEY-SEQUENCED FILE       *
001400*     KEYED ON MAF016-API-NUM, IN THE WAY ADR020K KEYS THE       *
001500*     VQOEM FEED, SO THE TITLE-SEARCH INQUIRY (MAF021Q) CAN      *
001600*     READ ONE WELL AND CHASE ITS REFER-TO-API CHAIN DIRECTLY.   *
001700*     THE INPUT IS THE MASTER SORTED INTO API ORDER (LOCATION    *
001800*     WITHIN API). AN API NUMBER AT A SECOND LOCATION CANNOT BE  *
001900*     KEYED TWICE: THE FIRST LOCATION IS KEPT, EACH LATER ONE    *
002000*     IS LISTED AND COUNTED AND THE RUN ENDS RC=4 - THOSE WELLS  *
002100*     ARE ON THE MAF018D DUPLICATE-IDENTITY REPORT. WELLS WITH   *
002200*     NO API NUMBER ARE COUNTED AND PASSED OVER.                 *
002300*----------------------------------------------------------------*
002400* MODIFICATION HISTORY.                                          *
002500*     2026-10-15  WDS  ORIGINAL VERSION.                        *
002600******************************************************************
002700 PROGRAM-ID.    MAF020K.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MASTER-FILE   ASSIGN TO MAFAPISR
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT WELLKEY-FILE  ASSIGN TO MAFKEYED
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS WKEY-API-NUM
003700         FILE STATUS IS WS-WELLKEY-STATUS.
003800     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  MASTER-FILE.
004300     COPY "book_texas_well_data.cob".
004400 FD  WELLKEY-FILE.
004500 01  WKEY-RECORD.
004600     05  WKEY-QUAD-NUM                  PIC 9(07).
004700     05  WKEY-API-NUM                   PIC 9(08).
004800     05  FILLER                         PIC X(225).
004900 FD  RUNLOG-FILE.
005000     COPY "RUNSTAT.cpy".
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*                    WORKING STORAGE                            *
005400******************************************************************
005500 77  WS-RUNSTAT-READ                    PIC 9(09)   VALUE ZERO.
005600 77  WS-RUNSTAT-WRITTEN                 PIC 9(09)   VALUE ZERO.
005700 77  WS-RUNSTAT-DATE                    PIC 9(08)   VALUE ZERO.
005800 77  WS-RUNSTAT-TIME-RAW                PIC 9(08)   VALUE ZERO.
005900 77  WS-RUNSTAT-START-RAW               PIC 9(08)   VALUE ZERO.
006000 77  WS-EOF-SW                          PIC X(01)   VALUE 'N'.
006100     88  WS-EOF                                     VALUE 'Y'.
006200 77  WS-WELLKEY-STATUS                  PIC X(02)   VALUE '00'.
006300     88  WS-WELLKEY-OK                              VALUE '00'.
006400 77  WS-KEYED-COUNT                     PIC 9(07)   VALUE ZERO.
006500 77  WS-NO-API-COUNT                    PIC 9(07)   VALUE ZERO.
006600 77  WS-REJECT-COUNT                    PIC 9(07)   VALUE ZERO.
006700******************************************************************
006800*                 PROCEDURE DIVISION                            *
006900******************************************************************
007000 PROCEDURE DIVISION.
007100 0000-MAINLINE.
007200     ACCEPT WS-RUNSTAT-START-RAW FROM TIME.
007300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
007400     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
007500             UNTIL WS-EOF.
007600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
007700     GOBACK.
007800 0000-EXIT.
007900     EXIT.
008000 1000-INITIALIZE.
008100     OPEN INPUT  MASTER-FILE.
008200     OPEN OUTPUT WELLKEY-FILE.
008300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
008400 1000-EXIT.
008500     EXIT.
008600******************************************************************
008700*   2000 - LOAD ONE WELL RECORD INTO THE KEYED FILE              *
008800******************************************************************
008900 2000-PROCESS-FILE.
009000     IF MAF016-API-NUM = ZERO
009100         ADD 1 TO WS-NO-API-COUNT
009200     ELSE
009300         PERFORM 2200-WRITE-KEYED THRU 2200-EXIT
009400     END-IF.
009500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
009600 2000-EXIT.
009700     EXIT.
009800 2100-READ-MASTER.
009900     READ MASTER-FILE
010000         AT END SET WS-EOF TO TRUE
010100         NOT AT END ADD 1 TO WS-RUNSTAT-READ
010200     END-READ.
010300 2100-EXIT.
010400     EXIT.
010500******************************************************************
010600*   2200 - WRITE ONE RECORD TO THE VSAM KEYED FILE               *
010700******************************************************************
010800 2200-WRITE-KEYED.
010900     MOVE MAF016-QUAD-INFO      TO WKEY-RECORD.
011000     WRITE WKEY-RECORD
011100         INVALID KEY
011200             ADD 1 TO WS-REJECT-COUNT
011300             DISPLAY 'MAF020K - API ALREADY KEYED, NOT LOADED : '
011400                     MAF016-API-NUM ' QUAD ' MAF016-QUAD-NUM
011500         NOT INVALID KEY
011600             ADD 1 TO WS-KEYED-COUNT
011700             ADD 1 TO WS-RUNSTAT-WRITTEN
011800     END-WRITE.
011900 2200-EXIT.
012000     EXIT.
012100******************************************************************
012200*                 9000 - TERMINATION                             *
012300******************************************************************
012400 9000-TERMINATE.
012500     CLOSE MASTER-FILE.
012600     CLOSE WELLKEY-FILE.
012700     DISPLAY 'MAF020K - WELLS KEYED       : ' WS-KEYED-COUNT.
012800     DISPLAY 'MAF020K - WELLS WITH NO API : ' WS-NO-API-COUNT.
012900     DISPLAY 'MAF020K - DUPLICATE APIS    : ' WS-REJECT-COUNT.
013000     IF WS-REJECT-COUNT NOT = ZERO
013100         MOVE 4 TO RETURN-CODE
013200     END-IF.
013300     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
013400 9000-EXIT.
013500     EXIT.
013600******************************************************************
013700*   9900 - WRITE THE STANDARD RUN-STATISTICS RECORD              *
013800******************************************************************
013900 9900-WRITE-RUN-STATS.
014000     OPEN OUTPUT RUNLOG-FILE.
014100     ACCEPT WS-RUNSTAT-DATE FROM DATE YYYYMMDD.
014200     ACCEPT WS-RUNSTAT-TIME-RAW FROM TIME.
014300     MOVE SPACES                 TO RUNSTAT-ENTRY.
014400     MOVE 'MAF020K'              TO RUNSTAT-PROGRAM-ID.
014500     MOVE WS-RUNSTAT-DATE        TO RUNSTAT-RUN-DATE.
014600     MOVE WS-RUNSTAT-TIME-RAW(1:6) TO RUNSTAT-RUN-TIME.
014700     MOVE WS-RUNSTAT-START-RAW(1:6)
014800         TO RUNSTAT-START-TIME.
014900     MOVE WS-RUNSTAT-READ        TO RUNSTAT-RECORDS-READ.
015000     MOVE WS-RUNSTAT-WRITTEN     TO RUNSTAT-RECORDS-WRITTEN.
015100     MOVE WS-REJECT-COUNT        TO RUNSTAT-RECORDS-REJECTED.
015200     MOVE RETURN-CODE            TO RUNSTAT-RETURN-CODE.
015300     WRITE RUNSTAT-ENTRY.
015400     CLOSE RUNLOG-FILE.
015500 9900-EXIT.
015600     EXIT.
015700******************************************************************
015800*                      END OF PROGRAM                            *
015900******************************************************************
