000100******************************************************************
000200*                    COPYBOOK - XMITMST                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : OUTBOUND TRANSMISSION STATUS MASTER ENTRY        *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER MANIFESTED TRANSMISSION, CARRIED RUN OVER     *
000700*    RUN BY NBW049K (PRODBAT.NITEBAT.XMITMAST, .NEW SWAP) WITH   *
000800*    THE PARTNER'S LATEST ACKNOWLEDGMENT AND THE RESENDS         *
000900*    REQUESTED. AN ENTRY STAYS OPEN UNTIL THE PARTNER ACCEPTS    *
001000*    IT WITH THE MANIFEST COUNT AND TOTAL; BALANCED ENTRIES      *
001100*    DROP OFF AFTER THE RUN-CONTROL RETENTION (XMITKEEP).        *
001200*  LENGTH: 160 BYTES                                             *
001300******************************************************************
001400 01  :XMITMST:-ENTRY.
001500     03  :XMITMST:-KEY.
001600         05  :XMITMST:-FILE-ID           PIC X(08).
001700         05  :XMITMST:-BUSINESS-DATE     PIC 9(08).
001800     03  :XMITMST:-PARTNER-ID            PIC X(08).
001900     03  :XMITMST:-RECORD-COUNT          PIC 9(09).
002000     03  :XMITMST:-BALANCE-TOTAL         PIC 9(18).
002100*         Manifest control totals (XMITMAN).
002200     03  :XMITMST:-SEND-DATE             PIC 9(08).
002300     03  :XMITMST:-SEND-TIME             PIC 9(06).
002400     03  :XMITMST:-ACK-HOURS             PIC 9(03).
002500     03  :XMITMST:-DEADLINE-DATE         PIC 9(08).
002600     03  :XMITMST:-DEADLINE-TIME         PIC 9(06).
002700*         Acknowledgment due; moved out by each resend.
002800     03  :XMITMST:-ACK-STATUS            PIC X(01).
002900         88  :XMITMST:-NO-ACK              VALUE SPACE.
003000         88  :XMITMST:-ACK-ACCEPTED        VALUE 'A'.
003100         88  :XMITMST:-ACK-REJECTED        VALUE 'R'.
003200     03  :XMITMST:-ACK-DATE              PIC 9(08).
003300     03  :XMITMST:-ACK-TIME              PIC 9(06).
003400     03  :XMITMST:-ACK-COUNT             PIC 9(09).
003500     03  :XMITMST:-ACK-TOTAL             PIC 9(18).
003600*         Partner's latest acknowledgment since the last
003700*         resend (XMITACK).
003800     03  :XMITMST:-STATE                 PIC X(01).
003900         88  :XMITMST:-OPEN                VALUE 'O'.
004000         88  :XMITMST:-BALANCED            VALUE 'B'.
004100     03  :XMITMST:-RESEND-COUNT          PIC 9(02).
004200     03  :XMITMST:-RESEND-DATE           PIC 9(08).
004300     03  :XMITMST:-RESEND-TIME           PIC 9(06).
004400*         Resends requested and the latest request stamp; an
004500*         acknowledgment older than the request is ignored.
004600     03  FILLER                          PIC X(19).
004700*---------------------------------------------------------------*
004800*                      END OF COPYBOOK                          *
004900*---------------------------------------------------------------*
