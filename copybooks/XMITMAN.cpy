000100******************************************************************
000200*                    COPYBOOK - XMITMAN                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : OUTBOUND TRANSMISSION MANIFEST RECORD            *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER OUTBOUND DATASET RELEASED TO A PARTNER,      *
000700*    WRITTEN BY NBW048X AFTER THE WINDOW AND APPENDED TO         *
000800*    PRODBAT.NITEBAT.XMITMAN (DISP=MOD) - THE STANDING RECORD    *
000900*    OF WHAT WAS SENT, TO WHOM, WHEN, AND WITH WHAT CONTROL      *
001000*    TOTALS. A RERUN OF THE WINDOW APPENDS A SECOND RECORD FOR   *
001100*    THE SAME FILE AND DATE; THE LATER ONE STANDS.               *
001200*  LENGTH: 120 BYTES                                             *
001300******************************************************************
001400 01  XMITMAN-RECORD.
001500     03  XMITMAN-KEY.
001600         05  XMITMAN-FILE-ID             PIC X(08).
001700*             Outbound dataset (XMITDST-FILE-ID).
001800         05  XMITMAN-BUSINESS-DATE       PIC 9(08).
001900*             Business date of the window that wrote it.
002000     03  XMITMAN-PARTNER-ID              PIC X(08).
002100*         Partner the dataset was released to.
002200     03  XMITMAN-COUNT-SOURCE            PIC X(01).
002300*         Where the record count and total were taken from.
002400         88  XMITMAN-FROM-ENVELOPE         VALUE 'E'.
002500         88  XMITMAN-FROM-NETWORK-TRAILER  VALUE 'N'.
002600         88  XMITMAN-COUNTED               VALUE 'C'.
002700     03  XMITMAN-RECORD-COUNT            PIC 9(09).
002800*         Record count the partner should acknowledge - the
002900*         trailer count, or the records counted where the
003000*         dataset has no trailer.
003100     03  XMITMAN-BALANCE-TOTAL           PIC 9(18).
003200*         Trailer amount total (in the writer's units, cents
003300*         for every dataset now sent); zero if none.
003400     03  XMITMAN-COUNTED-RECORDS         PIC 9(09).
003500*         Data records actually on the dataset.
003600     03  XMITMAN-GEN-DATE                PIC 9(08).
003700     03  XMITMAN-GEN-TIME                PIC 9(06).
003800*         Generation stamp from the header; zero if none.
003900     03  XMITMAN-SEND-DATE               PIC 9(08).
004000     03  XMITMAN-SEND-TIME               PIC 9(06).
004100*         When the manifest step released the dataset.
004200     03  XMITMAN-ACK-HOURS               PIC 9(03).
004300*         Partner's acknowledgment window (XMITDST-ACK-HOURS).
004400     03  XMITMAN-DEADLINE-DATE           PIC 9(08).
004500     03  XMITMAN-DEADLINE-TIME           PIC 9(06).
004600*         Send stamp plus the acknowledgment window.
004700     03  FILLER                          PIC X(14).
004800*---------------------------------------------------------------*
004900*                      END OF COPYBOOK                          *
005000*---------------------------------------------------------------*
