000100******************************************************************
000200*                    COPYBOOK - XMITACK                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PARTNER TRANSMISSION ACKNOWLEDGMENT RECORD       *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACKNOWLEDGMENT A PARTNER RETURNS FOR A       *
000700*    FILE WE SENT, PUT INTO THIS COMMON FORM BY THE INBOUND      *
000800*    TRANSFER AND APPENDED TO PRODBAT.NITEBAT.XMITACK. NBW049K   *
000900*    MATCHES EACH ONE TO THE MANIFEST BY FILE ID AND BUSINESS    *
001000*    DATE. A PARTNER ACKNOWLEDGING A RESENT FILE SIMPLY SENDS    *
001100*    ANOTHER RECORD; THE LATEST ONE STANDS.                      *
001200*  LENGTH: 80 BYTES                                              *
001300******************************************************************
001400 01  XMITACK-RECORD.
001500     03  XMITACK-FILE-ID                 PIC X(08).
001600*         File acknowledged (XMITMAN-FILE-ID).
001700     03  XMITACK-PARTNER-ID              PIC X(08).
001800*         Partner acknowledging.
001900     03  XMITACK-BUSINESS-DATE           PIC 9(08).
002000*         Business date of the file acknowledged (YYYYMMDD).
002100     03  XMITACK-ACK-DATE                PIC 9(08).
002200     03  XMITACK-ACK-TIME                PIC 9(06).
002300*         When the partner acknowledged.
002400     03  XMITACK-STATUS                  PIC X(01).
002500         88  XMITACK-ACCEPTED              VALUE 'A'.
002600         88  XMITACK-REJECTED              VALUE 'R'.
002700     03  XMITACK-RECORD-COUNT            PIC 9(09).
002800*         Records the partner received.
002900     03  XMITACK-BALANCE-TOTAL           PIC 9(18).
003000*         Amount total the partner received; zero if the file
003100*         carries no amounts.
003200     03  XMITACK-REASON                  PIC X(04).
003300*         Partner's rejection reason; spaces when accepted.
003400     03  FILLER                          PIC X(10).
003500*---------------------------------------------------------------*
003600*                      END OF COPYBOOK                          *
003700*---------------------------------------------------------------*
