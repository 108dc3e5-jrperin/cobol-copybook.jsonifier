000100******************************************************************
000200*                    COPYBOOK - XMITDST                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : OUTBOUND TRANSMISSION DESTINATION CARD           *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER DATASET THE WINDOW SENDS OUT OF THE SHOP       *
000700*    (PRODBAT.PARMLIB.XMITDEST). THE MANIFEST STEP (NBW048X)     *
000800*    READS EACH NAMED DATASET AFTER THE WINDOW AND RECORDS WHAT  *
000900*    WENT TO THE PARTNER; THE MATCHING STEP (NBW049K) HOLDS THE  *
001000*    PARTNER TO ITS ACKNOWLEDGMENT DEADLINE.                     *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  XMITDST-CARD.
001400     03  XMITDST-FILE-ID                 PIC X(08).
001500*         Outbound dataset; must match one of the manifest
001600*         step's dataset DDs (CLISMS, CLIMAILP, CBSUBMT,
001700*         CLICYCM, CLIFXH, CLIFXUX).
001800     03  XMITDST-PARTNER-ID              PIC X(08).
001900*         Receiving partner, as the partner names itself on
002000*         its acknowledgment (XMITACK-PARTNER-ID).
002100     03  XMITDST-PARTNER-NAME            PIC X(30).
002200*         Partner name for the reports.
002300     03  XMITDST-ENVELOPE                PIC X(01).
002400*         Where the record count and total come from.
002500         88  XMITDST-STANDARD-ENVELOPE     VALUE 'E'.
002600*             EXTENVL HDR/TRL envelope.
002700         88  XMITDST-NETWORK-ENVELOPE      VALUE 'N'.
002800*             Card-network '00' header / '99' trailer (CBSUBMT).
002900         88  XMITDST-NO-ENVELOPE           VALUE 'C'.
003000*             No envelope - every record is counted, total zero
003100*             (the bundled print-shop file CLIMAILP).
003200     03  XMITDST-ACK-HOURS               PIC 9(03).
003300*         Hours after sending by which the partner must
003400*         acknowledge; zero means 24.
003500     03  FILLER                          PIC X(30).
003600*---------------------------------------------------------------*
003700*                      END OF COPYBOOK                          *
003800*---------------------------------------------------------------*
