000100******************************************************************
000200*                    COPYBOOK - XMITRSN                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : OUTBOUND TRANSMISSION RESEND REQUEST             *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER TRANSMISSION THE PARTNER HAS NOT             *
000700*    ACKNOWLEDGED BY ITS DEADLINE, ACKNOWLEDGED WITH OTHER       *
000800*    COUNTS OR TOTALS THAN THE MANIFEST, OR REJECTED. WRITTEN    *
000900*    BY NBW049K TO PRODBAT.NITEBAT.XMITRSND.D<DATE> FOR THE      *
001000*    TRANSFER TEAM, WHO SEND THE NAMED GENERATION AGAIN.         *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  XMITRSN-RECORD.
001400     03  XMITRSN-FILE-ID                 PIC X(08).
001500     03  XMITRSN-PARTNER-ID              PIC X(08).
001600     03  XMITRSN-BUSINESS-DATE           PIC 9(08).
001700*         Generation to send again (the dataset's D<date>).
001800     03  XMITRSN-REASON                  PIC X(04).
001900         88  XMITRSN-NO-ACK                VALUE 'NACK'.
002000         88  XMITRSN-COUNT-MISMATCH        VALUE 'CNTM'.
002100         88  XMITRSN-TOTAL-MISMATCH        VALUE 'TOTM'.
002200         88  XMITRSN-REJECTED              VALUE 'RJCT'.
002300     03  XMITRSN-RECORD-COUNT            PIC 9(09).
002400     03  XMITRSN-BALANCE-TOTAL           PIC 9(18).
002500*         Manifest control totals the resend must carry.
002600     03  XMITRSN-RESEND-NBR              PIC 9(02).
002700*         1 for the first resend of the generation.
002800     03  XMITRSN-REQUEST-DATE            PIC 9(08).
002900     03  FILLER                          PIC X(15).
003000*---------------------------------------------------------------*
003100*                      END OF COPYBOOK                          *
003200*---------------------------------------------------------------*
