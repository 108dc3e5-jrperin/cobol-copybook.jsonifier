000100******************************************************************
000200*                    COPYBOOK - MAFROYL                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : LEASE ROYALTY-INTEREST RECORD                    *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER LEASE, KEPT BY LAND ON THE LEASE ROYALTY     *
000700*    FILE (PRODBAT.MAF016.ROYALTY) AND KEYED BY THE SAME LEASE   *
000800*    IDENTIFIERS AS THE RRC PRODUCTION FEED (RRCPROD). THE       *
000900*    DECIMAL IS THE TOTAL ROYALTY BURDEN ON THE LEASE'S GROSS    *
001000*    VALUE, ALL ROYALTY OWNERS TOGETHER (0.18750000 FOR A 3/16   *
001100*    LEASE).                                                     *
001200*  LENGTH: 80 BYTES                                              *
001300******************************************************************
001400 01  MAFROYL-RECORD.
001500     03  MAFROYL-KEY.
001600         05  MAFROYL-LEASE-TYPE          PIC X(01).
001700*             'O' oil lease, 'G' gas RRC id.
001800         05  MAFROYL-LEASE-ID            PIC 9(06).
001900*             Lease identifier, as on RRCPROD.
002000     03  MAFROYL-ROYALTY-DECIMAL         PIC 9V9(08).
002100*         Total royalty interest as a decimal of gross value.
002200     03  MAFROYL-EFFECTIVE-DATE          PIC 9(08).
002300*         Date the decimal took effect (YYYYMMDD).
002400     03  FILLER                          PIC X(56).
002500*---------------------------------------------------------------*
002600*                      END OF COPYBOOK                          *
002700*---------------------------------------------------------------*
