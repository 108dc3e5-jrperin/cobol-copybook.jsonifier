000100******************************************************************
000200*                    COPYBOOK - MAFPRICE                         *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : POSTED OIL AND GAS PRICE CARD                    *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER PRODUCTION MONTH, KEPT BY ACCOUNTING ON        *
000700*    PRODBAT.PARMLIB.MAFPRICE AND READ BY THE MONTH-END          *
000800*    SEVERANCE-TAX AND ROYALTY ESTIMATE (MAF019T). THE LATEST    *
000900*    CARD FOR A MONTH WINS WHEN ONE IS RE-POSTED.                *
001000*  LENGTH: 80 BYTES                                              *
001100******************************************************************
001200 01  MAFPRICE-CARD.
001300     03  MAFPRICE-MONTH                  PIC 9(06).
001400*         Production month the prices apply to (YYYYMM).
001500     03  MAFPRICE-OIL-PER-BBL            PIC 9(05)V9(04).
001600*         Posted oil price per barrel.
001700     03  MAFPRICE-GAS-PER-MCF            PIC 9(05)V9(04).
001800*         Posted gas price per thousand cubic feet.
001900     03  FILLER                          PIC X(56).
002000*---------------------------------------------------------------*
002100*                      END OF COPYBOOK                          *
002200*---------------------------------------------------------------*
