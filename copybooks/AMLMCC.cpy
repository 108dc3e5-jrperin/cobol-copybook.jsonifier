000100******************************************************************
000200*                    COPYBOOK - AMLMCC                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : AML HIGH-RISK MERCHANT CATEGORY CARD             *
000500*----------------------------------------------------------------*
000600*    KEPT BY COMPLIANCE ON PRODBAT.PARMLIB.AMLMCC AND READ BY    *
000700*    THE MONTHLY AML MONITOR (DAT019A). ONE CARD PER MERCHANT    *
000800*    CATEGORY CODE COMPLIANCE TREATS AS HIGH RISK FOR MONEY      *
000900*    LAUNDERING - GAMBLING, MONEY TRANSFER, CRYPTO-ASSET AND     *
001000*    QUASI-CASH CATEGORIES AND ANY OTHERS COMPLIANCE ADDS.       *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  AMLMCC-CARD.
001400     03  AMLMCC-MERCHANT-CATEGORY        PIC 9(04).
001500*         Merchant category code (MCC) on the DATTXNX posting.
001600     03  AMLMCC-RISK-GROUP               PIC X(04).
001700*         Compliance risk grouping of the category.
001800         88  AMLMCC-GAMBLING               VALUE 'GAMB'.
001900         88  AMLMCC-MONEY-TRANSFER         VALUE 'MTRF'.
002000         88  AMLMCC-CRYPTO                 VALUE 'CRYP'.
002100         88  AMLMCC-OTHER                  VALUE 'OTHR'.
002200     03  AMLMCC-DESCRIPTION              PIC X(30).
002300*         Free-text description for the card deck.
002400     03  FILLER                          PIC X(42).
002500*---------------------------------------------------------------*
002600*                      END OF COPYBOOK                          *
002700*---------------------------------------------------------------*
