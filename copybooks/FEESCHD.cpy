000100******************************************************************
000200*                    COPYBOOK - FEESCHD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ANNUAL CARD-FEE SCHEDULE CARD                    *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER PRODUCT-CODE / LOGO / DISCOUNT TABLE, KEPT     *
000700*    BY FINANCE ON PRODBAT.PARMLIB.FEESCHD. THE ANNUAL-FEE       *
000800*    ENGINE (CLI066F) PRICES EACH FEE ANNIVERSARY OFF THE CARD   *
000900*    THAT MATCHES THE ACCOUNT EXACTLY, FALLING BACK TO THE       *
001000*    PRODUCT/LOGO CARD WITH A ZERO DISCOUNT TABLE.               *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  FEESCHD-CARD.
001400     03  FEESCHD-PRODUCT-CODE            PIC 9(03).
001500*         Card product the fee applies to.
001600     03  FEESCHD-LOGO                    PIC 9(03).
001700*         Card logo the fee applies to.
001800     03  FEESCHD-DISCOUNT-TABLE          PIC 9(05).
001900*         Discount table the fee applies to, compared with
002000*         CLIDATA-DISCOUNT-TABLE-CODE-2 (or the 3-digit
002100*         DISCOUNT-TABLE-CODE when the wide code is zero).
002200*         Zero is the product/logo default.
002300     03  FEESCHD-ANNUAL-FEE              PIC 9(07)V99.
002400*         Gross annual fee before any discount or waiver.
002500     03  FEESCHD-VIP-WAIVER-SW           PIC X(01).
002600         88  FEESCHD-VIP-WAIVED            VALUE 'Y'.
002700*             Any account carrying a VIP-TYPE pays no fee.
002800     03  FEESCHD-SPEND-WAIVER-POINTS     PIC 9(09).
002900*         Spend-based waiver: an account whose accumulated
003000*         points (CLIDATA-SPM-ACCUM) reach this figure pays no
003100*         fee. Zero means the product has no spend waiver.
003200     03  FILLER                          PIC X(50).
003300*---------------------------------------------------------------*
003400*                      END OF COPYBOOK                          *
003500*---------------------------------------------------------------*
