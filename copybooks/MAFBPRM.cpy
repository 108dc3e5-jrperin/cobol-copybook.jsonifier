000100******************************************************************
000200*                    COPYBOOK - MAFBPRM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : FINANCIAL-ASSURANCE AND PLUGGING-COST PARAMETER  *
000500*               CARD                                             *
000600*----------------------------------------------------------------*
000700*    KEPT BY REGULATORY ON PRODBAT.PARMLIB.MAFBPRM AND READ BY   *
000800*    THE BOND-ADEQUACY RUN (MAF017B). THREE CARD TYPES:          *
000900*      T - ONE BLANKET-BOND TIER: THE ASSURANCE REQUIRED OF AN   *
001000*          OPERATOR WITH UP TO MAX-WELLS UNPLUGGED WELLS. ANY    *
001100*          T CARD REPLACES THE WHOLE COMPILED-IN TIER TABLE      *
001200*          (10 WELLS 25,000 / 99 WELLS 50,000 / ABOVE 250,000).  *
001300*      F - THE INDIVIDUAL-BOND RATE PER FOOT OF TOTAL DEPTH      *
001400*          (ONE CARD; 2.00 A FOOT WHEN IT IS ABSENT).            *
001500*      P - ONE PLUGGING-COST BAND: THE ESTIMATED COST PER FOOT   *
001600*          TO PLUG A WELL UP TO DEPTH-LIMIT FEET DEEP. A WELL    *
001700*          DEEPER THAN EVERY BAND TAKES THE DEEPEST BAND.        *
001800*  LENGTH: 80 BYTES                                              *
001900******************************************************************
002000 01  MAFBPRM-CARD.
002100     03  MAFBPRM-CARD-TYPE               PIC X(01).
002200         88  MAFBPRM-TIER-CARD             VALUE 'T'.
002300         88  MAFBPRM-FOOT-RATE-CARD        VALUE 'F'.
002400         88  MAFBPRM-PLUG-COST-CARD        VALUE 'P'.
002500     03  MAFBPRM-CARD-DATA               PIC X(79).
002600     03  MAFBPRM-TIER REDEFINES MAFBPRM-CARD-DATA.
002700         05  MAFBPRM-TIER-MAX-WELLS      PIC 9(05).
002800*             Highest unplugged-well count the tier covers
002900*             (99999 for the open-ended top tier).
003000         05  MAFBPRM-TIER-AMOUNT         PIC 9(09)V99.
003100*             Blanket assurance required, dollars and cents.
003200         05  FILLER                      PIC X(63).
003300     03  MAFBPRM-FOOT-RATE REDEFINES MAFBPRM-CARD-DATA.
003400         05  MAFBPRM-BOND-PER-FOOT       PIC 9(03)V99.
003500*             Individual assurance per foot of total depth.
003600         05  FILLER                      PIC X(74).
003700     03  MAFBPRM-PLUG-COST REDEFINES MAFBPRM-CARD-DATA.
003800         05  MAFBPRM-PLUG-DEPTH-LIMIT    PIC 9(05).
003900*             Deepest total depth (feet) the band covers.
004000         05  MAFBPRM-PLUG-COST-PER-FOOT  PIC 9(03)V99.
004100*             Estimated plugging cost per foot of depth.
004200         05  FILLER                      PIC X(69).
004300*---------------------------------------------------------------*
004400*                      END OF COPYBOOK                          *
004500*---------------------------------------------------------------*
