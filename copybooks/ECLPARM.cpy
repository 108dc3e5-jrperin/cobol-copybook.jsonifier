000100******************************************************************
000200*                    COPYBOOK - ECLPARM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : EXPECTED-CREDIT-LOSS PARAMETER CARD              *
000500*----------------------------------------------------------------*
000600*    KEPT BY RISK ON PRODBAT.PARMLIB.ECLPARM AND READ BY THE     *
000700*    MONTH-END PROVISIONING RUN (CLI071P). THREE CARD TYPES:     *
000800*      F - PROBABILITY-OF-DEFAULT AND LOSS-GIVEN-DEFAULT         *
000900*          FACTORS FOR ONE STAGE AND BEHAVIOR-SCORE BAND.        *
001000*      T - STAGING THRESHOLDS AND THE CREDIT-CONVERSION FACTOR   *
001100*          APPLIED TO UNDRAWN LIMIT (ONE CARD; DEFAULTS APPLY    *
001200*          WHEN IT IS ABSENT).                                   *
001300*      B - A BLOCK-CODE-1 VALUE THAT MARKS AN ACCOUNT CREDIT-    *
001400*          IMPAIRED (STAGE 3) WHATEVER ITS DELINQUENCY.          *
001500*    PERCENTAGES CARRY FOUR DECIMAL PLACES (0012500 = 1.25%).    *
001600*  LENGTH: 80 BYTES                                              *
001700******************************************************************
001800 01  ECLPARM-CARD.
001900     03  ECLPARM-CARD-TYPE               PIC X(01).
002000         88  ECLPARM-FACTOR-CARD           VALUE 'F'.
002100         88  ECLPARM-THRESHOLD-CARD        VALUE 'T'.
002200         88  ECLPARM-BLOCK-CARD            VALUE 'B'.
002300     03  ECLPARM-CARD-DATA               PIC X(79).
002400     03  ECLPARM-FACTOR REDEFINES ECLPARM-CARD-DATA.
002500         05  ECLPARM-STAGE               PIC 9(01).
002600*             Stage the factors apply to (1, 2 OR 3).
002700         05  ECLPARM-SCORE-LOW           PIC 9(03).
002800         05  ECLPARM-SCORE-HIGH          PIC 9(03).
002900*             Inclusive BEHAVIOR-SCORE-1 band.
003000         05  ECLPARM-PD-PCT              PIC 9(03)V9(04).
003100*             Probability of default, percent.
003200         05  ECLPARM-LGD-PCT             PIC 9(03)V9(04).
003300*             Loss given default, percent.
003400         05  FILLER                      PIC X(58).
003500     03  ECLPARM-THRESHOLD REDEFINES ECLPARM-CARD-DATA.
003600         05  ECLPARM-STAGE2-DAYS         PIC 9(03).
003700*             PAYMENT-DELINQ-DAYS at which stage 2 begins.
003800         05  ECLPARM-STAGE3-DAYS         PIC 9(03).
003900*             PAYMENT-DELINQ-DAYS at which stage 3 begins.
004000         05  ECLPARM-SCORE-DROP          PIC 9(03).
004100*             Fall in BEHAVIOR-SCORE-1 since last month that
004200*             counts as significant deterioration.
004300         05  ECLPARM-CCF-PCT             PIC 9(03).
004400*             Percent of the undrawn limit taken as exposure.
004500         05  FILLER                      PIC X(67).
004600     03  ECLPARM-BLOCK REDEFINES ECLPARM-CARD-DATA.
004700         05  ECLPARM-BLOCK-CODE          PIC 9(02).
004800         05  FILLER                      PIC X(77).
004900*---------------------------------------------------------------*
005000*                      END OF COPYBOOK                          *
005100*---------------------------------------------------------------*
