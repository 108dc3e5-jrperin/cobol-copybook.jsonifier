000100******************************************************************
000200*                    COPYBOOK - SCRBASE                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : SCORECARD BASELINE DISTRIBUTION CARD             *
000500*----------------------------------------------------------------*
000600*    KEPT BY RISK ON PRODBAT.PARMLIB.SCRBASE AND READ BY THE     *
000700*    MONTHLY SCORECARD MONITOR (CLI072S). ONE CARD PER SCORE     *
000800*    BAND OF EACH SCORECARD (SCORE-ID): THE INCLUSIVE RAW-SCORE  *
000900*    RANGE AND THE SHARE OF THE DEVELOPMENT POPULATION THAT      *
001000*    FELL IN IT. A SCORECARD'S BANDS SHOULD COVER ITS SCORE      *
001100*    RANGE AND THEIR SHARES SHOULD ADD TO 100.                   *
001200*    PERCENTAGES CARRY FOUR DECIMAL PLACES (0125000 = 12.5%).    *
001300*  LENGTH: 80 BYTES                                              *
001400******************************************************************
001500 01  SCRBASE-CARD.
001600     03  SCRBASE-SCORE-ID                PIC 9(03).
001700*         Scorecard, as carried in the SCORE-ID-n slots.
001800     03  SCRBASE-BAND-LOW                PIC 9(03).
001900     03  SCRBASE-BAND-HIGH               PIC 9(03).
002000*         Inclusive RAW-SCORE band.
002100     03  SCRBASE-BASE-PCT                PIC 9(03)V9(04).
002200*         Baseline share of the population in the band.
002300     03  FILLER                          PIC X(64).
002400*---------------------------------------------------------------*
002500*                      END OF COPYBOOK                          *
002600*---------------------------------------------------------------*
