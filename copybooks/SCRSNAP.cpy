000100******************************************************************
000200*                    COPYBOOK - SCRSNAP                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : MONTH-END SCORE SNAPSHOT RECORD                  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER CLIDATA ACCOUNT, IN ACCOUNT NUMBER ORDER,    *
000700*    WRITTEN EACH MONTH BY CLI072S TO A MONTH-DATED DATASET      *
000800*    (PRODBAT.CLIDATA.SCRSNAP.MYYYYMM). SIX MONTHS LATER THE     *
000900*    SNAPSHOT IS THE OBSERVATION POINT: ITS SCORES ARE JOINED    *
001000*    TO THAT MONTH'S DELINQUENCY FOR THE BAD-RATE ANALYSIS.      *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  :SCRSNAP:-RECORD.
001400     03  :SCRSNAP:-ACCOUNT-NUMBER        PIC X(19).
001500     03  :SCRSNAP:-SNAPSHOT-MONTH        PIC 9(06).
001600*         Month the scores were taken (YYYYMM).
001700     03  :SCRSNAP:-SLOT OCCURS 6 TIMES.
001800         05  :SCRSNAP:-SCORE-ID          PIC 9(03).
001900         05  :SCRSNAP:-RAW-SCORE         PIC 9(03).
002000*             SCORE-ID-n and RAW-SCORE-n; zero when unused.
002100     03  FILLER                          PIC X(19).
002200*---------------------------------------------------------------*
002300*                      END OF COPYBOOK                          *
002400*---------------------------------------------------------------*
