000100******************************************************************
000200*                    COPYBOOK - ADRATOM                         *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ACCOUNT-TAKEOVER RISK MASTER RECORD              *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT / NUM-CLI WITH AT LEAST ONE          *
000700*    TAKEOVER SIGNAL STILL INSIDE THE SCORING WINDOW, CARRIED    *
000800*    RUN OVER RUN BY ADR035T THE WAY MAFRISK CARRIES WELL        *
000900*    TRANSFERS. EACH SIGNAL KEEPS THE DATE IT WAS LAST SEEN;     *
001000*    ITS POINTS DECAY WITH AGE AND THE DATE IS CLEARED ONCE IT   *
001100*    FALLS OUT OF THE WINDOW. A RECORD WITH NO SIGNAL LEFT       *
001200*    DROPS OFF THE MASTER.                                       *
001300*  LENGTH: 120 BYTES                                             *
001400******************************************************************
001500 01  :ADRATOM:-RECORD.
001600     03  :ADRATOM:-ACCOUNT-NUMBER        PIC X(19).
001700*         Account number / NUM-CLI (the same key on CLIDATA
001800*         and the VQOEM feed).
001900     03  :ADRATOM:-SCORE                 PIC 9(04).
002000*         Takeover score computed on the last run.
002100     03  :ADRATOM:-RUN-DATE              PIC 9(08).
002200*         Business date of the last run (YYYYMMDD).
002300     03  :ADRATOM:-SIGNAL-DATES.
002400         05  :ADRATOM:-PHONE-CHG-DATE    PIC 9(08).
002500*             Fixed or cell phone changed (DATAHIST).
002600         05  :ADRATOM:-VELOCITY-DATE     PIC 9(08).
002700*             Contact-change velocity at or over the ADR024V
002800*             threshold.
002900         05  :ADRATOM:-SHARED-CEL-DATE   PIC 9(08).
003000*             Cellphone shared with other clients (ADR029X).
003100         05  :ADRATOM:-ADDR-CHG-DATE     PIC 9(08).
003200*             Address-change letter sent (ADR031L).
003300         05  :ADRATOM:-FRAUD-ADDR-DATE   PIC 9(08).
003400*             Address under fraud investigation (ADR027F).
003500         05  :ADRATOM:-LIMIT-RAISE-DATE  PIC 9(08).
003600*             Credit limit raised (CLIAUDT CREDLIM).
003700         05  :ADRATOM:-BLOCK-CHG-DATE    PIC 9(08).
003800*             Block code 1 changed (CLIAUDT BLKCODE1).
003900         05  :ADRATOM:-REISSUE-DATE      PIC 9(08).
004000*             Plastic reissued other than at renewal
004100*             (CLIEMBR).
004200         05  :ADRATOM:-COMBO-DATE        PIC 9(08).
004300*             Limit raise or reissue within the run-control
004400*             number of days after a phone change.
004500     03  :ADRATOM:-SIGNAL-DATES-R REDEFINES
004600         :ADRATOM:-SIGNAL-DATES.
004700         05  :ADRATOM:-SIGNAL-DATE       PIC 9(08)
004800                                         OCCURS 9 TIMES.
004900     03  FILLER                          PIC X(17).
005000*---------------------------------------------------------------*
005100*                      END OF COPYBOOK                          *
005200*---------------------------------------------------------------*
