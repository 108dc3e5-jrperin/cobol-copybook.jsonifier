000100******************************************************************
000200*                    COPYBOOK - DATVELP                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PER-ACCOUNT TRANSACTION-VELOCITY PROFILE RECORD  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT SEEN POSTING ON THE PARSED           *
000700*    TRANSACTION EXTRACT (DATTXNX), CARRIED RUN OVER RUN BY      *
000800*    DAT018V IN ORG/ACCOUNT ORDER. THE RUNNING DAILY AVERAGES    *
000900*    ARE THE ACCOUNT'S NORMAL VELOCITY - THE COUNTS THE DATTRND  *
001000*    CYCLE-SPEND MASTER DOES NOT HOLD - THAT THE FRAUD MONITOR   *
001100*    COMPARES EACH ACTIVE DAY AGAINST.                           *
001200*  LENGTH: 100 BYTES                                             *
001300******************************************************************
001400 01  :DATVELP:-RECORD.
001500     03  :DATVELP:-KEY.
001600         05  :DATVELP:-ORG               PIC 999.
001700*             Organization code.
001800         05  :DATVELP:-ACCT              PIC X(19).
001900*             Account number.
002000     03  :DATVELP:-DAYS-OBSERVED         PIC 9(05).
002100*         Active days folded into the averages (capped by
002200*         DAT018V so the profile keeps following the account).
002300     03  :DATVELP:-AVG-TXNS              PIC 9(05)V99.
002400*         Average debit postings per active day.
002500     03  :DATVELP:-AVG-MERCHANTS         PIC 9(05)V99.
002600*         Average distinct merchants per active day.
002700     03  :DATVELP:-AVG-CITIES            PIC 9(05)V99.
002800*         Average distinct merchant cities per active day.
002900     03  :DATVELP:-FOREIGN-SEEN-SW       PIC X(01).
003000         88  :DATVELP:-FOREIGN-SEEN        VALUE 'Y'.
003100*             The account has spent in a foreign currency before.
003200     03  :DATVELP:-FIRST-FOREIGN-DATE    PIC 9(08).
003300*         Date of the first foreign-currency posting seen.
003400     03  :DATVELP:-LAST-ACTIVE-DATE      PIC 9(08).
003500*         Latest transaction date folded into the averages.
003600     03  :DATVELP:-LAST-ALERT-DATE       PIC 9(08).
003700*         Run date of the last fraud-desk alert (zero if none).
003800     03  FILLER                          PIC X(27).
003900*---------------------------------------------------------------*
004000*                      END OF COPYBOOK                          *
004100*---------------------------------------------------------------*
