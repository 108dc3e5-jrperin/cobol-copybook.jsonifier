000100******************************************************************
000200*                    COPYBOOK - DATVELA                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : TRANSACTION-VELOCITY FRAUD ALERT RECORD          *
000500*----------------------------------------------------------------*
000600*    THE FRAUD DESK'S ALERT FILE FROM DAT018V. EACH ACCOUNT AT   *
000700*    OR OVER THE ALERT SCORE GETS ONE ALERT RECORD (TYPE A) FOR  *
000800*    ITS WORST DAY, FOLLOWED BY ONE RECORD (TYPE T) PER POSTING  *
000900*    OF THAT DAY SO THE DESK SEES THE TRIGGERING TRANSACTIONS.   *
001000*  LENGTH: 150 BYTES                                             *
001100******************************************************************
001200 01  DATVELA-RECORD.
001300     03  DATVELA-REC-TYPE                PIC X(01).
001400         88  DATVELA-ALERT                 VALUE 'A'.
001500         88  DATVELA-TRANSACTION           VALUE 'T'.
001600     03  DATVELA-ORG                     PIC 999.
001700*         Organization, from DATTXNX-ORG.
001800     03  DATVELA-ACCT                    PIC X(19).
001900*         Account number, from DATTXNX-ACCT.
002000     03  DATVELA-ALERT-AREA.
002100         05  DATVELA-ACTIVITY-DATE       PIC 9(08).
002200*             Transaction date of the day that scored.
002300         05  DATVELA-SCORE               PIC 9(03).
002400*             Total rule points for the day.
002500         05  DATVELA-RULES-HIT.
002600*             One byte per rule, the rule letter when it fired,
002700*             space when it did not.
002800             07  DATVELA-RULE-TXNS       PIC X(01).
002900*                 'T' - postings per day over the normal pattern.
003000             07  DATVELA-RULE-MERCHANTS  PIC X(01).
003100*                 'M' - distinct merchants over the normal.
003200             07  DATVELA-RULE-CITIES     PIC X(01).
003300*                 'C' - distinct cities over the normal.
003400             07  DATVELA-RULE-SMALL      PIC X(01).
003500*                 'S' - burst of amounts under the test line.
003600             07  DATVELA-RULE-FOREIGN    PIC X(01).
003700*                 'F' - first-time foreign-currency spend.
003800             07  DATVELA-RULE-SPEND      PIC X(01).
003900*                 'P' - day's spend over the DATTRND pattern.
004000         05  DATVELA-TXN-COUNT           PIC 9(05).
004100         05  DATVELA-MERCHANT-COUNT      PIC 9(05).
004200         05  DATVELA-CITY-COUNT          PIC 9(05).
004300         05  DATVELA-SMALL-COUNT         PIC 9(05).
004400         05  DATVELA-FOREIGN-COUNT       PIC 9(05).
004500*             The day's counts behind the rules.
004600         05  DATVELA-DAY-SPEND           PIC S9(13)V99
004700                                         SIGN IS LEADING SEPARATE.
004800*             Total of the day's debit postings.
004900         05  DATVELA-NORMAL-TXNS         PIC 9(05)V99.
005000*             Normal postings per day (DATVELP average).
005100         05  DATVELA-NORMAL-CYCLE-SPEND  PIC S9(13)V99
005200                                         SIGN IS LEADING SEPARATE.
005300*             Average cycle spend from DATTRND (zero when the
005400*             account has fewer than three cycles held).
005500         05  DATVELA-RUN-DATE            PIC 9(08).
005600*             Run date the alert was raised (YYYYMMDD).
005700         05  FILLER                      PIC X(38).
005800     03  DATVELA-TXN-AREA REDEFINES DATVELA-ALERT-AREA.
005900         05  DATVELA-STMT-ID-CODE        PIC S9(7).
006000         05  DATVELA-REC-NBR             PIC S9(4).
006100*             DATA1 identity of the posting.
006200         05  DATVELA-TXN-DATE            PIC 9(08).
006300         05  DATVELA-TXN-AMOUNT          PIC S9(13)V99
006400                                         SIGN IS LEADING SEPARATE.
006500         05  DATVELA-CURRENCY-CODE       PIC X(03).
006600         05  DATVELA-MERCHANT-NAME       PIC X(40).
006700         05  DATVELA-MERCHANT-CITY       PIC X(25).
006800         05  DATVELA-MERCHANT-CATEGORY   PIC 9(04).
006900         05  DATVELA-TXN-SMALL-FLAG      PIC X(01).
007000*             'S' when the amount is under the test line.
007100         05  DATVELA-TXN-FOREIGN-FLAG    PIC X(01).
007200*             'F' when the posting is in a foreign currency.
007300         05  FILLER                      PIC X(18).
007400*---------------------------------------------------------------*
007500*                      END OF COPYBOOK                          *
007600*---------------------------------------------------------------*
