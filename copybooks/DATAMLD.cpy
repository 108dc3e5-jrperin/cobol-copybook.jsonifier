000100******************************************************************
000200*                    COPYBOOK - DATAMLD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : AML ALERT DISPOSITION MASTER RECORD              *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER AML ALERT (ACCOUNT, MONTH AND RULE) THE      *
000700*    MONTHLY MONITOR (DAT019A) HAS RAISED, CARRIED RUN OVER RUN  *
000800*    BY DAT020K THE WAY CLI051M CARRIES THE WATCHLIST PAIRS.     *
000900*    THE ANALYST'S DECISION IS RECORDED PER ALERT; A PENDING     *
001000*    ALERT AGES AGAINST THE REVIEW DEADLINE, AND AN ALERT        *
001100*    CONFIRMED SUSPICIOUS IS COMMUNICATED TO COAF ONCE, STAMPED  *
001200*    WITH THE COMMUNICATION DATE.                                *
001300*  LENGTH: 200 BYTES                                             *
001400******************************************************************
001500 01  :DATAMLD:-RECORD.
001600     03  :DATAMLD:-KEY.
001700         05  :DATAMLD:-ORG               PIC 999.
001800         05  :DATAMLD:-ACCT              PIC X(19).
001900         05  :DATAMLD:-ALERT-MONTH       PIC 9(06).
002000         05  :DATAMLD:-RULE              PIC X(04).
002100*             Alert identity, as DATAMLA-KEY.
002200     03  :DATAMLD:-DECISION              PIC X(01).
002300*         Analyst disposition for the alert.
002400         88  :DATAMLD:-SUSPICIOUS          VALUE 'S'.
002500         88  :DATAMLD:-NOT-SUSPICIOUS      VALUE 'N'.
002600         88  :DATAMLD:-PENDING             VALUE 'P'.
002700     03  :DATAMLD:-DECISION-DATE         PIC 9(08).
002800*         Date the analyst decided the alert (YYYYMMDD),
002900*         zero while pending.
003000     03  :DATAMLD:-ANALYST-ID            PIC X(08).
003100*         Analyst who decided the alert.
003200     03  :DATAMLD:-NAME-LINE-1           PIC X(40).
003300     03  :DATAMLD:-CLIENT-DOC            PIC X(14).
003400     03  :DATAMLD:-PERSON-TYPE           PIC X(01).
003500     03  :DATAMLD:-INCOME                PIC 9(09).
003600*         Client details as raised on the alert.
003700     03  :DATAMLD:-ALERT-AMOUNT          PIC S9(13)V99
003800                                         SIGN IS LEADING SEPARATE.
003900     03  :DATAMLD:-ALERT-TXN-COUNT       PIC 9(05).
004000     03  :DATAMLD:-MONTH-SPEND           PIC S9(13)V99
004100                                         SIGN IS LEADING SEPARATE.
004200*         Amounts as raised on the alert (see DATAMLA).
004300     03  :DATAMLD:-FIRST-SEEN-DATE       PIC 9(08).
004400*         Date the alert was taken onto the master (YYYYMMDD).
004500     03  :DATAMLD:-AGE-DAYS              PIC 9(05).
004600*         Days since the alert was taken on, re-aged every run.
004700     03  :DATAMLD:-COAF-SENT-DATE        PIC 9(08).
004800*         Date the alert went out on the COAF communication
004900*         file (YYYYMMDD), zero until then.
005000     03  FILLER                          PIC X(29).
005100*---------------------------------------------------------------*
005200*                      END OF COPYBOOK                          *
005300*---------------------------------------------------------------*
