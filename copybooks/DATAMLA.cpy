000100******************************************************************
000200*                    COPYBOOK - DATAMLA                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : AML TRANSACTION-MONITORING ALERT RECORD          *
000500*----------------------------------------------------------------*
000600*    WRITTEN BY THE MONTHLY AML MONITOR (DAT019A), ONE RECORD    *
000700*    PER ACCOUNT AND RULE THAT FIRED OVER THE MONTH'S DATTXNX.   *
000800*    DAT020K TAKES EACH ALERT ONTO THE AML DISPOSITION MASTER    *
000900*    (DATAMLD) FOR THE ANALYSTS' DECISION.                       *
001000*  LENGTH: 150 BYTES                                             *
001100******************************************************************
001200 01  DATAMLA-RECORD.
001300     03  DATAMLA-KEY.
001400         05  DATAMLA-ORG                 PIC 999.
001500*             Organization, from DATTXNX-ORG.
001600         05  DATAMLA-ACCT                PIC X(19).
001700*             Account number, from DATTXNX-ACCT.
001800         05  DATAMLA-ALERT-MONTH         PIC 9(06).
001900*             Month monitored (YYYYMM).
002000         05  DATAMLA-RULE                PIC X(04).
002100*             Rule that fired.
002200             88  DATAMLA-HIGH-RISK-MCC     VALUE 'HRMC'.
002300*                 High-risk category spend over the share of
002400*                 declared income.
002500             88  DATAMLA-STRUCTURING       VALUE 'STRC'.
002600*                 Repeated postings just under the reporting line.
002700             88  DATAMLA-OVER-INCOME       VALUE 'INCM'.
002800*                 Month's spend inconsistent with declared income.
002900     03  DATAMLA-NAME-LINE-1             PIC X(40).
003000*         Client name from the client master.
003100     03  DATAMLA-CLIENT-DOC              PIC X(14).
003200*         Client CPF/CNPJ from the client master.
003300     03  DATAMLA-PERSON-TYPE             PIC X(01).
003400         88  DATAMLA-INDIVIDUAL            VALUE 'F'.
003500         88  DATAMLA-COMPANY               VALUE 'J'.
003600     03  DATAMLA-INCOME                  PIC 9(09).
003700*         Declared monthly income (CLIDATA-INCOME).
003800     03  DATAMLA-ALERT-AMOUNT            PIC S9(13)V99
003900                                         SIGN IS LEADING SEPARATE.
004000*         Amount behind the rule: high-risk spend (HRMC), total
004100*         of the near-line postings (STRC) or the month's spend
004200*         (INCM).
004300     03  DATAMLA-ALERT-TXN-COUNT         PIC 9(05).
004400*         Postings behind the alert amount.
004500     03  DATAMLA-MONTH-SPEND             PIC S9(13)V99
004600                                         SIGN IS LEADING SEPARATE.
004700*         All debit postings of the month for the account.
004800     03  DATAMLA-RUN-DATE                PIC 9(08).
004900*         Run date the alert was raised (YYYYMMDD).
005000     03  FILLER                          PIC X(09).
005100*---------------------------------------------------------------*
005200*                      END OF COPYBOOK                          *
005300*---------------------------------------------------------------*
