000100******************************************************************
000200*                    COPYBOOK - DATCAPM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : REVOLVING-DEBT INTEREST-AND-FEE CAP MASTER       *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ORG AND ACCOUNT, CARRIED ACROSS CYCLES BY    *
000700*    DAT021C. EVERY ACCOUNT WITH A RECAP HOLDS THE AMOUNT DUE OF *
000800*    ITS LAST STATEMENT SO THE NEXT STATEMENT'S PAYMENTS CAN BE  *
000900*    MEASURED AGAINST IT. WHEN A STATEMENT IS PAID SHORT OF THAT *
001000*    AMOUNT THE ACCOUNT STARTS REVOLVING: THE UNPAID PRINCIPAL   *
001100*    IS FROZEN AND EVERY LATER STATEMENT'S FINANCE CHARGES AND   *
001200*    FEES ARE ADDED UP AGAINST IT UNTIL THE BALANCE IS PAID OFF. *
001300*  LENGTH: 120 BYTES                                             *
001400******************************************************************
001500 01  :DATCAPM:-RECORD.
001600     03  :DATCAPM:-KEY.
001700         05  :DATCAPM:-ORG               PIC 999.
001800*             Organization code.
001900         05  :DATCAPM:-ACCT              PIC X(19).
002000*             Account number.
002100     03  :DATCAPM:-STATUS                PIC X(01).
002200         88  :DATCAPM:-REVOLVING               VALUE 'R'.
002300         88  :DATCAPM:-NOT-REVOLVING           VALUE 'N'.
002400     03  :DATCAPM:-LAST-STMT-ID          PIC 9(07).
002500*         Statement id of the last recap applied (a rerun of the
002600*         same recap is not counted twice).
002700     03  :DATCAPM:-LAST-STMT-DATE        PIC 9(08).
002800*         Statement date of the last recap applied, YYYYMMDD.
002900     03  :DATCAPM:-LAST-AMOUNT-DUE       PIC S9(13)V99
003000                                         SIGN IS LEADING SEPARATE.
003100*         CLIDATA PAYMENT-TOTAL-AMOUNT-DUE for the last statement
003200*         (zero when the account was not on CLIDATA that night).
003300     03  :DATCAPM:-OPEN-STMT-DATE        PIC 9(08).
003400*         Statement date the account started revolving (zero when
003500*         not revolving).
003600     03  :DATCAPM:-PRINCIPAL-AMT         PIC S9(13)V99
003700                                         SIGN IS LEADING SEPARATE.
003800*         Original principal: the balance brought forward on the
003900*         short-paid statement less the payments credited on it.
004000     03  :DATCAPM:-CHARGES-AMT           PIC S9(13)V99
004100                                         SIGN IS LEADING SEPARATE.
004200*         Finance charges and fees of every later statement.
004300     03  :DATCAPM:-STMTS-ACCUMULATED     PIC 9(03).
004400*         Number of statements added into CHARGES-AMT.
004500     03  FILLER                          PIC X(23).
004600*---------------------------------------------------------------*
004700*                      END OF COPYBOOK                          *
004800*---------------------------------------------------------------*
