000100******************************************************************
000200*                    COPYBOOK - CLIGLJ                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : RECEIVABLES GENERAL-LEDGER JOURNAL ENTRY         *
000500*----------------------------------------------------------------*
000600*    NIGHTLY JOURNAL TO THE GENERAL LEDGER, ONE ENTRY PER        *
000700*    COMPANY / LOGO / PRODUCT AND ENTRY TYPE, INSIDE THE         *
000800*    STANDARD EXTENVL ENVELOPE. BALANCE ENTRIES CARRY THE        *
000900*    CLOSING RECEIVABLE AND CASH-ADVANCE BALANCES; MOVEMENT      *
001000*    ENTRIES CARRY THE DAY'S FINANCE CHARGES AND PAYMENTS. THE   *
001100*    TRAILER BALANCE TOTAL IS THE SUM OF THE RECEIVABLE BALANCE  *
001200*    ENTRIES, WHICH EQUALS THE CLIDATA HEADER CONTROL TOTAL.     *
001300*  LENGTH: 100 BYTES                                             *
001400******************************************************************
001500 01  CLIGLJ-ENTRY.
001600     03  CLIGLJ-POSTING-DATE             PIC 9(08).
001700*         Business date the entry posts to (YYYYMMDD).
001800     03  CLIGLJ-COMPANY-CODE             PIC 9(03).
001900*         Company, from CLIDATA-COMPANY-CODE.
002000     03  CLIGLJ-LOGO                     PIC 9(03).
002100*         Logo, from CLIDATA-LOGO.
002200     03  CLIGLJ-PRODUCT-CODE             PIC 9(03).
002300*         Product, from CLIDATA-PRODUCT-CODE.
002400     03  CLIGLJ-ENTRY-TYPE               PIC X(04).
002500         88  CLIGLJ-RECEIVABLE             VALUE 'RCVB'.
002600*             Closing receivable (CURRENT-BALANCE).
002700         88  CLIGLJ-CASH-ADVANCE           VALUE 'CADV'.
002800*             Closing cash-advance balance (CASH-CREDIT-LIMIT
002900*             less AVAILABLE-CASH-CREDIT).
003000         88  CLIGLJ-FINANCE-CHARGE         VALUE 'FINC'.
003100*             Finance charges from the DATA1 recaps.
003200         88  CLIGLJ-PAYMENT                VALUE 'PYMT'.
003300*             Payments from the DATA1 recaps.
003400     03  CLIGLJ-ENTRY-CLASS              PIC X(01).
003500         88  CLIGLJ-BALANCE                VALUE 'B'.
003600         88  CLIGLJ-MOVEMENT               VALUE 'M'.
003700     03  CLIGLJ-DR-CR                    PIC X(01).
003800         88  CLIGLJ-DEBIT                  VALUE 'D'.
003900         88  CLIGLJ-CREDIT                 VALUE 'C'.
004000     03  CLIGLJ-AMOUNT                   PIC 9(17).
004100*         Entry amount (cents), unsigned; DR-CR gives the side.
004200     03  CLIGLJ-SOURCE                   PIC X(08).
004300*         Feed the amount came from ('CLIDATA ' OR 'DATA1   ').
004400     03  FILLER                          PIC X(52).
004500*---------------------------------------------------------------*
004600*                      END OF COPYBOOK                          *
004700*---------------------------------------------------------------*
