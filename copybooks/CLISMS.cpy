002000*         SMS cellphone, from CLIDATA-MG-CELLPHONE-SMS.
002100     03  CLISMS-PAYMENT-DUE-DATE         PIC 9(08).
002200*         Payment due date (YYYYMMDD).
002210*         Moved to the next business day when the contractual
002220*         date falls on a weekend or a bank holiday.
002300     03  CLISMS-AMOUNT-DUE               PIC 9(17).
002400*         Total payment amount due.
002500     03  CLISMS-SMS-PACKAGE-CODE         PIC 9(02).
