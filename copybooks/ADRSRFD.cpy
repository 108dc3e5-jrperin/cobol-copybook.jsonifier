000100******************************************************************
000200*                    COPYBOOK - ADRSRFD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : INSURANCE PREMIUM REFUND INSTRUCTION             *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER CANCELLED COVERAGE WITH UNEARNED PREMIUM,     *
000700*    SENT TO THE PROCESSOR AS THE CREDIT TO POST TO THE CARD     *
000800*    ACCOUNT. THE REFUND IS THE MONTHLY PREMIUM PRO RATA TO THE  *
000900*    DAYS OF THE CURRENT BILLING MONTH (ANCHORED ON THE          *
001000*    COVERAGE START DAY) LEFT AFTER THE CANCELLATION DATE. THE   *
001100*    FILE CARRIES THE STANDARD EXTENVL HEADER AND TRAILER.       *
001200*  LENGTH: 100 BYTES                                             *
001300******************************************************************
001400 01  ADRSRFD-ENTRY.
001500     03  ADRSRFD-ACCOUNT-NUMBER          PIC X(19).
001600*         Card account to credit.
001700     03  ADRSRFD-COVERAGE-TYPE           PIC X(02).
001800*         TIP-COBR-SEGR of the cancelled coverage.
001900     03  ADRSRFD-START-DATE              PIC 9(08).
002000*         DAT-INI-COBR-SEGR (YYYYMMDD).
002100     03  ADRSRFD-CANCEL-DATE             PIC 9(08).
002200*         Date the coverage ended (YYYYMMDD).
002300     03  ADRSRFD-PERIOD-FROM             PIC 9(08).
002400     03  ADRSRFD-PERIOD-TO               PIC 9(08).
002500*         Billing month the refund is taken from (YYYYMMDD),
002600*         the TO date being the next billing anniversary.
002700     03  ADRSRFD-PERIOD-DAYS             PIC 9(03).
002800*         Days in the billing month.
002900     03  ADRSRFD-UNEARNED-DAYS           PIC 9(03).
003000*         Days from the cancellation date to the PERIOD-TO.
003100     03  ADRSRFD-MONTHLY-PREMIUM         PIC 9(07)V99.
003200*         VLR-IMPT-SEGR billed for the month.
003300     03  ADRSRFD-REFUND-AMOUNT           PIC 9(07)V99.
003400*         Credit to post (premium x unearned / period days).
003500     03  ADRSRFD-RUN-DATE                PIC 9(08).
003600*         Date the instruction was written (YYYYMMDD).
003700     03  FILLER                          PIC X(15).
003800*---------------------------------------------------------------*
003900*                      END OF COPYBOOK                          *
004000*---------------------------------------------------------------*
