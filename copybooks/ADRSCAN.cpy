000100******************************************************************
000200*                    COPYBOOK - ADRSCAN                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : INSURANCE COVERAGE CANCELLATION (INSURER FEED)   *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER DATA2-COBR-SEGR COVERAGE ITEM ENDED BECAUSE   *
000700*    THE CARD ACCOUNT CLOSED (CLOSED RECORD-STATUS, CLIEXCL      *
000800*    EXCLUSION OR A PERMANENT BLOCK CODE), SENT TO THE INSURER   *
000900*    SO THE COVERAGE STOPS BILLING. THE FILE CARRIES THE         *
001000*    STANDARD EXTENVL HEADER AND TRAILER; THE TRAILER BALANCE    *
001100*    IS THE TOTAL REFUND IN CENTS.                               *
001200*  LENGTH: 100 BYTES                                             *
001300******************************************************************
001400 01  ADRSCAN-ENTRY.
001500     03  ADRSCAN-ACCOUNT-NUMBER          PIC X(19).
001600*         Card account, from DATA2-NUM-CLI.
001700     03  ADRSCAN-COVERAGE-GROUP          PIC 9(01).
001800     03  ADRSCAN-COVERAGE-ITEM           PIC 9(01).
001900*         Occurrence of DATA2-COBR-SEGR and of its
002000*         ITEM-COBR-SEGR the coverage was carried in.
002100     03  ADRSCAN-COVERAGE-TYPE           PIC X(02).
002200*         TIP-COBR-SEGR ('VI' life, 'IN' disability,
002300*         'DE' unemployment).
002400     03  ADRSCAN-CONTACT-CHANNEL         PIC X(02).
002500*         IND-CANAL-CTT-SEC of the coverage group.
002600     03  ADRSCAN-START-DATE              PIC 9(08).
002700*         DAT-INI-COBR-SEGR (YYYYMMDD), zero when not carried.
002800     03  ADRSCAN-CANCEL-DATE             PIC 9(08).
002900*         Date the coverage ends (YYYYMMDD).
003000     03  ADRSCAN-CANCEL-REASON           PIC X(04).
003100         88  ADRSCAN-REASON-BLOCK          VALUE 'BLKP'.
003200*             Permanent block code (BLKREF class 'P').
003300         88  ADRSCAN-REASON-EXCLUDED       VALUE 'EXCL'.
003400*             Account on the CLIEXCL exclusion list.
003500         88  ADRSCAN-REASON-STATUS         VALUE 'STAT'.
003600*             Closed CLIDATA-RECORD-STATUS.
003700     03  ADRSCAN-CLOSURE-CODE            PIC X(05).
003800*         What closed the account: the BLKREF field id and
003900*         block code, the record status, or the CLIEXCL
004000*         record status and exclusion reason.
004100     03  ADRSCAN-MONTHLY-PREMIUM         PIC 9(07)V99.
004200*         VLR-IMPT-SEGR.
004300     03  ADRSCAN-REFUND-AMOUNT           PIC 9(07)V99.
004400*         Unearned premium refunded pro rata.
004500     03  ADRSCAN-RUN-DATE                PIC 9(08).
004600*         Date the cancellation was sent (YYYYMMDD).
004700     03  FILLER                          PIC X(24).
004800*---------------------------------------------------------------*
004900*                      END OF COPYBOOK                          *
005000*---------------------------------------------------------------*
