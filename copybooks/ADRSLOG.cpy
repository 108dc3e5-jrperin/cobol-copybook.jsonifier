000100******************************************************************
000200*                    COPYBOOK - ADRSLOG                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : INSURANCE CANCELLATION SENT-LOG RECORD           *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER COVERAGE CANCELLATION ADR034C HAS SENT TO    *
000700*    THE INSURER, CARRIED RUN OVER RUN (.NEW SWAP) SO A CLOSED   *
000800*    ACCOUNT WHOSE COVERAGE STAYS ON THE DATA2 FEED IS NOT       *
000900*    CANCELLED AND REFUNDED AGAIN EACH NIGHT. A RECORD IS        *
001000*    RETIRED ONCE IT IS OLDER THAN THE RETENTION PERIOD.         *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  :ADRSLOG:-RECORD.
001400     03  :ADRSLOG:-KEY.
001500         05  :ADRSLOG:-ACCOUNT-NUMBER    PIC X(19).
001600*             Card account the coverage belonged to.
001700         05  :ADRSLOG:-COVERAGE-TYPE     PIC X(02).
001800*             TIP-COBR-SEGR.
001900         05  :ADRSLOG:-START-DATE        PIC 9(08).
002000*             DAT-INI-COBR-SEGR (YYYYMMDD).
002100     03  :ADRSLOG:-CANCEL-DATE           PIC 9(08).
002200*         Cancellation date sent (YYYYMMDD).
002300     03  :ADRSLOG:-REFUND-AMOUNT         PIC 9(07)V99.
002400*         Refund instructed to the processor.
002500     03  :ADRSLOG:-SENT-DATE             PIC 9(08).
002600*         Run date the cancellation was sent (YYYYMMDD).
002700     03  FILLER                          PIC X(26).
002800*---------------------------------------------------------------*
002900*                      END OF COPYBOOK                          *
003000*---------------------------------------------------------------*
