000100******************************************************************
000200*                    COPYBOOK - CLIRNWM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CARD-RENEWAL ISSUED MASTER RECORD                *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER EXPIRING CARD CLI065R HAS ALREADY SENT TO    *
000700*    THE EMBOSSER, CARRIED RUN OVER RUN (.NEW SWAP) SO A CARD    *
000800*    WHOSE EXPIRATION SITS IN THE RENEWAL WINDOW FOR SEVERAL     *
000900*    NIGHTS IS RENEWED EXACTLY ONCE. A RECORD IS DROPPED ONCE    *
001000*    THE OLD EXPIRATION DATE HAS PASSED.                         *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  :CLIRNWM:-RECORD.
001400     03  :CLIRNWM:-KEY.
001500         05  :CLIRNWM:-ACCOUNT-NUMBER    PIC X(19).
001600*             Account whose card was renewed.
001700         05  :CLIRNWM:-OLD-EXPIRATION-DATE
001800                                         PIC 9(08).
001900*             Expiration date of the card that was replaced
002000*             (YYYYMMDD).
002100     03  :CLIRNWM:-NEW-EXPIRATION-DATE   PIC 9(08).
002200*         Expiration date embossed on the new plastic.
002300     03  :CLIRNWM:-ISSUE-DATE            PIC 9(08).
002400*         Date the embosser request was written (YYYYMMDD).
002500     03  FILLER                          PIC X(37).
002600*---------------------------------------------------------------*
002700*                      END OF COPYBOOK                          *
002800*---------------------------------------------------------------*
