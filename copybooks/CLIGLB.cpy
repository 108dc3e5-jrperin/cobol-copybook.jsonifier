000100******************************************************************
000200*                    COPYBOOK - CLIGLB                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : RECEIVABLES GL CLOSING-BALANCE MASTER RECORD     *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER COMPANY / LOGO / PRODUCT HOLDING THE         *
000700*    CLOSING BALANCES LAST JOURNALED BY CLI070G, IN KEY ORDER,   *
000800*    CARRIED RUN OVER RUN (.NEW SWAP) AS THE OPENING BALANCES    *
000900*    OF THE NEXT DAY'S MOVEMENT REPORT.                          *
001000*  LENGTH: 80 BYTES                                              *
001100******************************************************************
001200 01  :CLIGLB:-RECORD.
001300     03  :CLIGLB:-KEY.
001400         05  :CLIGLB:-COMPANY-CODE       PIC 9(03).
001500         05  :CLIGLB:-LOGO               PIC 9(03).
001600         05  :CLIGLB:-PRODUCT-CODE       PIC 9(03).
001700     03  :CLIGLB:-BUSINESS-DATE          PIC 9(08).
001800*         Run date the balances were closed (YYYYMMDD).
001900     03  :CLIGLB:-RECEIVABLE-BAL         PIC 9(17).
002000*         Closing receivable balance (cents).
002100     03  :CLIGLB:-CASH-ADVANCE-BAL       PIC 9(17).
002200*         Closing cash-advance balance (cents).
002300     03  FILLER                          PIC X(29).
002400*---------------------------------------------------------------*
002500*                      END OF COPYBOOK                          *
002600*---------------------------------------------------------------*
