000100******************************************************************
000200*                    COPYBOOK - LMGMAST                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : LINE-MANAGEMENT UTILIZATION HISTORY RECORD       *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT SEEN BY CLI073L, IN ACCOUNT NUMBER   *
000700*    ORDER, CARRIED MONTH OVER MONTH (.NEW SWAP). THE RUN OF     *
000800*    CONSECUTIVE MONTH-ENDS AT OR ABOVE THE UTILIZATION LINE     *
000900*    TELLS SUSTAINED USE FROM A ONE-MONTH SPIKE.                 *
001000*  LENGTH: 50 BYTES                                              *
001100******************************************************************
001200 01  :LMGMAST:-RECORD.
001300     03  :LMGMAST:-ACCOUNT-NUMBER        PIC X(19).
001400     03  :LMGMAST:-LAST-MONTH            PIC 9(06).
001500*         Month of the last run that saw the account (YYYYMM).
001600     03  :LMGMAST:-HIGH-UTIL-MONTHS      PIC 9(02).
001700*         Consecutive month-ends at or above the line.
001800     03  :LMGMAST:-LAST-UTIL-PCT         PIC 9(03).
001900*         Utilization at the last month-end (whole percent).
002000     03  FILLER                          PIC X(20).
002100*---------------------------------------------------------------*
002200*                      END OF COPYBOOK                          *
002300*---------------------------------------------------------------*
