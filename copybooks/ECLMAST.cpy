000100******************************************************************
000200*                    COPYBOOK - ECLMAST                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : MONTH-END PROVISION MASTER RECORD                *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ACCOUNT PROVISIONED BY CLI071P, IN ACCOUNT   *
000700*    NUMBER ORDER, CARRIED MONTH OVER MONTH (.NEW SWAP). LAST    *
000800*    MONTH'S STAGE, SCORE AND PROVISION DRIVE THIS MONTH'S       *
000900*    SCORE-DETERIORATION TEST AND THE MOVEMENT REPORT.           *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  :ECLMAST:-RECORD.
001300     03  :ECLMAST:-ACCOUNT-NUMBER        PIC X(19).
001400     03  :ECLMAST:-COMPANY-CODE          PIC 9(03).
001500     03  :ECLMAST:-PRODUCT-CODE          PIC 9(03).
001600     03  :ECLMAST:-PROVISION-MONTH       PIC 9(06).
001700*         Month provisioned (YYYYMM).
001800     03  :ECLMAST:-STAGE                 PIC 9(01).
001900     03  :ECLMAST:-BEHAVIOR-SCORE        PIC 9(03).
002000*         BEHAVIOR-SCORE-1 at month end.
002100     03  :ECLMAST:-EAD                   PIC 9(17).
002200*         Exposure at default (cents).
002300     03  :ECLMAST:-PROVISION             PIC 9(17).
002400*         Provision held (cents).
002500     03  FILLER                          PIC X(31).
002600*---------------------------------------------------------------*
002700*                      END OF COPYBOOK                          *
002800*---------------------------------------------------------------*
