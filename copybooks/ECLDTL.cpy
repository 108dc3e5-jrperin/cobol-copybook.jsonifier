000100******************************************************************
000200*                    COPYBOOK - ECLDTL                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PER-ACCOUNT PROVISION DETAIL FOR FINANCE         *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER ACCOUNT PROVISIONED AT MONTH END, INSIDE THE  *
000700*    STANDARD EXTENVL ENVELOPE. THE TRAILER BALANCE TOTAL IS     *
000800*    THE SUM OF PROVISION.                                       *
000900*  LENGTH: 120 BYTES                                             *
001000******************************************************************
001100 01  ECLDTL-ENTRY.
001200     03  ECLDTL-ACCOUNT-NUMBER           PIC X(19).
001300     03  ECLDTL-COMPANY-CODE             PIC 9(03).
001400     03  ECLDTL-PRODUCT-CODE             PIC 9(03).
001500     03  ECLDTL-PROVISION-MONTH          PIC 9(06).
001600*         Month provisioned (YYYYMM).
001700     03  ECLDTL-STAGE                    PIC 9(01).
001800     03  ECLDTL-PRIOR-STAGE              PIC 9(01).
001900*         Last month's stage, zero for an account new to the
002000*         provision.
002100     03  ECLDTL-STAGE-REASON             PIC X(04).
002200         88  ECLDTL-REASON-DELINQ-3        VALUE 'DLQ3'.
002300         88  ECLDTL-REASON-BLOCK           VALUE 'BLK3'.
002400         88  ECLDTL-REASON-DELINQ-2        VALUE 'DLQ2'.
002500         88  ECLDTL-REASON-REFINANCED      VALUE 'REFI'.
002600         88  ECLDTL-REASON-SCORE-DROP      VALUE 'SCOR'.
002700         88  ECLDTL-REASON-PERFORMING      VALUE 'PERF'.
002800     03  ECLDTL-BEHAVIOR-SCORE           PIC 9(03).
002900     03  ECLDTL-BALANCE                  PIC 9(17).
003000*         CURRENT-BALANCE (cents).
003100     03  ECLDTL-EAD                      PIC 9(17).
003200*         Balance plus the credit-converted undrawn limit.
003300     03  ECLDTL-PD-PCT                   PIC 9(03)V9(04).
003400     03  ECLDTL-LGD-PCT                  PIC 9(03)V9(04).
003500     03  ECLDTL-PROVISION                PIC 9(17).
003600*         EAD x PD x LGD (cents).
003700     03  FILLER                          PIC X(15).
003800*---------------------------------------------------------------*
003900*                      END OF COPYBOOK                          *
004000*---------------------------------------------------------------*
