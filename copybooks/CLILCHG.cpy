000100******************************************************************
000200*                    COPYBOOK - CLILCHG                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CREDIT-LIMIT CHANGE REQUEST TO THE PROCESSOR     *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER APPROVED LINE-MANAGEMENT PROPOSAL WRITTEN BY  *
000700*    CLI073L, UNDER THE STANDARD EXTRACT ENVELOPE (HEADER AND    *
000800*    TRAILER, EXTENVL). THE TRAILER BALANCE IS THE SUM OF THE    *
000900*    NEW LIMITS REQUESTED.                                       *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  CLILCHG-ENTRY.
001300     03  CLILCHG-ACCOUNT-NUMBER          PIC X(19).
001400     03  CLILCHG-COMPANY-CODE            PIC 9(03).
001500     03  CLILCHG-LOGO                    PIC 9(03).
001600     03  CLILCHG-PRODUCT-CODE            PIC 9(03).
001700     03  CLILCHG-ACTION                  PIC X(01).
001800         88  CLILCHG-INCREASE              VALUE 'I'.
001900         88  CLILCHG-DECREASE              VALUE 'D'.
002000     03  CLILCHG-REASON-CODE             PIC X(04).
002100         88  CLILCHG-REASON-GOOD           VALUE 'GOOD'.
002200*             Increase - rising score, sustained use, clean
002300*             payment history, headroom under the multiple.
002400         88  CLILCHG-REASON-SCORE          VALUE 'SCOR'.
002500*             Decrease - behavior score deteriorating.
002600         88  CLILCHG-REASON-INACTIVE       VALUE 'INAC'.
002700*             Decrease - long inactivity.
002800         88  CLILCHG-REASON-INCOME         VALUE 'LTI '.
002900*             Decrease - limit far above declared income.
003000     03  CLILCHG-OLD-LIMIT               PIC 9(17).
003100     03  CLILCHG-NEW-LIMIT               PIC 9(17).
003200*         Limits in cents.
003300     03  CLILCHG-EFFECTIVE-DATE          PIC 9(08).
003400     03  CLILCHG-BEHAVIOR-SCORE          PIC 9(03).
003500     03  FILLER                          PIC X(22).
003600*---------------------------------------------------------------*
003700*                      END OF COPYBOOK                          *
003800*---------------------------------------------------------------*
