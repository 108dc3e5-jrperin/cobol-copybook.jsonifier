000100******************************************************************
000200*                    COPYBOOK - LMGPOL                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CREDIT-LINE MANAGEMENT POLICY CARD               *
000500*----------------------------------------------------------------*
000600*    KEPT BY RISK ON PRODBAT.PARMLIB.LMGPOL AND READ BY THE      *
000700*    MONTHLY LINE-MANAGEMENT RUN (CLI073L). ONE CARD PER         *
000800*    ACTION AND BEHAVIOR-SCORE-1 BAND GIVING THE SIZE OF THE     *
000900*    PROPOSED CHANGE AS A PERCENTAGE OF THE CURRENT LIMIT,       *
001000*    WITH AN OPTIONAL CAP ON THE CHANGE AMOUNT.                  *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  LMGPOL-CARD.
001400     03  LMGPOL-ACTION                   PIC X(01).
001500         88  LMGPOL-INCREASE               VALUE 'I'.
001600         88  LMGPOL-DECREASE               VALUE 'D'.
001700     03  LMGPOL-SCORE-LOW                PIC 9(03).
001800     03  LMGPOL-SCORE-HIGH               PIC 9(03).
001900*         Inclusive BEHAVIOR-SCORE-1 band.
002000     03  LMGPOL-CHANGE-PCT               PIC 9(03).
002100*         Change as a whole percentage of the current limit.
002200     03  LMGPOL-MAX-CHANGE               PIC 9(17).
002300*         Largest change allowed (cents); zero = no cap.
002400     03  FILLER                          PIC X(53).
002500*---------------------------------------------------------------*
002600*                      END OF COPYBOOK                          *
002700*---------------------------------------------------------------*
