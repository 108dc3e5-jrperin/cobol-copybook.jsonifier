000100******************************************************************
000200*                    COPYBOOK - AMLDCRD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : AML ALERT DISPOSITION DECISION CARD              *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER ANALYST DECISION ON AN AML ALERT, RETURNED BY  *
000700*    COMPLIANCE. DAT020K APPLIES EACH CARD TO THE MATCHING       *
000800*    PENDING ALERT ON THE DISPOSITION MASTER. A CARD WITH A      *
000900*    ZERO DECISION DATE IS STAMPED WITH THE RUN DATE.            *
001000*  LENGTH: 80 BYTES                                              *
001100******************************************************************
001200 01  AMLDCRD-CARD.
001300     03  AMLDCRD-KEY.
001400         05  AMLDCRD-ORG                 PIC 999.
001500         05  AMLDCRD-ACCT                PIC X(19).
001600         05  AMLDCRD-ALERT-MONTH         PIC 9(06).
001700         05  AMLDCRD-RULE                PIC X(04).
001800*             Alert being decided (DATAMLA-KEY).
001900     03  AMLDCRD-DECISION                PIC X(01).
002000*         Analyst decision: S suspicious (communicate to COAF),
002100*         N not suspicious.
002200     03  AMLDCRD-DECISION-DATE           PIC 9(08).
002300*         Decision date (YYYYMMDD), zero for the run date.
002400     03  AMLDCRD-ANALYST-ID              PIC X(08).
002500*         Analyst who decided the alert.
002600     03  FILLER                          PIC X(31).
002700*---------------------------------------------------------------*
002800*                      END OF COPYBOOK                          *
002900*---------------------------------------------------------------*
