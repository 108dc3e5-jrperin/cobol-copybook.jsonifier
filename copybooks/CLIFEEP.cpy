000100******************************************************************
000200*                    COPYBOOK - CLIFEEP                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ANNUAL-FEE PENDING-BILLING MASTER RECORD         *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER ANNUAL-FEE ASSESSMENT WAITING TO BE SEEN     *
000700*    BILLED ON THE DATTXNX EXTRACT. CARRIED RUN OVER RUN BY      *
000800*    DAT016F (.NEW SWAP); A RECORD IS DROPPED WHEN THE FEE IS    *
000900*    BILLED, OR WHEN THE BILLING WINDOW CLOSES WITH NOTHING      *
001000*    BILLED.                                                     *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  :CLIFEEP:-RECORD.
001400     03  :CLIFEEP:-ACCOUNT-NUMBER        PIC X(19).
001500*         Client account number.
001600     03  :CLIFEEP:-CARD-FEE-DATE         PIC 9(08).
001700*         CLIDATA-CARD-FEE-DATE the anniversary came from.
001800     03  :CLIFEEP:-EXPECTED-FEE          PIC 9(07)V99.
001900*         Net fee CLI066F assessed (zero when waived).
002000     03  :CLIFEEP:-WAIVER-CODE           PIC X(04).
002100*         CLIFEEA-WAIVER-CODE of the assessment.
002200     03  :CLIFEEP:-ASSESS-DATE           PIC 9(08).
002300*         Run date of the assessment (YYYYMMDD).
002400     03  FILLER                          PIC X(32).
002500*---------------------------------------------------------------*
002600*                      END OF COPYBOOK                          *
002700*---------------------------------------------------------------*
