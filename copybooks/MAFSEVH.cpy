000100******************************************************************
000200*                    COPYBOOK - MAFSEVH                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PER-OPERATOR SEVERANCE/ROYALTY ESTIMATE HISTORY  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER OPERATOR ESTIMATED BY THE MONTH-END RUN,     *
000700*    CARRIED MONTH OVER MONTH BY MAF019T. HOLDS THE LATEST       *
000800*    MONTH ESTIMATED AND THE MONTH BEFORE IT, SO A RE-RUN OF     *
000900*    THE SAME MONTH STILL COMPARES AGAINST THE PRIOR MONTH.      *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  :MAFSEVH:-RECORD.
001300     03  :MAFSEVH:-OPERATOR              PIC X(32).
001400*         Operator, as MAF016-OPERATOR reads on the master.
001500     03  :MAFSEVH:-LAST-MONTH            PIC 9(06).
001600*         Latest production month estimated (YYYYMM).
001700     03  :MAFSEVH:-LAST-SEV-TAX          PIC 9(11)V99.
001800     03  :MAFSEVH:-LAST-ROYALTY          PIC 9(11)V99.
001900*         Severance tax and royalty estimated for LAST-MONTH.
002000     03  :MAFSEVH:-PREV-MONTH            PIC 9(06).
002100*         The month estimated before LAST-MONTH, zero if none.
002200     03  :MAFSEVH:-PREV-SEV-TAX          PIC 9(11)V99.
002300     03  :MAFSEVH:-PREV-ROYALTY          PIC 9(11)V99.
002400*         Severance tax and royalty estimated for PREV-MONTH.
002500     03  FILLER                          PIC X(04).
002600*---------------------------------------------------------------*
002700*                      END OF COPYBOOK                          *
002800*---------------------------------------------------------------*
