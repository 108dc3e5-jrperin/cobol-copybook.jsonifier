000100******************************************************************
000200*                    COPYBOOK - MAFXFER                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : WELL OPERATOR-TRANSFER LOG ENTRY                 *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY IS WRITTEN BY MAF011T FOR EVERY WELL WHOSE        *
000700*    MAF016-OPERATOR CHANGED BETWEEN THE PRIOR MASTER AND        *
000800*    TONIGHT'S EXTRACT. THE LOG IS CUMULATIVE (DISP=MOD), SO A   *
000900*    WELL'S TRANSFERS ON RECORD ARE ONE FILE READ FOR THE        *
001000*    TITLE-SEARCH INQUIRY INSTEAD OF A SEARCH OF OLD REPORTS.    *
001100*  LENGTH: 100 BYTES                                             *
001200******************************************************************
001300 01  MAFXFER-ENTRY.
001400     03  MAFXFER-QUAD-NUM                PIC 9(07).
001500     03  MAFXFER-API-NUM                 PIC 9(08).
001600*         Well identity, from the master key.
001700     03  MAFXFER-OLD-OPERATOR            PIC X(32).
001800*         Operator on the prior master.
001900     03  MAFXFER-NEW-OPERATOR            PIC X(32).
002000*         Operator on tonight's extract.
002100     03  MAFXFER-RUN-DATE                PIC 9(08).
002200*         Date the transfer was detected (YYYYMMDD).
002300     03  FILLER                          PIC X(13).
002400*---------------------------------------------------------------*
002500*                      END OF COPYBOOK                          *
002600*---------------------------------------------------------------*
