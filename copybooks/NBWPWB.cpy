000100******************************************************************
000200*                    COPYBOOK - NBWPWB                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PRE-WINDOW BACKUP LIST / MANIFEST RECORD         *
000500*----------------------------------------------------------------*
000600*    THE BACKUP LIST (PRODBAT.PARMLIB.PWBLIST) CARRIES ONE       *
000700*    RECORD PER RUN-OVER-RUN MASTER THE NIGHTLY WINDOW UPDATES:  *
000800*    EVERY MASTER THE WINDOW WRITES A .NEW SUCCESSOR FOR, THE    *
000900*    KEYED MASTERS IT UPDATES IN PLACE (CLIDATA.KEYED,           *
001000*    CLIDATA.CONTLEDG, VQOEM.KEYED), THE CUMULATIVE FILES IT     *
001100*    APPENDS TO (CLIACPT, CLIAUDT, CLIAUPL, CBAUDIT, STMTARCH,   *
001200*    MAFXFER, DATAHIST) AND THE UNDATED INPUTS A REPLAY NEEDS    *
001300*    (COMPLNCE.WATCHLST). A MASTER ADDED TO THE WINDOW IS ADDED  *
001400*    TO THE LIST. BEFORE THE WINDOW RUNS, EVERY LISTED DATASET   *
001500*    IS COPIED TO PRODBAT.PWB.DYYMMDD.<NAME LESS PRODBAT.> AND   *
001600*    THE SAME LAYOUT, WITH THE RECORD COUNT FILLED IN, IS        *
001700*    WRITTEN AS THAT NIGHT'S MANIFEST                            *
001800*    (PRODBAT.PWB.DYYMMDD.MANIFEST). THE ROLLBACK JOB RESTORES   *
001900*    FROM THE MANIFEST, NOT FROM THE LIST, SO IT PUTS BACK       *
002000*    EXACTLY WHAT WAS TAKEN THAT NIGHT.                          *
002100*  LENGTH: 80 BYTES                                              *
002200******************************************************************
002300 01  NBWPWB-RECORD.
002400     03  NBWPWB-DSNAME                   PIC X(44).
002500*         Production dataset name, starting 'PRODBAT.'. The
002600*         backup name must fit 44 bytes, so the rest of the
002700*         name is at most 24 bytes.
002800     03  NBWPWB-DSORG                    PIC X(01).
002900*         How the dataset is copied and put back.
003000         88  NBWPWB-KSDS                   VALUE 'K'.
003100         88  NBWPWB-SEQUENTIAL             VALUE 'S'.
003200     03  NBWPWB-SWAP-SW                  PIC X(01).
003300*         Does the window write a .NEW successor the operator
003400*         swaps in. A rollback deletes the .NEW so the rerun
003500*         can allocate it again.
003600         88  NBWPWB-HAS-NEW                VALUE 'Y'.
003700         88  NBWPWB-NO-NEW                 VALUE 'N'.
003800     03  NBWPWB-KEY-LENGTH               PIC 9(03).
003900*         KSDS only: key length, for the cluster re-define.
004000     03  NBWPWB-KEY-OFFSET               PIC 9(04).
004100*         KSDS only: key offset.
004200     03  NBWPWB-RECORD-SIZE              PIC 9(05).
004300*         KSDS only: record size (also the unload LRECL).
004400     03  NBWPWB-SPACE-CYLS               PIC 9(04).
004500*         KSDS only: primary cylinders for the unload and the
004600*         re-define.
004700     03  NBWPWB-RECORD-COUNT             PIC 9(09).
004800*         Manifest only: records copied to the backup. Zero on
004900*         the list.
005000     03  FILLER                          PIC X(09).
005100*---------------------------------------------------------------*
005200*                      END OF COPYBOOK                          *
005300*---------------------------------------------------------------*
