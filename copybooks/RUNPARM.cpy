001400 01  RUNPARM-RECORD.
001500     03  RUNPARM-PROGRAM-ID              PIC X(08).
001600*         Program the parameter applies to (e.g. 'DAT004K ').
001610*         'REPLAY  ' applies to every replay-capable program:
001620*         key 'BUSDATE ' with the replayed business date
001630*         (YYYYMMDD) runs the program as a replay of that
001640*         date - see the REPLAY job.
001700     03  RUNPARM-KEY                     PIC X(08).
001800*         Parameter name, agreed per program:
001900*           'CKPTINTV' - checkpoint interval     (DAT004K,
