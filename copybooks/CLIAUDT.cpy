000700*    EVERY TIME A SENSITIVE FIELD (CREDIT-LIMIT, BLOCK-CODE-1,   *
000800*    PEP-CODE, RECORD-STATUS) CHANGES VALUE BETWEEN RUNS, SO     *
000900*    "WHAT WAS THIS ACCOUNT'S LIMIT LAST TUESDAY" IS A FILE      *
001000*    READ INSTEAD OF A TAPE RESTORE. THE MAKER-CHECKER           *
001010*    CORRECTION STEP ALSO WRITES ONE ENTRY PER CORRECTION IT     *
001020*    APPLIES, WITH THE CORRECTION FIELD CODE AND THE IDS OF THE  *
001030*    OPERATOR WHO KEYED IT AND THE ONE WHO APPROVED IT. VALUES   *
001040*    LONGER THAN 17 BYTES ARE CARRIED TRUNCATED.                 *
001100*  LENGTH: 100 BYTES                                             *
001200******************************************************************
001300 01  CLIAUDT-ENTRY.
001800         88  CLIAUDT-IS-BLOCK-CODE-1       VALUE 'BLKCODE1'.
001900         88  CLIAUDT-IS-PEP-CODE           VALUE 'PEPCODE '.
002000         88  CLIAUDT-IS-RECORD-STATUS      VALUE 'RECSTAT '.
002100*         Which sensitive field changed, or the CLICORR
002110*         field code of an applied correction.
002200     03  CLIAUDT-OLD-VALUE               PIC X(17).
002300*         Field value on the master before this run.
002400     03  CLIAUDT-NEW-VALUE               PIC X(17).
002500*         Field value on tonight's transmission, or the
002510*         corrected value.
002600     03  CLIAUDT-RUN-DATE                PIC 9(08).
002700*         Date the change was applied (YYYYMMDD).
002800     03  CLIAUDT-RUN-TIME                PIC 9(06).
002900*         Time the change was applied (HHMMSS).
002910     03  CLIAUDT-MAKER-ID                PIC X(08).
002920*         Operator who keyed the correction; spaces on a
002930*         transmission change.
002940     03  CLIAUDT-CHECKER-ID              PIC X(08).
002950*         Operator who approved the correction; spaces on a
002960*         transmission change.
003000     03  FILLER                          PIC X(09).
003100*---------------------------------------------------------------*
003200*                      END OF COPYBOOK                          *
003300*---------------------------------------------------------------*
