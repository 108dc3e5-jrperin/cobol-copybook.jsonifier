000100******************************************************************
000200*                    COPYBOOK - CLICRMS                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : MAKER-CHECKER CORRECTION MASTER                  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER CORRECTION CLI081C IS STILL TRACKING, IN     *
000700*    ACCOUNT / CORRECTION-ID ORDER, CARRIED RUN OVER RUN (.NEW   *
000800*    SWAP). A CORRECTION WAITS HERE FOR ITS CHECKER, THEN AFTER  *
000900*    IT IS APPLIED IS WATCHED FOR A FEW NIGHTS IN CASE THE NEXT  *
001000*    TRANSMISSION OVERWRITES IT. REJECTED, EXPIRED, CONFIRMED    *
001100*    AND OVERWRITTEN CORRECTIONS ARE REPORTED AND DROPPED.       *
001200*  LENGTH: 200 BYTES                                             *
001300******************************************************************
001400 01  :CLICRMS:-RECORD.
001500     03  :CLICRMS:-ACCOUNT-NUMBER        PIC X(19).
001600*         CLIDATA-ACCOUNT-NUMBER being corrected.
001700     03  :CLICRMS:-CORR-ID               PIC X(12).
001800*         CLICORR-CORR-ID.
001900     03  :CLICRMS:-FIELD-CODE            PIC X(08).
002000*         CLICORR-FIELD-CODE.
002100     03  :CLICRMS:-STATUS                PIC X(01).
002200         88  :CLICRMS:-PENDING             VALUE 'P'.
002300*             Keyed and validated, waiting for the checker.
002400         88  :CLICRMS:-APPROVED            VALUE 'K'.
002500*             Approved tonight, not yet applied (in-run only).
002600         88  :CLICRMS:-APPLIED             VALUE 'A'.
002700*             On the master, watched against the transmission.
002800         88  :CLICRMS:-CLOSED              VALUE 'X'.
002900*             Finished with; not written back (in-run only).
003000     03  :CLICRMS:-NEW-VALUE             PIC X(60).
003100*         Corrected value.
003200     03  :CLICRMS:-OLD-VALUE             PIC X(60).
003300*         Master value the correction replaced (once applied).
003400     03  :CLICRMS:-MAKER-ID              PIC X(08).
003500*         Operator who keyed the correction.
003600     03  :CLICRMS:-CHECKER-ID            PIC X(08).
003700*         Operator who approved it.
003800     03  :CLICRMS:-REASON-CODE           PIC X(04).
003900*         CLICORR-REASON-CODE.
004000     03  :CLICRMS:-KEYED-DATE            PIC 9(08).
004100*         Date the maker keyed it (YYYYMMDD).
004200     03  :CLICRMS:-APPLIED-DATE          PIC 9(08).
004300*         Business date it was applied (YYYYMMDD), zero while
004400*         pending.
004500     03  FILLER                          PIC X(04).
004600*---------------------------------------------------------------*
004700*                      END OF COPYBOOK                          *
004800*---------------------------------------------------------------*
