000100******************************************************************
000200*                    COPYBOOK - CLIALOG                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PERSONAL-DATA ACCESS LOG RECORD                  *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER REQUEST MADE OF A TRANSACTION THAT SHOWS A   *
000700*    CLIENT'S PERSONAL DATA - THE ADR025Q AND CLI039Q            *
000800*    INQUIRIES, THE CLI053Q AUDIT-HISTORY AND CLI077Q CONTACT    *
000900*    LEDGER INQUIRIES, THE ADR026D SUBJECT DOSSIER AND THE       *
001000*    DAT009R STATEMENT REPRINT. EVERY REQUEST CARD FOR THOSE     *
001100*    TRANSACTIONS CARRIES THE REQUESTER ID IN COLUMNS 61-68 AND  *
001200*    THE PURPOSE CODE IN COLUMNS 70-73; A CARD WITHOUT BOTH IS   *
001300*    REFUSED, AND THE REFUSAL IS LOGGED TOO. APPENDED TO         *
001400*    PRODBAT.CLIDATA.ACCESSLOG (DISP=MOD) BY EACH TRANSACTION;   *
001500*    READ BY CLI082S (ACCESSES TO ONE SUBJECT'S DATA) AND        *
001600*    CLI083V (REQUESTER VOLUME BY ROLE).                         *
001700*  LENGTH: 150 BYTES                                             *
001800******************************************************************
001900 01  CLIALOG-RECORD.
002000     03  CLIALOG-ACCESS-DATE             PIC 9(08).
002100*         Date of the request (YYYYMMDD).
002200     03  CLIALOG-ACCESS-TIME             PIC 9(06).
002300*         Time of the request (HHMMSS).
002400     03  CLIALOG-PROGRAM-ID              PIC X(08).
002500*         Transaction that served the request.
002600     03  CLIALOG-REQUESTER-ID            PIC X(08).
002700*         Requester from the request card.
002800     03  CLIALOG-PURPOSE                 PIC X(04).
002900*         Purpose code from the request card.
003000         88  CLIALOG-PURPOSE-VALID         VALUE 'CSRV' 'FRAU'
003100                                                 'LEGL' 'COLL'
003200                                                 'DSAR' 'AUDT'
003300                                                 'CRED'.
003400         88  CLIALOG-PURPOSE-SERVICE       VALUE 'CSRV'.
003500*             Customer service, client on the line.
003600         88  CLIALOG-PURPOSE-FRAUD         VALUE 'FRAU'.
003700*             Fraud investigation.
003800         88  CLIALOG-PURPOSE-LEGAL         VALUE 'LEGL'.
003900*             Subpoena or court order.
004000         88  CLIALOG-PURPOSE-COLLECTIONS   VALUE 'COLL'.
004100*             Collections.
004200         88  CLIALOG-PURPOSE-SUBJECT       VALUE 'DSAR'.
004300*             Request by the data subject.
004400         88  CLIALOG-PURPOSE-AUDIT         VALUE 'AUDT'.
004500*             Internal audit or compliance review.
004600         88  CLIALOG-PURPOSE-CREDIT        VALUE 'CRED'.
004700*             Credit analysis.
004800     03  CLIALOG-OUTCOME                 PIC X(01).
004900         88  CLIALOG-SHOWN                 VALUE 'S'.
005000*             Data found and shown.
005100         88  CLIALOG-NOT-ON-FILE           VALUE 'N'.
005200*             Key asked for, nothing on file to show.
005300         88  CLIALOG-REFUSED               VALUE 'R'.
005400*             No requester or no valid purpose - nothing shown.
005500     03  CLIALOG-SUBJECT-KEY             PIC X(19).
005600*         Account / NUM-CLI asked for.
005700     03  CLIALOG-SUBJECT-DOC             PIC X(14).
005800*         Client CPF/CNPJ, where the transaction read a record
005900*         carrying it; spaces otherwise.
006000     03  CLIALOG-DETAIL                  PIC X(40).
006100*         What was shown: sections, statement date, date range.
006200     03  FILLER                          PIC X(42).
006300*---------------------------------------------------------------*
006400*                      END OF COPYBOOK                          *
006500*---------------------------------------------------------------*
