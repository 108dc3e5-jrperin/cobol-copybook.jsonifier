000100******************************************************************
000200*                    COPYBOOK - CLICLDG                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CUSTOMER CONTACT LEDGER RECORD                   *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER CONTACT SENT TO A CUSTOMER ON ANY OUTBOUND   *
000700*    CHANNEL - STATEMENT MAIL (CLIMAIL), CARD CARRIERS           *
000800*    (CLIRCAR), ADDRESS-CHANGE LETTERS (CLIMAILA), SMS PAYMENT   *
000900*    REMINDERS (CLISMS), E-INVOICE CAMPAIGN MAIL (CLIEINV) AND   *
001000*    THE COLLECTIONS DIALER QUEUE (CLIWRKQ). HELD ON A VSAM KSDS *
001100*    KEYED BY ACCOUNT AND CONTACT DATE, SO ONE ACCOUNT'S         *
001200*    CONTACTS FOR A PERIOD ARE READ IN ONE BROWSE. THE SOURCE    *
001300*    EXTRACT AND ITS RECORD NUMBER COMPLETE THE KEY, SO A RERUN  *
001400*    OF THE LOAD FINDS ITS CONTACTS ALREADY ON FILE.             *
001500*  LENGTH: 150 BYTES                                             *
001600******************************************************************
001700 01  CLICLDG-RECORD.
001800     03  CLICLDG-KEY.
001900         05  CLICLDG-ACCOUNT-NUMBER      PIC X(19).
002000*             Account contacted.
002100         05  CLICLDG-CONTACT-DATE        PIC 9(08).
002200*             Business date the contact was sent (YYYYMMDD).
002300         05  CLICLDG-SOURCE-ID           PIC X(08).
002400*             Extract the contact was taken from (its
002500*             EXTENVL file id, e.g. 'CLIMAIL ', 'CLISMS  ').
002600         05  CLICLDG-SOURCE-SEQ          PIC 9(07).
002700*             Record number of the contact within the extract.
002800     03  CLICLDG-CHANNEL                 PIC X(04).
002900         88  CLICLDG-CHANNEL-MAIL          VALUE 'MAIL'.
003000         88  CLICLDG-CHANNEL-SMS           VALUE 'SMS '.
003100         88  CLICLDG-CHANNEL-EMAIL         VALUE 'EMAL'.
003200         88  CLICLDG-CHANNEL-DIALER        VALUE 'DIAL'.
003300     03  CLICLDG-PURPOSE                 PIC X(04).
003400         88  CLICLDG-PURPOSE-STATEMENT     VALUE 'STMT'.
003500         88  CLICLDG-PURPOSE-CARD          VALUE 'CARD'.
003600         88  CLICLDG-PURPOSE-ADDR-CHANGE   VALUE 'ADRC'.
003700         88  CLICLDG-PURPOSE-REMINDER      VALUE 'RMND'.
003800         88  CLICLDG-PURPOSE-EINVOICE      VALUE 'EINV'.
003900         88  CLICLDG-PURPOSE-COLLECTIONS   VALUE 'COLL'.
004000     03  CLICLDG-PURPOSE-CLASS           PIC X(01).
004100         88  CLICLDG-SERVICING             VALUE 'S'.
004200         88  CLICLDG-LEGAL-NOTICE          VALUE 'L'.
004300         88  CLICLDG-MARKETING             VALUE 'M'.
004400*             Every contact counts toward the weekly contact
004500*             cap, but only marketing contacts are dropped by
004600*             it; servicing and legal notices always go.
004700     03  CLICLDG-DESTINATION             PIC X(60).
004800*         Where the contact went: the mailing address (CEP,
004900*         street, number), the SMS cellphone, the e-mail
005000*         address, or the dialer channel and priority.
005100     03  FILLER                          PIC X(39).
005200*---------------------------------------------------------------*
005300*                      END OF COPYBOOK                          *
005400*---------------------------------------------------------------*
