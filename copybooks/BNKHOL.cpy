000100******************************************************************
000200*                    COPYBOOK - BNKHOL                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BANK-HOLIDAY CALENDAR CARD                       *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER BANK HOLIDAY ON THE MAINTAINED CALENDAR        *
000700*    (PRODBAT.PARMLIB.BNKHOL). A NATIONAL HOLIDAY CLOSES THE     *
000800*    BANKS EVERYWHERE; A STATE HOLIDAY ONLY IN THE UF NAMED ON   *
000900*    THE CARD; A MUNICIPAL HOLIDAY ONLY IN THE MUNICIPALITY      *
001000*    NAMED, SPELLED AS ON THE CEP DIRECTORY (CEPDIR) SO IT       *
001100*    MATCHES THE STANDARDIZED CITY NAME ON THE CLIDATA BILLING   *
001200*    ADDRESS. A PAYMENT DUE ON A WEEKEND OR ON A HOLIDAY FOR     *
001300*    THE CUSTOMER'S BILLING ADDRESS MAY BE MADE ON THE NEXT      *
001400*    BUSINESS DAY WITHOUT PENALTY. CLI085H EDITS THE CALENDAR    *
001500*    NIGHTLY AND WARNS WHEN IT IS NOT MAINTAINED FAR ENOUGH      *
001600*    AHEAD.                                                      *
001700*  LENGTH: 80 BYTES                                              *
001800******************************************************************
001900 01  BNKHOL-CARD.
002000     03  BNKHOL-DATE                     PIC 9(08).
002100*         Holiday date (YYYYMMDD).
002200     03  BNKHOL-SCOPE                    PIC X(01).
002300*         Where the banks are closed.
002400         88  BNKHOL-NATIONAL               VALUE 'N'.
002500         88  BNKHOL-STATE                  VALUE 'E'.
002600         88  BNKHOL-MUNICIPAL              VALUE 'M'.
002700         88  BNKHOL-VALID-SCOPE            VALUE 'N' 'E' 'M'.
002800     03  BNKHOL-UF                       PIC X(02).
002900*         State (UF) of a state or municipal holiday, blank
003000*         for a national one.
003100     03  BNKHOL-MUNICIPALITY             PIC X(25).
003200*         Municipality of a municipal holiday, blank otherwise.
003300     03  BNKHOL-DESCRIPTION              PIC X(30).
003400*         Holiday name, for the reports.
003500     03  FILLER                          PIC X(14).
003600*---------------------------------------------------------------*
003700*                      END OF COPYBOOK                          *
003800*---------------------------------------------------------------*
