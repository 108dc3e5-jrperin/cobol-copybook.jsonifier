000100******************************************************************
000200*                    COPYBOOK - CLIAROL                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : PERSONAL-DATA REQUESTER ROLE CARD                *
000500*----------------------------------------------------------------*
000600*    PRODBAT.PARMLIB.ACCROLE, MAINTAINED BY INFORMATION          *
000700*    SECURITY. A ROLE CARD ('R') GIVES THE NUMBER OF PERSONAL-   *
000800*    DATA REQUESTS ONE REQUESTER IN THAT ROLE MAY NORMALLY MAKE  *
000900*    IN A DAY; A REQUESTER CARD ('U') PUTS A REQUESTER ID IN A   *
001000*    ROLE. CLI083V LISTS EVERY REQUESTER OVER THE ROLE'S DAILY   *
001100*    VOLUME AND EVERY REQUESTER WITH NO ROLE ON FILE.            *
001200*  LENGTH: 80 BYTES                                              *
001300******************************************************************
001400 01  CLIAROL-CARD.
001500     03  CLIAROL-CARD-TYPE               PIC X(01).
001600         88  CLIAROL-ROLE-CARD             VALUE 'R'.
001700         88  CLIAROL-REQUESTER-CARD        VALUE 'U'.
001800     03  CLIAROL-REQUESTER-ID            PIC X(08).
001900*         Requester card only: requester ID as keyed on the
002000*         request cards (CLIALOG-REQUESTER-ID).
002100     03  CLIAROL-ROLE                    PIC X(04).
002200*         Role code, e.g. CSRV, FRAU, LEGL, COLL, AUDT.
002300     03  CLIAROL-DAILY-LIMIT             PIC 9(05).
002400*         Role card only: requests per requester per day above
002500*         which the requester is listed.
002600     03  CLIAROL-DESCRIPTION             PIC X(30).
002700*         Role card only: role name for the report.
002800     03  FILLER                          PIC X(32).
002900*---------------------------------------------------------------*
003000*                      END OF COPYBOOK                          *
003100*---------------------------------------------------------------*
