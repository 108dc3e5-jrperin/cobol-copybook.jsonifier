000100******************************************************************
000200*                    COPYBOOK - CLICORR                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CLIENT MASTER MAKER-CHECKER CORRECTION           *
000500*               TRANSACTION                                      *
000600*----------------------------------------------------------------*
000700*    KEYED BY THE CLIENT SERVICE OPERATORS DURING THE DAY AND    *
000800*    PROCESSED BY CLI081C IN THE NIGHT WINDOW. AN ENTRY RECORD   *
000900*    (MAKER) CARRIES THE ACCOUNT, THE FIELD AND THE NEW VALUE;   *
001000*    AN APPROVAL OR DECLINE RECORD (CHECKER) NAMES THE           *
001100*    CORRECTION BY ITS ID ONLY. THE CHECKER MUST BE A DIFFERENT  *
001200*    OPERATOR FROM THE MAKER. APPROVAL MAY COME ON THE SAME      *
001300*    DAY'S FILE AS THE ENTRY OR ON A LATER ONE.                  *
001400*  LENGTH: 150 BYTES                                             *
001500******************************************************************
001600 01  CLICORR-ENTRY.
001700     03  CLICORR-REC-TYPE                PIC X(01).
001800         88  CLICORR-IS-ENTRY              VALUE 'E'.
001900*             Maker keys a new correction.
002000         88  CLICORR-IS-APPROVAL           VALUE 'A'.
002100*             Checker approves a pending correction.
002200         88  CLICORR-IS-DECLINE            VALUE 'R'.
002300*             Checker declines a pending correction.
002400     03  CLICORR-CORR-ID                 PIC X(12).
002500*         Correction ID assigned at keying; unique.
002600     03  CLICORR-ACCOUNT-NUMBER          PIC X(19).
002700*         CLIDATA-ACCOUNT-NUMBER to correct (entry only).
002800     03  CLICORR-FIELD-CODE              PIC X(08).
002900*         Field to correct (entry only):
003000*           NAME1     NAME-LINE-1
003100*           BPID      BUSINESS-OR-PERSONAL-ID (CPF/CNPJ)
003200*           EMAIL     EMAIL
003300*           CELLSMS   MG-CELLPHONE-SMS
003400*           DOCISSDT  DOC-ISSUE-DATE
003500*           SPDOCDT   SPOUSE-DOC-ISSUE-DATE
003600*           CRGRANT   CREDIT-GRANT-DATE
003700*           CARDEXP   CARD-EXPIRATION-DATE
003800*           ADZIPCn   ZIP-CODE (n)
003900*           ADSTRTn   STREET-DESC (n)
004000*           ADNUMBn   STREET-NUMBER (n)
004100*           ADNBHDn   NEIGHBORHOOD-NAME (n)
004200*           ADCMPLn   COMPLEMENT-TEXT (n)
004300*           ADCITYn   CITY-NAME (n)
004400*           ADSTATn   STATE-NAME (n)
004500*         where n is the address occurrence 1, 2 or 3.
004600     03  CLICORR-NEW-VALUE               PIC X(60).
004700*         Corrected value, left-justified; dates YYYYMMDD.
004800     03  CLICORR-OPERATOR-ID             PIC X(08).
004900*         Maker on an entry, checker on an approve/decline.
005000     03  CLICORR-REASON-CODE             PIC X(04).
005100*         Why the correction is needed (entry), e.g. DATE,
005200*         CPFV, ADDR, OTHR.
005300     03  CLICORR-KEYED-DATE              PIC 9(08).
005400*         Date the record was keyed (YYYYMMDD).
005500     03  CLICORR-KEYED-TIME              PIC 9(06).
005600*         Time the record was keyed (HHMMSS).
005700     03  FILLER                          PIC X(24).
005800*---------------------------------------------------------------*
005900*                      END OF COPYBOOK                          *
006000*---------------------------------------------------------------*
