000100******************************************************************
000200*                    COPYBOOK - BOLPARM                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BOLETO BENEFICIARY CARD                          *
000500*----------------------------------------------------------------*
000600*    THE BANK AND COMPANY DATA PRINTED ON EVERY BOLETO WE ISSUE  *
000700*    AND SENT ON THE CNAB 240 REGISTRATION REMITTANCE           *
000800*    (PRODBAT.PARMLIB.BOLPARM). ONE 'B' CARD NAMES THE           *
000900*    COLLECTING BANK, THE AGENCY AND ACCOUNT CREDITED AND THE    *
001000*    WALLET (CARTEIRA); ONE 'E' CARD NAMES THE COMPANY AS THE    *
001100*    BANK KNOWS IT - CNPJ, COVENANT AND NAME. CLI086B WILL NOT   *
001200*    ISSUE AND CLI087R WILL NOT POST A RETURN WITHOUT BOTH.      *
001300*  LENGTH: 80 BYTES                                              *
001400******************************************************************
001500 01  BOLPARM-CARD.
001600     03  BOLPARM-CARD-TYPE               PIC X(01).
001700         88  BOLPARM-BANK-CARD             VALUE 'B'.
001800         88  BOLPARM-COMPANY-CARD          VALUE 'E'.
001900     03  BOLPARM-BANK-DATA.
002000         05  BOLPARM-BANK-CODE           PIC 9(03).
002100*             FEBRABAN code of the collecting bank.
002200         05  BOLPARM-BANK-NAME           PIC X(30).
002300         05  BOLPARM-AGENCY              PIC 9(05).
002400*             Beneficiary agency; the barcode carries the last
002500*             four digits.
002600         05  BOLPARM-AGENCY-DV           PIC X(01).
002700         05  BOLPARM-ACCOUNT             PIC 9(12).
002800*             Beneficiary account; the barcode carries the last
002900*             seven digits.
003000         05  BOLPARM-ACCOUNT-DV          PIC X(01).
003100         05  BOLPARM-AG-ACCT-DV          PIC X(01).
003200*             Agency/account check digit, blank when the bank
003300*             does not use one.
003400         05  BOLPARM-WALLET              PIC 9(02).
003500*             Registered-collection wallet (carteira).
003600         05  FILLER                      PIC X(24).
003700     03  BOLPARM-COMPANY-DATA REDEFINES BOLPARM-BANK-DATA.
003800         05  BOLPARM-INSCRIPTION-TYPE    PIC 9(01).
003900*             1 CPF, 2 CNPJ.
004000         05  BOLPARM-INSCRIPTION         PIC 9(14).
004100         05  BOLPARM-COVENANT            PIC X(20).
004200*             Collection covenant code assigned by the bank.
004300         05  BOLPARM-COMPANY-NAME        PIC X(30).
004400         05  FILLER                      PIC X(14).
004500*---------------------------------------------------------------*
004600*                      END OF COPYBOOK                          *
004700*---------------------------------------------------------------*
