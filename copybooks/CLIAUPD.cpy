000100******************************************************************
000200*                    COPYBOOK - CLIAUPD                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CARD-NETWORK ACCOUNT-UPDATER RECORD              *
000500*----------------------------------------------------------------*
000600*    THE NIGHTLY OLD-TO-NEW CARD FILE SENT TO THE CARD NETWORK'S *
000700*    ACCOUNT-UPDATER SERVICE, WHICH PASSES IT ON TO THE          *
000800*    MERCHANTS HOLDING THE OLD CARD ON FILE. ONE HEADER, ONE     *
000900*    DETAIL PER REPLACED CARD, ONE TRAILER WHOSE COUNTS THE      *
001000*    NETWORK CHECKS BEFORE IT ACCEPTS THE FILE. CARD NUMBERS ARE *
001100*    LEFT-JUSTIFIED, SPACE-FILLED; EXPIRATION DATES ARE YYMM.    *
001200*  LENGTH: 100 BYTES                                             *
001300******************************************************************
001400 01  CLIAUPD-RECORD.
001500     03  CLIAUPD-REC-TYPE                PIC X(01).
001600         88  CLIAUPD-HEADER                VALUE 'H'.
001700         88  CLIAUPD-DETAIL                VALUE 'D'.
001800         88  CLIAUPD-TRAILER               VALUE 'T'.
001900     03  CLIAUPD-DETAIL-AREA.
002000         05  CLIAUPD-OLD-CARD-NUMBER     PIC X(19).
002100*             Card number the merchants hold on file.
002200         05  CLIAUPD-OLD-EXPIRY          PIC 9(04).
002300*             Its expiration date (YYMM).
002400         05  CLIAUPD-NEW-CARD-NUMBER     PIC X(19).
002500*             Replacement card number; spaces when the
002600*             merchant is told to contact the cardholder.
002700         05  CLIAUPD-NEW-EXPIRY          PIC 9(04).
002800*             Replacement expiration date (YYMM); zero when
002900*             the merchant is told to contact the cardholder.
003000         05  CLIAUPD-RESPONSE-CODE       PIC X(01).
003100             88  CLIAUPD-NEW-ACCOUNT       VALUE 'A'.
003200*                 New card number (and expiration).
003300             88  CLIAUPD-NEW-EXPIRY-ONLY   VALUE 'E'.
003400*                 Same card number, new expiration date.
003500             88  CLIAUPD-CONTACT-HOLDER    VALUE 'Q'.
003600*                 Closed or fraud-reissued - contact the
003700*                 cardholder for a new payment method.
003800         05  CLIAUPD-EFFECTIVE-DATE      PIC 9(08).
003900*             Date the change took effect (YYYYMMDD).
004000         05  FILLER                      PIC X(44).
004100     03  CLIAUPD-HEADER-AREA REDEFINES CLIAUPD-DETAIL-AREA.
004200         05  CLIAUPD-HDR-ISSUER-ID       PIC 9(11).
004300*             Issuer identification assigned by the network.
004400         05  CLIAUPD-HDR-FILE-DATE       PIC 9(08).
004500*             Date the file was created (YYYYMMDD).
004600         05  CLIAUPD-HDR-FILE-TIME       PIC 9(06).
004700*             Time the file was created (HHMMSS).
004800         05  FILLER                      PIC X(74).
004900     03  CLIAUPD-TRAILER-AREA REDEFINES CLIAUPD-DETAIL-AREA.
005000         05  CLIAUPD-TRL-DETAIL-COUNT    PIC 9(09).
005100*             Detail records on the file.
005200         05  CLIAUPD-TRL-NEW-ACCT-COUNT  PIC 9(09).
005300*             Details with response code A.
005400         05  CLIAUPD-TRL-NEW-EXPY-COUNT  PIC 9(09).
005500*             Details with response code E.
005600         05  CLIAUPD-TRL-CONTACT-COUNT   PIC 9(09).
005700*             Details with response code Q.
005800         05  FILLER                      PIC X(63).
005900*---------------------------------------------------------------*
006000*                      END OF COPYBOOK                          *
006100*---------------------------------------------------------------*
