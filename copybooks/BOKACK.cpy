000100******************************************************************
000200*                    COPYBOOK - BOKACK                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BOOK FEED ACKNOWLEDGMENT / REJECT RETURN RECORD  *
000500*----------------------------------------------------------------*
000600*    ONE ACKNOWLEDGMENT FILE PER SOURCE PLATFORM (BOOKIN1-4) IS  *
000700*    WRITTEN EACH NIGHT BY BOK013A AND RETURNED ON THE INBOUND   *
000800*    TRANSFER. THE FILE OPENS AND CLOSES WITH THE STANDARD       *
000900*    EXTENVL CONTROL ENVELOPE; BETWEEN THEM COME ONE SUMMARY     *
001000*    RECORD (TYPE S) SAYING WHETHER THE FILE WAS ACCEPTED OR     *
001100*    REJECTED AND WHY, WITH ITS COUNTS, THEN ONE ACCOUNT RECORD  *
001200*    (TYPE D) PER REJECTED OR DUPLICATE-FLAGGED USER-ACCOUNT.    *
001300*  LENGTH: 100 BYTES                                             *
001400******************************************************************
001500 01  BOKACK-ENTRY.
001600     03  BOKACK-REC-TYPE                 PIC X(01).
001700         88  BOKACK-SUMMARY                VALUE 'S'.
001800         88  BOKACK-ACCOUNT                VALUE 'D'.
001900     03  BOKACK-PLATFORM-ID              PIC X(04).
002000*         Platform the acknowledgment is addressed to.
002100     03  BOKACK-FILE-ID                  PIC X(08).
002200*         Logical file identifier received (BOOK1 - BOOK4).
002300     03  BOKACK-BUSINESS-DATE            PIC 9(08).
002400*         Business date of the window (YYYYMMDD).
002500     03  BOKACK-SUMMARY-AREA.
002600         05  BOKACK-FILE-STATUS          PIC X(01).
002700             88  BOKACK-FILE-ACCEPTED      VALUE 'A'.
002800             88  BOKACK-FILE-REJECTED      VALUE 'R'.
002900         05  BOKACK-FILE-REASON          PIC X(04).
003000*             Reason the whole file was rejected - the suspense
003100*             reason (NOHD, NOTR, SEQ, EMPT), or NVAL when the
003200*             file was never validated for the business date.
003300*             Spaces when accepted.
003400         05  BOKACK-RECORDS-READ         PIC 9(09).
003500         05  BOKACK-RECORDS-ACCEPTED     PIC 9(09).
003600         05  BOKACK-RECORDS-REJECTED     PIC 9(09).
003700         05  BOKACK-DUPLICATES-FLAGGED   PIC 9(09).
003800*             Accepted records whose USER-ACCOUNT was also sent
003900*             by another platform the same night.
004000         05  FILLER                      PIC X(38).
004100     03  BOKACK-ACCOUNT-AREA REDEFINES BOKACK-SUMMARY-AREA.
004200         05  BOKACK-USER-ACCOUNT         PIC X(19).
004300         05  BOKACK-REASON-CODE          PIC X(04).
004400             88  BOKACK-DUPLICATE          VALUE 'DUPL'.
004500*                 Accepted, but also sent by the other platform.
004600             88  BOKACK-UNRECOGNIZED       VALUE 'UNRC'.
004700*                 Record layout not recognized - not loaded.
004800         05  BOKACK-RECORD-NBR           PIC 9(09).
004900*             Position of the record on the platform's file.
005000         05  BOKACK-OTHER-PLATFORM       PIC X(04).
005100         05  FILLER                      PIC X(43).
005200*---------------------------------------------------------------*
005300*                      END OF COPYBOOK                          *
005400*---------------------------------------------------------------*
