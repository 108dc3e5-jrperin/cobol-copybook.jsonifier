000100******************************************************************
000200*                    COPYBOOK - BLKREF                           *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BLOCK-CODE REFERENCE CARD                        *
000500*----------------------------------------------------------------*
000600*    ONE CARD PER BLOCK CODE THE PROCESSOR MAY SEND, SAYING      *
000700*    WHAT IT MEANS, WHETHER IT IS TEMPORARY OR PERMANENT, HOW    *
000800*    LONG A TEMPORARY BLOCK SHOULD LAST AND WHICH TEAM OWNS ITS  *
000900*    RELEASE. THE FILE IS MAINTAINED BY THE OWNING TEAMS ON      *
001000*    PRODBAT.PARMLIB.BLKREF; A CARD WITH '*' IN COLUMN 1 IS A    *
001100*    COMMENT. CLIDATA CARRIES THREE BLOCK FIELDS, EACH WITH ITS  *
001200*    OWN CODE SET, SO THE CARD NAMES THE FIELD IT APPLIES TO.    *
001300*  LENGTH: 80 BYTES                                              *
001400******************************************************************
001500 01  BLKREF-CARD.
001600     03  BLKREF-FIELD-ID                 PIC X(03).
001700*         Block field the code belongs to.
001800         88  BLKREF-BLOCK-CODE-1           VALUE 'BC1'.
001900*             CLIDATA-BLOCK-CODE-1 (two digits), dated by
002000*             CLIDATA-BLOCK-CODE-1-DATE.
002100         88  BLKREF-BLK-CODE-1             VALUE 'BK1'.
002200*             CLIDATA-BLK-CODE-1 (one character), dated by
002300*             CLIDATA-BLOCK-CODE-1-DATE.
002400         88  BLKREF-BLK-CODE-2             VALUE 'BK2'.
002500*             CLIDATA-BLK-CODE-2 (one letter), dated by
002600*             CLIDATA-BLOCK-CODE-2-DATE.
002700     03  BLKREF-CODE                     PIC X(02).
002800*         The code value, left-justified (one-character codes
002900*         leave the second byte blank).
003000     03  BLKREF-DESCRIPTION              PIC X(30).
003100*         What the block means.
003200     03  BLKREF-OWNING-TEAM              PIC X(08).
003300*         Team that owns the release of the block.
003400     03  BLKREF-BLOCK-CLASS              PIC X(01).
003500         88  BLKREF-TEMPORARY              VALUE 'T'.
003600*             Fraud hold, travel, lost-card pending and the
003700*             like - expected to be released.
003800         88  BLKREF-PERMANENT              VALUE 'P'.
003900*             Closure, charge-off, deceased and the like.
004000     03  BLKREF-EXPECTED-DAYS            PIC 9(04).
004100*         Expected duration of a temporary block in days.
004110     03  BLKREF-UPDATER-ACTION           PIC X(01).
004120         88  BLKREF-UPDATER-CONTACT        VALUE 'C'.
004130*             Closure or fraud block - a card reissued under it
004140*             goes to the account updater as "contact
004150*             cardholder", never as the new card number.
004200     03  FILLER                          PIC X(31).
004300*---------------------------------------------------------------*
004400*                      END OF COPYBOOK                          *
004500*---------------------------------------------------------------*
