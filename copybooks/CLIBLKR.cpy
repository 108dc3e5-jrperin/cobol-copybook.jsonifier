000100******************************************************************
000200*                    COPYBOOK - CLIBLKR                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BLOCK RELEASE-CANDIDATE ENTRY                    *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER TEMPORARY BLOCK THAT HAS OUTLIVED THE         *
000700*    EXPECTED DURATION ON ITS BLKREF CARD ON AN ACCOUNT WITH     *
000800*    NO PAYMENT DELINQUENCY - THE OWNING TEAM'S WORK LIST FOR    *
000900*    RELEASING IT OR JUSTIFYING IT.                              *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  CLIBLKR-ENTRY.
001300     03  CLIBLKR-ACCOUNT-NUMBER          PIC X(19).
001400*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001500     03  CLIBLKR-FIELD-ID                PIC X(03).
001600*         Block field the code came from (see BLKREF).
001700     03  CLIBLKR-CODE                    PIC X(02).
001800*         The block code.
001900     03  CLIBLKR-DESCRIPTION             PIC X(30).
002000*         Meaning of the code, from BLKREF.
002100     03  CLIBLKR-OWNING-TEAM             PIC X(08).
002200*         Team that owns the release, from BLKREF.
002300     03  CLIBLKR-BLOCK-DATE              PIC 9(08).
002400*         Date the block was placed (YYYYMMDD).
002500     03  CLIBLKR-AGE-DAYS                PIC 9(05).
002600*         Days the block has been in place.
002700     03  CLIBLKR-EXPECTED-DAYS           PIC 9(04).
002800*         Expected duration from BLKREF.
002900     03  CLIBLKR-RUN-DATE                PIC 9(08).
003000*         Date the candidate was selected (YYYYMMDD).
003100     03  FILLER                          PIC X(13).
003200*---------------------------------------------------------------*
003300*                      END OF COPYBOOK                          *
003400*---------------------------------------------------------------*
