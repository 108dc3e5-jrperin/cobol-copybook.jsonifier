000100******************************************************************
000200*                    COPYBOOK - CLIBLKX                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BLOCK-CODE EXCEPTION QUEUE ENTRY                 *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY IS WRITTEN FOR EVERY BLOCK CODE ON THE CLIDATA    *
000700*    FEED THAT HAS NO CARD ON THE BLOCK-CODE REFERENCE FILE      *
000800*    (BLKREF), AND FOR EVERY BLOCK THAT ARRIVES WITHOUT ITS      *
000900*    BLOCK DATE, SO IT CANNOT BE AGED.                           *
001000*  LENGTH: 100 BYTES                                             *
001100******************************************************************
001200 01  CLIBLKX-ENTRY.
001300     03  CLIBLKX-ACCOUNT-NUMBER          PIC X(19).
001400*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001500     03  CLIBLKX-FIELD-ID                PIC X(03).
001600*         Block field the code came from (see BLKREF).
001700     03  CLIBLKX-CODE                    PIC X(02).
001800*         The code found.
001900     03  CLIBLKX-BLOCK-DATE              PIC 9(08).
002000*         Block date carried with the code (YYYYMMDD).
002100     03  CLIBLKX-REASON-CODE             PIC X(04).
002200         88  CLIBLKX-UNKNOWN-CODE          VALUE 'UNKN'.
002300         88  CLIBLKX-NO-BLOCK-DATE         VALUE 'NODT'.
002400*         Reason this entry was queued.
002500     03  CLIBLKX-RUN-DATE                PIC 9(08).
002600*         Date the validation was performed (YYYYMMDD).
002700     03  FILLER                          PIC X(56).
002800*---------------------------------------------------------------*
002900*                      END OF COPYBOOK                          *
003000*---------------------------------------------------------------*
