000100******************************************************************
000200*                    COPYBOOK - CLIAUPL                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : ACCOUNT-UPDATER SEND LOG ENTRY                   *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER CARD CHANGE SENT TO THE CARD NETWORK'S        *
000700*    ACCOUNT-UPDATER SERVICE, APPENDED NIGHTLY TO THE CUMULATIVE *
000800*    LOG SO CUSTOMER SERVICE CAN SAY WHEN THE RECURRING          *
000900*    MERCHANTS WERE TOLD ABOUT A REPLACED CARD. ONLY THE LAST    *
001000*    FOUR DIGITS OF EITHER CARD ARE KEPT.                        *
001100*  LENGTH: 100 BYTES                                             *
001200******************************************************************
001300 01  CLIAUPL-ENTRY.
001400     03  CLIAUPL-ACCOUNT-NUMBER          PIC X(19).
001500*         Client account number, from CLIDATA-ACCOUNT-NUMBER.
001600     03  CLIAUPL-SEND-DATE               PIC 9(08).
001700*         Date the update went to the network (YYYYMMDD).
001800     03  CLIAUPL-SEND-TIME               PIC 9(06).
001900*         Time the update file was built (HHMMSS).
002000     03  CLIAUPL-RESPONSE-CODE           PIC X(01).
002100*         Code sent to the merchants, as CLIAUPD-RESPONSE-CODE.
002200     03  CLIAUPL-REASON-CODE             PIC X(04).
002300         88  CLIAUPL-REASON-REPLACED       VALUE 'REPL'.
002400*             Card number replaced (loss, renewal, upgrade).
002500         88  CLIAUPL-REASON-EXPIRY         VALUE 'EXPY'.
002600*             Same card number reissued with a new expiry.
002700         88  CLIAUPL-REASON-CLOSED         VALUE 'CLOS'.
002800*             Permanent contact block - account closed.
002900         88  CLIAUPL-REASON-FRAUD          VALUE 'FRAU'.
003000*             Temporary contact block - fraud reissue.
003100     03  CLIAUPL-OLD-CARD-LAST4          PIC X(04).
003200*         Last four digits of the card merchants held.
003300     03  CLIAUPL-NEW-CARD-LAST4          PIC X(04).
003400*         Last four digits of the replacement card; spaces
003500*         when the merchants were told to contact the holder.
003600     03  CLIAUPL-OLD-EXPIRATION-DATE     PIC 9(08).
003700*         Expiration of the card merchants held (YYYYMMDD).
003800     03  CLIAUPL-NEW-EXPIRATION-DATE     PIC 9(08).
003900*         Expiration of the replacement card (YYYYMMDD).
004000     03  CLIAUPL-RECURRING-COUNT         PIC 9(02).
004100*         CLIDATA-RECURRING-CARD-QUANTITY at the time of send.
004200     03  CLIAUPL-BLOCK-FIELD-ID          PIC X(03).
004300*         Block field behind a contact response (BLKREF
004400*         field id); spaces otherwise.
004500     03  CLIAUPL-BLOCK-CODE              PIC X(02).
004600*         Block code behind a contact response.
004700     03  FILLER                          PIC X(31).
004800*---------------------------------------------------------------*
004900*                      END OF COPYBOOK                          *
005000*---------------------------------------------------------------*
