000100******************************************************************
000200*                    COPYBOOK - BOKEXCP                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : BOOK NORMALIZATION PER-PLATFORM EXCEPTION RECORD *
000500*----------------------------------------------------------------*
000600*    WRITTEN BY BOK009D SO THE ACKNOWLEDGMENT STEP (BOK013A)     *
000700*    CAN TELL EACH SENDING PLATFORM WHAT BECAME OF ITS FILE.     *
000800*    ONE SUMMARY RECORD (TYPE S) PER PLATFORM GIVES THE FILE'S   *
000900*    DISPOSITION AND COUNTS; ONE EXCEPTION RECORD (TYPE E) IS    *
001000*    WRITTEN FOR EVERY UNRECOGNIZED RECORD AND FOR EVERY         *
001100*    USER-ACCOUNT FLAGGED AS A CROSS-PLATFORM DUPLICATE - ONE    *
001200*    FOR EACH OF THE TWO PLATFORMS THAT SENT IT.                 *
001300*  LENGTH: 50 BYTES                                              *
001400******************************************************************
001500 01  BOKEXCP-ENTRY.
001600     03  BOKEXCP-REC-TYPE                PIC X(01).
001700         88  BOKEXCP-SUMMARY               VALUE 'S'.
001800         88  BOKEXCP-EXCEPTION             VALUE 'E'.
001900     03  BOKEXCP-PLATFORM-ID             PIC X(04).
002000*         Platform the record concerns ('P01 ' - 'P04 ').
002100     03  BOKEXCP-SUMMARY-AREA.
002200         05  BOKEXCP-FILE-STATUS         PIC X(01).
002300             88  BOKEXCP-FILE-PROCESSED    VALUE 'A'.
002400             88  BOKEXCP-FILE-SKIPPED      VALUE 'S'.
002500*             'S' - no BOK010V acceptance for the business date,
002600*             the file was counted but not normalized.
002700         05  BOKEXCP-RECORDS-READ        PIC 9(09).
002800*             Records on the platform's inbound file.
002900         05  BOKEXCP-RECORDS-REJECTED    PIC 9(09).
003000*             Records not normalized (all of them when skipped).
003100         05  FILLER                      PIC X(26).
003200     03  BOKEXCP-EXCEPTION-AREA REDEFINES BOKEXCP-SUMMARY-AREA.
003300         05  BOKEXCP-USER-ACCOUNT        PIC X(19).
003400*             USER-ACCOUNT as received (raw bytes when the
003500*             record layout was not recognized).
003600         05  BOKEXCP-REASON-CODE         PIC X(04).
003700             88  BOKEXCP-DUPLICATE         VALUE 'DUPL'.
003800*                 Same USER-ACCOUNT also sent by another platform.
003900             88  BOKEXCP-UNRECOGNIZED      VALUE 'UNRC'.
004000*                 Neither EBCDIC nor ASCII layout - not loaded.
004100         05  BOKEXCP-RECORD-NBR          PIC 9(09).
004200*             Position of the record on the platform's file.
004300         05  BOKEXCP-OTHER-PLATFORM      PIC X(04).
004400*             For DUPL, the other platform that sent the account.
004500         05  FILLER                      PIC X(09).
004600*---------------------------------------------------------------*
004700*                      END OF COPYBOOK                          *
004800*---------------------------------------------------------------*
