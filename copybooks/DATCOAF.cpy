000100******************************************************************
000200*                    COPYBOOK - DATCOAF                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : COAF SUSPICIOUS-OPERATION COMMUNICATION RECORD   *
000500*----------------------------------------------------------------*
000600*    FIXED-FORMAT FILE OF SUSPICIOUS-OPERATION COMMUNICATIONS    *
000700*    FOR THE FINANCIAL-INTELLIGENCE UNIT (COAF), WRITTEN BY      *
000800*    DAT020K FOR THE AML ALERTS ANALYSTS CONFIRMED SUSPICIOUS.   *
000900*    ONE HEADER (H), ONE DETAIL (D) PER COMMUNICATION AND ONE    *
001000*    TRAILER (T) CARRYING THE COUNT AND THE AMOUNT TOTAL.        *
001100*  LENGTH: 250 BYTES                                             *
001200******************************************************************
001300 01  DATCOAF-RECORD.
001400     03  DATCOAF-REC-TYPE                PIC X(01).
001500         88  DATCOAF-HEADER                VALUE 'H'.
001600         88  DATCOAF-DETAIL                VALUE 'D'.
001700         88  DATCOAF-TRAILER               VALUE 'T'.
001800     03  DATCOAF-DETAIL-AREA.
001900         05  DATCOAF-COMM-SEQ            PIC 9(06).
002000*             Communication sequence within the file.
002100         05  DATCOAF-REFERENCE-MONTH     PIC 9(06).
002200*             Month the operations took place (YYYYMM).
002300         05  DATCOAF-DECISION-DATE       PIC 9(08).
002400*             Date the operation was found suspicious.
002500         05  DATCOAF-PERSON-TYPE         PIC X(01).
002600*             F individual (CPF), J company (CNPJ).
002700         05  DATCOAF-CLIENT-DOC          PIC X(14).
002800         05  DATCOAF-CLIENT-NAME         PIC X(40).
002900         05  DATCOAF-ACCOUNT             PIC X(19).
003000         05  DATCOAF-DECLARED-INCOME     PIC 9(09).
003100         05  DATCOAF-SUSPICION-CODE      PIC X(04).
003200*             Monitoring rule behind the communication
003300*             (HRMC, STRC, INCM - see DATAMLA-RULE).
003400         05  DATCOAF-SUSPICION-TEXT      PIC X(60).
003500         05  DATCOAF-OPERATION-AMOUNT    PIC 9(13)V99.
003600*             Amount of the operations communicated.
003700         05  DATCOAF-OPERATION-COUNT     PIC 9(05).
003800         05  DATCOAF-MONTH-SPEND         PIC 9(13)V99.
003900*             Client's total card spend in the month.
004000         05  DATCOAF-ANALYST-ID          PIC X(08).
004100         05  FILLER                      PIC X(39).
004200     03  DATCOAF-HEADER-AREA REDEFINES DATCOAF-DETAIL-AREA.
004300         05  DATCOAF-HDR-ENTITY-ID       PIC 9(14).
004400*             CNPJ of the reporting institution.
004500         05  DATCOAF-HDR-FILE-DATE       PIC 9(08).
004600         05  DATCOAF-HDR-FILE-TIME       PIC 9(06).
004700         05  FILLER                      PIC X(221).
004800     03  DATCOAF-TRAILER-AREA REDEFINES DATCOAF-DETAIL-AREA.
004900         05  DATCOAF-TRL-DETAIL-COUNT    PIC 9(09).
005000         05  DATCOAF-TRL-TOTAL-AMOUNT    PIC 9(15)V99.
005100         05  FILLER                      PIC X(223).
005200*---------------------------------------------------------------*
005300*                      END OF COPYBOOK                          *
005400*---------------------------------------------------------------*
