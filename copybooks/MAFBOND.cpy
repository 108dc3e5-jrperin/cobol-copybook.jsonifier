000100******************************************************************
000200*                    COPYBOOK - MAFBOND                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : OPERATOR FINANCIAL-ASSURANCE FILING RECORD       *
000500*----------------------------------------------------------------*
000600*    ONE RECORD PER FINANCIAL-ASSURANCE INSTRUMENT AN OPERATOR   *
000700*    HAS ON FILE WITH THE RRC, KEPT BY REGULATORY ON             *
000800*    PRODBAT.MAF016.OPRBOND. AN OPERATOR MAY HOLD SEVERAL        *
000900*    INSTRUMENTS; MAF017B SUMS THE ONES IN FORCE ON THE RUN      *
001000*    DATE. THE OPERATOR NAME MUST READ EXACTLY AS                *
001100*    MAF016-OPERATOR DOES ON THE WELL MASTER.                    *
001200*  LENGTH: 80 BYTES                                              *
001300******************************************************************
001400 01  MAFBOND-RECORD.
001500     03  MAFBOND-OPERATOR                PIC X(32).
001600*         Operator the assurance is filed for.
001700     03  MAFBOND-COVER-TYPE              PIC X(01).
001800         88  MAFBOND-BLANKET               VALUE 'B'.
001900         88  MAFBOND-INDIVIDUAL            VALUE 'I'.
002000*             'B' - blanket, covering every well of the operator.
002100*             'I' - individual, covering one well by its depth.
002200     03  MAFBOND-INSTRUMENT              PIC X(01).
002300         88  MAFBOND-SURETY-BOND           VALUE 'B'.
002400         88  MAFBOND-LETTER-OF-CREDIT      VALUE 'L'.
002500         88  MAFBOND-CASH-DEPOSIT          VALUE 'C'.
002600*             Form the assurance was posted in (information
002700*             only - every form counts at face amount).
002800     03  MAFBOND-AMOUNT                  PIC 9(09)V99.
002900*         Face amount of the instrument, dollars and cents.
003000     03  MAFBOND-EFFECTIVE-DATE          PIC 9(08).
003100*         Date the instrument took effect (YYYYMMDD).
003200     03  MAFBOND-EXPIRY-DATE             PIC 9(08).
003300*         Date the instrument lapses (YYYYMMDD), zero when
003400*         it is continuous until released.
003500     03  MAFBOND-REFERENCE               PIC X(15).
003600*         Surety bond, letter-of-credit or deposit number.
003700     03  FILLER                          PIC X(04).
003800*---------------------------------------------------------------*
003900*                      END OF COPYBOOK                          *
004000*---------------------------------------------------------------*
