000100******************************************************************
000200*                    COPYBOOK - ADRCORR                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : CROSS-FEED CONTACT-DATA CORRECTION RECORD        *
000500*----------------------------------------------------------------*
000600*    WRITTEN BY ADR033R FOR EVERY ADDRESS FIELD OR CELLPHONE ON  *
000700*    WHICH CLIDATA AND THE VQOEM/DATA2 FEED DISAGREE AND ONE     *
000800*    SIDE WAS MAINTAINED MORE RECENTLY THAN THE OTHER. THE       *
000900*    RECORD GOES TO THE OWNING SYSTEM OF THE STALER SIDE (ITS    *
001000*    OWN DD PER TARGET) CARRYING THE VALUE IT HOLDS AND THE      *
001100*    FRESHER VALUE FROM THE OTHER FEED TO REPLACE IT WITH.       *
001200*  LENGTH: 150 BYTES                                             *
001300******************************************************************
001400 01  ADRCORR-ENTRY.
001500     03  ADRCORR-TARGET-SYSTEM           PIC X(08).
001600         88  ADRCORR-TO-CLIDATA            VALUE 'CLIDATA '.
001700         88  ADRCORR-TO-VQOEM              VALUE 'VQOEM   '.
001800*         Owning system that should apply the correction.
001900     03  ADRCORR-ACCOUNT                 PIC X(19).
002000*         CLIDATA-ACCOUNT-NUMBER / DATA2-NUM-CLI.
002100     03  ADRCORR-ADDRESS-TYPE            PIC X(01).
002200*         R, C or F for an address field; space for CELL.
002300     03  ADRCORR-FIELD-CODE              PIC X(04).
002400         88  ADRCORR-FIELD-CEP             VALUE 'CEP '.
002500         88  ADRCORR-FIELD-STREET          VALUE 'STRT'.
002600         88  ADRCORR-FIELD-NUMBER          VALUE 'NUMB'.
002700         88  ADRCORR-FIELD-MUNICIPALITY    VALUE 'MUNI'.
002800         88  ADRCORR-FIELD-CELLPHONE       VALUE 'CELL'.
002900     03  ADRCORR-STALE-VALUE             PIC X(45).
003000*         Value currently held by the target system.
003100     03  ADRCORR-FRESH-VALUE             PIC X(45).
003200*         Value from the more recently maintained feed.
003300     03  ADRCORR-STALE-MAINT-DATE        PIC 9(08).
003400*         Target side's maintenance date (YYYYMMDD).
003500     03  ADRCORR-FRESH-MAINT-DATE        PIC 9(08).
003600*         Other side's maintenance date (YYYYMMDD).
003700     03  ADRCORR-RUN-DATE                PIC 9(08).
003800     03  FILLER                          PIC X(04).
003900*---------------------------------------------------------------*
004000*                      END OF COPYBOOK                          *
004100*---------------------------------------------------------------*
