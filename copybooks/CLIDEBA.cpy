000100******************************************************************
000200*                    COPYBOOK - CLIDEBA                          *
000300*----------------------------------------------------------------*
000400* DESCRIPTION : AUTOMATIC-DEBIT ENROLLMENT ENTRY                 *
000500*----------------------------------------------------------------*
000600*    ONE ENTRY PER ACCOUNT WHOSE STATEMENT IS PAID BY AUTOMATIC  *
000700*    DEBIT TO A BANK ACCOUNT, IN ACCOUNT ORDER, AS THE PROCESSOR *
000800*    EXTRACTS ITS ENROLLMENT LIST (PRODBAT.CLIDATA.DEBAUT).      *
000900*    CLIDATA DOES NOT CARRY THE ENROLLMENT, SO CLI086B READS     *
001000*    THIS LIST TO LEAVE THESE ACCOUNTS OUT OF BOLETO ISSUE.      *
001100*  LENGTH: 80 BYTES                                              *
001200******************************************************************
001300 01  CLIDEBA-ENTRY.
001400     03  CLIDEBA-ACCOUNT-NUMBER          PIC X(19).
001500*         Client account number, as on CLIDATA-ACCOUNT-NUMBER.
001600     03  CLIDEBA-DEBIT-BANK              PIC 9(03).
001700*         FEBRABAN code of the bank debited.
001800     03  CLIDEBA-ENROLL-DATE             PIC 9(08).
001900*         Date the debit authorization took effect (YYYYMMDD).
002000     03  FILLER                          PIC X(50).
002100*---------------------------------------------------------------*
002200*                      END OF COPYBOOK                          *
002300*---------------------------------------------------------------*
