001820*         Sum of the payments credited this statement.
001830     03  DATRECP-FINCHG-TOTAL-AMT        PIC S9(13)V99 COMP-3.
001840*         Finance charges assessed this statement.
001850     03  DATRECP-STMT-DATE               PIC 9(08).
001860*         Statement (cycle) date, YYYYMMDD.
001870     03  DATRECP-PREV-BALANCE-AMT        PIC S9(13)V99 COMP-3.
001880*         Balance brought forward from the previous statement.
001890     03  DATRECP-STMT-BALANCE-AMT        PIC S9(13)V99 COMP-3.
001895*         New balance as printed on this statement.
001900     03  FILLER                          PIC X(405).
002000*         Remainder of the recap area, not yet mapped.
002100*---------------------------------------------------------------*
002200*                      END OF COPYBOOK                          *
