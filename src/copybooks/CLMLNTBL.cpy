      ******************************************************************
      * CLAIM LINE DETAIL TABLE                                        *
      * THE LINE ITEMS OF ONE CLAIM AS CLMLNLKP HANDS THEM BACK TO ITS *
      * CALLER ALONGSIDE THE TOTALS - ONE ENTRY PER CLMLNREC LINE, IN  *
      * FILE ORDER. A CLAIM CAN CARRY AT MOST 99 LINES (CLI-LINE-      *
      * NUMBER IS TWO DIGITS)                                          *
      ******************************************************************
           05  CLT-LINE-COUNT       PIC 9(3).
           05  CLT-LINE-ENTRY OCCURS 99 TIMES.
               10  CLT-LINE-NUMBER      PIC 99.
               10  CLT-SERVICE-CODE     PIC X(5).
               10  CLT-SERVICE-DATE     PIC 9(8).
               10  CLT-SERVICE-AMOUNT   PIC 9(7)V99.
               10  CLT-SERVICE-UNITS    PIC 9(3).
