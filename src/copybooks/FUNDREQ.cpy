      * ONE RECORD PER SELF-FUNDED GROUP PER WEEKLY STOPLOSS RUN -     *
      * THE CLAIMS WE DISBURSED ON THE GROUP'S BEHALF IN THE PERIOD,   *
      * WHICH THE GROUP OWES US BACK UNDER ITS ADMINISTRATION          *
      * AGREEMENT. THE AMOUNT DUE INCLUDES THE HRA REIMBURSEMENTS PAID *
      * TO THE GROUP'S MEMBERS IN THE PERIOD, BROKEN OUT BELOW         *
      ******************************************************************
           05  FNDR-GROUP-NUMBER    PIC X(8).
           05  FNDR-PERIOD-START    PIC 9(8).
           05  FNDR-PERIOD-END      PIC 9(8).
           05  FNDR-CLAIM-COUNT     PIC 9(5).
           05  FNDR-AMOUNT-DUE      PIC 9(11)V99.
           05  FNDR-HRA-AMOUNT      PIC 9(9)V99.
