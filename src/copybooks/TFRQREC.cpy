      ******************************************************************
      * DISBURSEMENT ACCOUNT FUNDING REQUEST RECORD LAYOUT             *
      * THE ONE-LINE INSTRUCTION CASHFCST LEAVES FOR THE BANK EACH     *
      * BUSINESS MORNING - MOVE THIS AMOUNT INTO THE DISBURSEMENT      *
      * ACCOUNT FOR TODAY'S FORECAST NET OUTFLOW. REWRITTEN EVERY RUN; *
      * A DAY THE INFLOWS COVER THE OUTFLOWS REQUESTS ZERO             *
      ******************************************************************
           05  TFRQ-REQUEST-DATE    PIC 9(8).
      *    THE DAY THE FUNDS MUST BE IN THE ACCOUNT
           05  TFRQ-VALUE-DATE      PIC 9(8).
           05  TFRQ-BANK-ROUTING    PIC X(9).
           05  TFRQ-BANK-ACCOUNT    PIC X(17).
           05  TFRQ-AMOUNT          PIC 9(9)V99.
      *    THE FORECAST BEHIND THE AMOUNT - TODAY'S OUTFLOWS AND
      *    INFLOWS - SO THE BANK'S CONFIRMATION CAN BE TIED BACK
           05  TFRQ-OUTFLOW         PIC 9(9)V99.
           05  TFRQ-INFLOW          PIC 9(9)V99.
