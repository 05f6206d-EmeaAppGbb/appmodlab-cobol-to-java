      ******************************************************************
      * PREMIUM ACH RETURN RECORD LAYOUT                               *
      * ONE RECORD PER AUTOPAY DEBIT THE BANK COULD NOT COLLECT, FROM  *
      * THE BANK'S DAILY RETURN FILE - INPUT TO ACHDRAFT, WHICH TIES IT*
      * BACK TO THE DRAFT BY TRACE NUMBER. THE RETURN REASON IS THE    *
      * STANDARD ACH CODE (R01 INSUFFICIENT FUNDS, R02 ACCOUNT CLOSED, *
      * R03 NO ACCOUNT, R04 INVALID ACCOUNT, R07/R10 AUTHORIZATION     *
      * REVOKED OR NOT AUTHORIZED, ...)                                *
      ******************************************************************
           05  ARTN-TRACE-NUMBER    PIC 9(8).
           05  ARTN-POLICY-NUMBER   PIC X(10).
           05  ARTN-AMOUNT          PIC 9(9)V99.
           05  ARTN-RETURN-DATE     PIC 9(8).
           05  ARTN-RETURN-CODE     PIC X(3).
