      ******************************************************************
      * PREMIUM AUTOPAY DRAFT REGISTER RECORD LAYOUT                   *
      * ONE RECORD PER DEBIT ACHDRAFT HAS SENT THE BANK, KEPT FROM THE *
      * DRAFT THROUGH SETTLEMENT (WHEN IT IS POSTED TO PREMPOST AS A   *
      * PAYMENT) TO EITHER A RETURN (POSTED AS A RETURNED ITEM) OR THE *
      * END OF THE RETURN WINDOW. THE TRACE NUMBER IS THE ONE ON THE   *
      * DEBIT FILE, AND THE ONE THE BANK QUOTES ON A RETURN            *
      ******************************************************************
           05  ADRF-TRACE-NUMBER    PIC 9(8).
           05  ADRF-POLICY-NUMBER   PIC X(10).
      *    THE INVOICE THE DRAFT PAYS - POLICY AND INVOICE DATE
      *    IDENTIFY IT ON data/premium_invoices.dat
           05  ADRF-INVOICE-DATE    PIC 9(8).
           05  ADRF-AMOUNT          PIC 9(7)V99.
           05  ADRF-DRAFT-DATE      PIC 9(8).
           05  ADRF-SETTLE-DATE     PIC 9(8).
           05  ADRF-STATUS          PIC X(1).
               88  ADRF-PENDING         VALUE "P".
               88  ADRF-SETTLED         VALUE "S".
               88  ADRF-CLEARED         VALUE "C".
               88  ADRF-RETURNED        VALUE "R".
           05  ADRF-RETURN-DATE     PIC 9(8).
           05  ADRF-RETURN-CODE     PIC X(3).
