      ******************************************************************
      * STATE PREMIUM TAX ESTIMATED PAYMENT RECORD LAYOUT              *
      * ONE RECORD PER ESTIMATED (PREPAID) PREMIUM TAX INSTALLMENT     *
      * FINANCE HAS REMITTED TO A STATE, KEYED IN BY TAX ACCOUNTING AS *
      * EACH IS PAID. PTAXRPT CREDITS THEM AGAINST THE TAX DUE FOR THE *
      * TAX YEAR AND QUARTER THEY WERE PAID TOWARD                     *
      ******************************************************************
           05  PTXE-STATE           PIC X(2).
           05  PTXE-TAX-YEAR        PIC 9(4).
           05  PTXE-QUARTER         PIC 9(1).
           05  PTXE-PAID-DATE       PIC 9(8).
           05  PTXE-AMOUNT          PIC 9(9)V99.
