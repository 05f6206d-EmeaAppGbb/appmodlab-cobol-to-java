      * PREMIUM CASH-RECEIPT RECORD LAYOUT                             *
      * ONE RECORD PER PREMIUM PAYMENT RECEIVED FROM A POLICYHOLDER -  *
      * INPUT TO PREMPOST, WHICH MATCHES IT AGAINST THE POLICY'S       *
      * OLDEST OPEN INVOICE. WRITTEN BY LOCKBOX AND GRPCASH FOR CHECKS *
      * AND BY ACHDRAFT FOR AUTOPAY DRAFTS AND THEIR RETURNS           *
      ******************************************************************
           05  PPAY-POLICY-NUMBER   PIC X(10).
           05  PPAY-PAYMENT-AMOUNT  PIC 9(7)V99.
