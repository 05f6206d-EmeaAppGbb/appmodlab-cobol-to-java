      ******************************************************************
      * UNEARNED PREMIUM REGISTER RECORD LAYOUT                        *
      * ONE RECORD PER PREMIUM INVOICE STILL CARRYING RESERVE AT A     *
      * MONTH-END VALUATION, WRITTEN BY UPRVAL. AN INVOICE STAYS ON    *
      * THE REGISTER WHILE ANY OF ITS PREMIUM IS UNEARNED OR WHILE IT  *
      * IS STILL OPEN (AN OPEN INVOICE CAN YET LAPSE, WHICH REVERSES   *
      * IT). THE REGISTER IS THE PRIOR MONTH THE NEXT VALUATION        *
      * RECONCILES AGAINST - ITS UNEARNED FIGURES ARE NEXT MONTH'S     *
      * BEGINNING RESERVE                                              *
      ******************************************************************
           05  UPR-VALUATION-DATE   PIC 9(8).
      *    THE INVOICE - POLICY, INVOICE DATE AND PERIOD END TOGETHER
      *    IDENTIFY IT ON data/premium_invoices.dat
           05  UPR-POLICY-NUMBER    PIC X(10).
           05  UPR-INVOICE-DATE     PIC 9(8).
           05  UPR-PERIOD-END       PIC 9(8).
           05  UPR-PERIOD-START     PIC 9(8).
           05  UPR-INVOICE-STATUS   PIC X(1).
      *    PREMIUM WRITTEN ON THE INVOICE, THE PART EARNED DAY BY DAY
      *    THROUGH THE VALUATION DATE, AND THE REST STILL UNEARNED
           05  UPR-PREMIUM-AMOUNT   PIC 9(7)V99.
           05  UPR-EARNED-TO-DATE   PIC 9(7)V99.
           05  UPR-UNEARNED         PIC 9(7)V99.
