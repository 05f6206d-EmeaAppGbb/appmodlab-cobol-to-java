      ******************************************************************
      * CHECK/EFT CLEARING HISTORY RECORD LAYOUT                       *
      * ONE RECORD PER LEDGER LINE BANKRECN ADVANCES TO CLEARED (OR    *
      * AGENT COMMISSION ITEM IT MATCHES BY ITS "CM" AUTH CODE) - HOW  *
      * MANY BUSINESS DAYS THE ITEM TOOK FROM ITS PAYMENT DATE TO THE  *
      * DAY THE BANK CLEARED IT, AND WHETHER IT WENT BY PAPER CHECK OR *
      * EFT. APPENDED EVERY RECONCILIATION; CASHFCST WEIGHTS THE       *
      * STILL-OUTSTANDING CHECKS BY THE PAPER-CHECK LAGS               *
      ******************************************************************
           05  CLRH-AUTH-CODE       PIC X(6).
           05  CLRH-CLAIM-NUMBER    PIC X(10).
      *    HOW THE ITEM WENT OUT - THE METHOD PAYDISB CHOOSES FOR THE
      *    PAYEE: MEMBER AND GROUP PAYEES ALWAYS BY CHECK, A PROVIDER
      *    WITH AN EFT ELECTION AND BANK DETAILS BY ACH
           05  CLRH-PAYMENT-METHOD  PIC X(1).
               88  CLRH-BY-CHECK        VALUE "C".
               88  CLRH-BY-EFT          VALUE "E".
           05  CLRH-PAYMENT-DATE    PIC 9(8).
           05  CLRH-CLEARED-DATE    PIC 9(8).
           05  CLRH-LAG-DAYS        PIC 9(5).
           05  CLRH-AMOUNT          PIC 9(7)V99.
