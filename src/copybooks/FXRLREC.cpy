      ******************************************************************
      * REALIZED FOREIGN EXCHANGE GAIN/LOSS RECORD LAYOUT              *
      * ONE ROW PER FOREIGN-CURRENCY LEDGER LINE PAYDISB DISBURSES -   *
      * THE USD THE LINE WAS BOOKED AT ON ITS AUTHORIZATION DATE       *
      * AGAINST THE USD IT COST AT THE RATE IN EFFECT ON THE           *
      * DISBURSEMENT DATE. CUMULATIVE: PAYDISB APPENDS, GLEXTR         *
      * JOURNALS EACH ROW ONCE UNDER SOURCE FXGAINLS AND MARKS IT, AND *
      * FXGLRPT TOTALS THE MONTH'S ROWS BY CURRENCY                    *
      ******************************************************************
           05  FXRL-AUTH-CODE       PIC X(6).
           05  FXRL-CLAIM-NUMBER    PIC X(10).
           05  FXRL-PROVIDER-ID     PIC X(8).
           05  FXRL-CURRENCY-CODE   PIC X(3).
      *    THE AMOUNT OWED IN THE POLICY'S OWN CURRENCY - UNCHANGED
      *    BETWEEN AUTHORIZATION AND DISBURSEMENT
           05  FXRL-ORIGINAL-AMOUNT PIC 9(7)V99.
           05  FXRL-AUTH-DATE       PIC 9(8).
           05  FXRL-BOOKED-USD      PIC 9(7)V99.
           05  FXRL-DISBURSED-DATE  PIC 9(8).
           05  FXRL-DISBURSED-USD   PIC 9(7)V99.
      *    ALWAYS POSITIVE - THE DIRECTION SAYS WHICH WAY IT WENT. A
      *    GAIN IS A LINE THAT COST LESS USD TO PAY THAN IT WAS BOOKED
      *    AT, A LOSS ONE THAT COST MORE
           05  FXRL-GAIN-LOSS-AMT   PIC 9(7)V99.
           05  FXRL-DIRECTION       PIC X(1).
               88  FXRL-GAIN            VALUE "G".
               88  FXRL-LOSS            VALUE "L".
      *    SPACE UNTIL GLEXTR HAS JOURNALED THE ROW
           05  FXRL-JOURNALED       PIC X(1).
               88  FXRL-IS-JOURNALED    VALUE "Y".
