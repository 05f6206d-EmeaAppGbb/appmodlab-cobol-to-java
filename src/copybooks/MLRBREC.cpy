      ******************************************************************
      * MEDICAL LOSS RATIO REBATE REGISTER RECORD LAYOUT               *
      * ONE RECORD PER REBATE MLRRBT BOOKS TO THE PAYMENT LEDGER -     *
      * APPENDED TO data/mlr_rebates.dat AND KEPT ACROSS YEARS AS THE  *
      * RECORD OF WHAT WAS PAID FOR EACH REPORTING YEAR. A MARKET      *
      * SEGMENT AND STATE ALREADY ON THE REGISTER FOR A YEAR IS NEVER  *
      * PAID A SECOND TIME                                             *
      ******************************************************************
           05  MLRB-REPORT-YEAR     PIC 9(4).
      *    I = INDIVIDUAL, S = SMALL GROUP, L = LARGE GROUP
           05  MLRB-SEGMENT         PIC X(1).
               88  MLRB-INDIVIDUAL      VALUE "I".
               88  MLRB-SMALL-GROUP     VALUE "S".
               88  MLRB-LARGE-GROUP     VALUE "L".
           05  MLRB-STATE           PIC X(2).
      *    M = POLICYHOLDER (PAYEE ID IS THE POLICY NUMBER), G =
      *    EMPLOYER GROUP (PAYEE ID IS THE GROUP NUMBER) - THE SAME
      *    VALUES AS PYMT-PAYEE-TYPE ON THE LEDGER LINE
           05  MLRB-PAYEE-TYPE      PIC X(1).
           05  MLRB-PAYEE-ID        PIC X(10).
           05  MLRB-MLR-PCT         PIC 9(3)V99.
           05  MLRB-REQUIRED-PCT    PIC 9(3)V99.
      *    THE PREMIUM THE PAYEE PAID (OR, WHEN THE SEGMENT HAS NO
      *    COLLECTIONS ON FILE, EARNED) THAT THE REBATE WAS SPREAD ON
           05  MLRB-PREMIUM-BASIS   PIC 9(9)V99.
           05  MLRB-REBATE-AMOUNT   PIC 9(7)V99.
           05  MLRB-AUTH-CODE       PIC X(6).
           05  MLRB-BOOKED-DATE     PIC 9(8).
