      ******************************************************************
      * FEE SCHEDULE AMENDMENT TRANSACTION RECORD LAYOUT               *
      * ONE RECORD PER CONTRACT AMENDMENT FED TO FEEAMEND - THE NEW    *
      * FLAT ALLOWED AMOUNT, PER-DIEM RATE AND DRG BASE RATE TAKE      *
      * FORCE ON THE EFFECTIVE DATE. AN EFFECTIVE DATE ALREADY IN THE  *
      * PAST IS A RETROACTIVE AMENDMENT AND ALSO GENERATES A REPRICE   *
      * SELECTION FOR THE MASS ADJUSTMENT RUN                          *
      ******************************************************************
           05  FAMD-PROVIDER-ID     PIC X(8).
           05  FAMD-MAX-ALLOWED     PIC 9(7)V99.
      *    ZERO MEANS THE PROVIDER HAS NO PER-DIEM CONTRACT TERM
           05  FAMD-PER-DIEM-RATE   PIC 9(7)V99.
           05  FAMD-EFFECTIVE-DATE  PIC 9(8).
      *    ZERO MEANS THE PROVIDER HAS NO DRG CASE-RATE CONTRACT TERM
           05  FAMD-DRG-BASE-RATE   PIC 9(7)V99.
