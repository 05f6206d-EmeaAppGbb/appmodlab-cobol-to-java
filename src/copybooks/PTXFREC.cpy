      ******************************************************************
      * STATE PREMIUM TAX FILING EXTRACT RECORD LAYOUT                 *
      * ONE RECORD PER STATE FILING PERIOD WRITTEN BY PTAXRPT TO THAT  *
      * STATE'S OWN EXTRACT FILE, BETWEEN THE HDR/TRL BATCH CONTROLS   *
      * EVERY TRANSMITTED INTERFACE CARRIES. THE QUARTER ROW IS        *
      * FOLLOWED BY THE YEAR-TO-DATE ROW (QUARTER 0), WHICH ON THE     *
      * FOURTH-QUARTER RUN IS THE ANNUAL RETURN                        *
      ******************************************************************
           05  PTXF-STATE           PIC X(2).
           05  PTXF-TAX-YEAR        PIC 9(4).
      *    1-4 FOR THE QUARTER ROW, 0 FOR THE YEAR-TO-DATE ROW
           05  PTXF-QUARTER         PIC 9(1).
           05  PTXF-PERIOD-START    PIC 9(8).
           05  PTXF-PERIOD-END      PIC 9(8).
      *    PREMIUM COLLECTED, THE PRO-RATA REFUNDS AND NSF REVERSALS
      *    TAKEN BACK OUT OF IT, AND WHAT IS LEFT TO TAX. A PERIOD
      *    WHOSE REFUNDS EXCEED ITS COLLECTIONS CARRIES A NEGATIVE
      *    TAXABLE PREMIUM, FLAGGED RATHER THAN SIGNED
           05  PTXF-GROSS-COLLECTED PIC 9(11)V99.
           05  PTXF-REFUNDS         PIC 9(11)V99.
           05  PTXF-NSF-REVERSALS   PIC 9(11)V99.
           05  PTXF-TAXABLE-SIGN    PIC X(1).
               88  PTXF-TAXABLE-NEGATIVE VALUE "-".
           05  PTXF-TAXABLE-PREMIUM PIC 9(11)V99.
           05  PTXF-TAX-RATE        PIC 9V9(5).
           05  PTXF-TAX-DUE         PIC 9(11)V99.
           05  PTXF-ESTIMATES-PAID  PIC 9(11)V99.
      *    TAX DUE LESS ESTIMATES PAID - "-" WHEN THE STATE OWES US
           05  PTXF-BALANCE-SIGN    PIC X(1).
               88  PTXF-BALANCE-CREDIT  VALUE "-".
           05  PTXF-BALANCE-DUE     PIC 9(11)V99.
