      ******************************************************************
      * STATE PREMIUM TAX RATE TABLE RECORD LAYOUT                     *
      * ONE RECORD PER STATE PER RATE CHANGE, MAINTAINED AS DATA SO A  *
      * LEGISLATED RATE CHANGE NEEDS NO RECOMPILE. PTAXRPT TAXES A     *
      * PERIOD AT THE LATEST RATE EFFECTIVE ON OR BEFORE THE PERIOD END*
      ******************************************************************
           05  PTXR-STATE           PIC X(2).
           05  PTXR-EFFECTIVE-DATE  PIC 9(8).
      *    A DECIMAL FRACTION OF TAXABLE PREMIUM - 0.02350 IS 2.35%
           05  PTXR-RATE            PIC 9V9(5).
