      ******************************************************************
      * PROVIDER PRENOTE LOG RECORD LAYOUT                             *
      * ONE RECORD PER BANK ACCOUNT PUT ON FILE FOR A PROVIDER'S EFT   *
      * PAYMENTS. PRVMAINT APPENDS IT QUEUED WHEN THE ACCOUNT CHANGES; *
      * PAYDISB SENDS THE ZERO-DOLLAR PRENOTE ON THE NEXT ACH FILE AND *
      * MARKS IT SENT; PRENOTE MARKS IT CLEARED ONCE THE RETURN WINDOW *
      * AND COOLING-OFF PERIOD HAVE PASSED, OR RETURNED WHEN THE BANK  *
      * REJECTS IT. RESOLVED ROWS ARE KEPT AS THE AUDIT TRAIL          *
      ******************************************************************
           05  PNTE-PROVIDER-ID     PIC X(8).
           05  PNTE-BANK-ROUTING    PIC X(9).
           05  PNTE-BANK-ACCOUNT    PIC X(17).
      *    DATE PRVMAINT APPLIED THE CHANGE - THE COOLING-OFF PERIOD
      *    RUNS FROM HERE
           05  PNTE-CHANGE-DATE     PIC 9(8).
           05  PNTE-STATUS          PIC X(1).
               88  PNTE-QUEUED          VALUE "Q".
               88  PNTE-SENT            VALUE "S".
               88  PNTE-CLEARED         VALUE "C".
               88  PNTE-RETURNED        VALUE "R".
      *    SET BY PAYDISB - ZERO WHILE QUEUED. THE TRACE NUMBER COMES
      *    OFF THE CHECK-REGISTER SEQUENCE LIKE ANY OTHER ACH ENTRY
           05  PNTE-SENT-DATE       PIC 9(8).
           05  PNTE-TRACE-NUMBER    PIC 9(8).
      *    SET BY PRENOTE - THE DATE CLEARED OR RETURNED, AND THE
      *    BANK'S ACH RETURN REASON CODE ON A RETURN
           05  PNTE-RESOLVED-DATE   PIC 9(8).
           05  PNTE-RETURN-CODE     PIC X(3).
