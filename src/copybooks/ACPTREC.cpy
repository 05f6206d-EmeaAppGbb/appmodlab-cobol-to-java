      ******************************************************************
      * ACCOUNTING PERIOD TRANSACTION RECORD LAYOUT                    *
      * ONE RECORD PER PERIOD-CONTROL ACTION FINANCE SUBMITS TO        *
      * PERCLOSE. EVERY ACTION PRINTS THE MONTH-END CLOSE CHECKLIST    *
      * FOR ITS MONTH. A CLOSE WITH ITEMS STILL UNPOSTED IS REFUSED    *
      * UNLESS THE OVERRIDE FLAG IS SET                                *
      ******************************************************************
           05  ACPT-ACTION          PIC X(1).
               88  ACPT-CLOSE           VALUE "C".
               88  ACPT-REOPEN          VALUE "R".
               88  ACPT-CHECKLIST-ONLY  VALUE "L".
           05  ACPT-PERIOD          PIC 9(6).
           05  ACPT-USER-ID         PIC X(8).
           05  ACPT-OVERRIDE        PIC X(1).
               88  ACPT-CLOSE-ANYWAY    VALUE "Y".
