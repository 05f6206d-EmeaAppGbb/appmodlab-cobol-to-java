      ******************************************************************
      * PROVIDER LOCATION MAINTENANCE TRANSACTION RECORD LAYOUT        *
      * ONE RECORD PER ADD/UPDATE/CLOSE REQUEST FED TO PLCMAINT. A     *
      * CLOSE CARRIES ONLY THE KEY - THE LOCATION STAYS ON FILE,       *
      * MARKED CLOSED, SO THE DIRECTORY CAN REPORT ITS REMOVAL. AN     *
      * UPDATE RE-OPENS A CLOSED LOCATION                              *
      ******************************************************************
           05  PLTR-TRANS-CODE      PIC X(1).
               88  PLTR-ADD         VALUE "A".
               88  PLTR-UPDATE      VALUE "U".
               88  PLTR-CLOSE       VALUE "C".
           05  PLTR-PROVIDER-ID     PIC X(8).
           05  PLTR-LOCATION-NO     PIC 9(2).
           05  PLTR-LINE-1          PIC X(30).
           05  PLTR-LINE-2          PIC X(30).
           05  PLTR-CITY            PIC X(20).
           05  PLTR-STATE           PIC X(2).
           05  PLTR-ZIP             PIC X(9).
           05  PLTR-COUNTY          PIC X(20).
           05  PLTR-PHONE           PIC X(10).
      *    BLANK LEAVES THE LOCATION'S FLAG ALONE ON AN UPDATE; AN ADD
      *    DEFAULTS TO ACCEPTING
           05  PLTR-NEW-PATIENTS    PIC X(1).
           05  PLTR-LANGUAGES       PIC X(30).
