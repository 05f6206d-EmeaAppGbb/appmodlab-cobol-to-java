      ******************************************************************
      * PROVIDER PRACTICE LOCATION RECORD LAYOUT                       *
      * ONE RECORD PER PLACE A PROVIDER SEES PATIENTS, KEYED BY        *
      * PROVIDER ID PLUS LOCATION NUMBER - A PROVIDER MAY PRACTISE AT  *
      * SEVERAL. THE SERVICE ADDRESS MEMBERS ARE DIRECTED TO, NOT THE  *
      * 1099 PAYEE ADDRESS ON THE TAX ID MASTER. MAINTAINED BY         *
      * PLCMAINT; READ BY PRVDIRX FOR THE PROVIDER DIRECTORY           *
      ******************************************************************
           05  PLOC-PROVIDER-ID     PIC X(8).
           05  PLOC-LOCATION-NO     PIC 9(2).
           05  PLOC-LINE-1          PIC X(30).
           05  PLOC-LINE-2          PIC X(30).
           05  PLOC-CITY            PIC X(20).
           05  PLOC-STATE           PIC X(2).
           05  PLOC-ZIP             PIC X(9).
      *    THE PRINTED DIRECTORY IS GROUPED BY COUNTY
           05  PLOC-COUNTY          PIC X(20).
           05  PLOC-PHONE           PIC X(10).
           05  PLOC-NEW-PATIENTS    PIC X(1).
               88  PLOC-ACCEPTING       VALUE "Y".
               88  PLOC-NOT-ACCEPTING   VALUE "N".
      *    LANGUAGES SPOKEN AT THE LOCATION BESIDES ENGLISH, AS FREE
      *    TEXT - E.G. "SPANISH CANTONESE"
           05  PLOC-LANGUAGES       PIC X(30).
           05  PLOC-STATUS          PIC X(1).
               88  PLOC-OPEN            VALUE "O" " ".
               88  PLOC-CLOSED          VALUE "C".
           05  PLOC-CLOSED-DATE     PIC 9(8).
