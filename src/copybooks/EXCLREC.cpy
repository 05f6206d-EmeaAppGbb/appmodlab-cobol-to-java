      ******************************************************************
      * FEDERAL EXCLUSION LIST RECORD LAYOUT                           *
      * ONE RECORD PER INDIVIDUAL OR ENTITY ON THE GOVERNMENT'S LIST   *
      * OF PARTIES EXCLUDED FROM FEDERAL HEALTH CARE PROGRAMS, AS      *
      * LOADED MONTHLY TO data/exclusion_list.dat. EXCLSCRN SCREENS    *
      * THE PROVIDER MASTER AND THE TAX ID MASTER AGAINST IT           *
      ******************************************************************
      *    INDIVIDUALS AS "LAST FIRST", ENTITIES BY BUSINESS NAME - THE
      *    SAME WAY OUR OWN PROVIDER AND PAYEE NAMES ARE KEPT
           05  EXCL-NAME            PIC X(30).
      *    SPACES WHEN THE LIST CARRIES NO TAX ID OR LICENSE FOR THE
      *    PARTY - A BLANK IDENTIFIER NEVER COUNTS AS AGREEING
           05  EXCL-TAX-ID          PIC X(9).
           05  EXCL-LICENSE-NUMBER  PIC X(15).
           05  EXCL-LICENSE-STATE   PIC X(2).
      *    THE STATUTORY AUTHORITY FOR THE EXCLUSION, CARRIED ONTO THE
      *    SCREENING REPORT FOR THE COMPLIANCE OFFICER
           05  EXCL-EXCLUSION-TYPE  PIC X(9).
           05  EXCL-EXCLUSION-DATE  PIC 9(8).
      *    ZERO WHILE THE EXCLUSION STANDS - A REINSTATEMENT DATE THAT
      *    HAS ARRIVED TAKES THE PARTY OFF THE LIST
           05  EXCL-REINSTATE-DATE  PIC 9(8).
