      ******************************************************************
      * PROVIDER DIRECTORY FEED RECORD LAYOUT                          *
      * ONE RECORD PER LISTED PRACTICE LOCATION OF EVERY ACTIVE,       *
      * IN-NETWORK, CREDENTIALED PROVIDER, IN SPECIALTY AND ZIP CODE   *
      * ORDER, WRITTEN WEEKLY BY PRVDIRX FOR THE WEB DIRECTORY. A      *
      * LOCATION LISTED LAST WEEK THAT NO LONGER QUALIFIES FOLLOWS AS  *
      * A REMOVAL RECORD CARRYING LAST WEEK'S DETAILS AND THE REASON.  *
      * FIXED WIDTH - THE WEB TEAM LOADS IT BY POSITION                *
      ******************************************************************
           05  PDIR-ACTION          PIC X(1).
               88  PDIR-LISTED          VALUE "L".
               88  PDIR-REMOVE          VALUE "R".
      *    SPACE ON A LISTING
           05  PDIR-REMOVE-REASON   PIC X(1).
               88  PDIR-RSN-TERMINATED  VALUE "T".
               88  PDIR-RSN-OUT-NETWORK VALUE "O".
               88  PDIR-RSN-CREDENTIAL  VALUE "C".
               88  PDIR-RSN-LOCATION    VALUE "L".
               88  PDIR-RSN-OFF-MASTER  VALUE "P".
           05  PDIR-PROVIDER-ID     PIC X(8).
           05  PDIR-LOCATION-NO     PIC 9(2).
           05  PDIR-PROVIDER-NAME   PIC X(30).
           05  PDIR-SPECIALTY       PIC X(20).
           05  PDIR-BOARD-CERTIFIED PIC X(1).
           05  PDIR-LINE-1          PIC X(30).
           05  PDIR-LINE-2          PIC X(30).
           05  PDIR-CITY            PIC X(20).
           05  PDIR-STATE           PIC X(2).
           05  PDIR-ZIP             PIC X(9).
           05  PDIR-COUNTY          PIC X(20).
           05  PDIR-PHONE           PIC X(10).
           05  PDIR-NEW-PATIENTS    PIC X(1).
           05  PDIR-LANGUAGES       PIC X(30).
           05  PDIR-EXTRACT-DATE    PIC 9(8).
