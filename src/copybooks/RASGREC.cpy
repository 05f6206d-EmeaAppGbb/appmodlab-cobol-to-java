      ******************************************************************
      * MANUAL REVIEW ASSIGNMENT LOG RECORD LAYOUT                     *
      * ONE RECORD PER QUEUE ENTRY HANDED TO AN EXAMINER - BY          *
      * RVWASGN'S NIGHTLY ROUND-ROBIN, OR BY RVWDECSN ROUTING AN       *
      * APPROVAL OVER THE EXAMINER'S AUTHORITY TO THE SUPERVISOR. THE  *
      * QUEUE ITSELF ONLY SHOWS WHO HOLDS AN ENTRY NOW; THIS IS WHAT   *
      * THE PRODUCTIVITY REPORT COUNTS AS ASSIGNED                     *
      ******************************************************************
           05  RASG-CLAIM-NUMBER    PIC X(10).
           05  RASG-EXAMINER-ID     PIC X(8).
           05  RASG-ASSIGNED-DATE   PIC 9(8).
           05  RASG-ENTERED-DATE    PIC 9(8).
           05  RASG-ASSIGN-TYPE     PIC X(1).
               88  RASG-ROUND-ROBIN     VALUE "R".
               88  RASG-SUPERVISOR      VALUE "S".
