      ******************************************************************
      * MAKER-CHECKER APPROVAL REQUEST - PASSED TO APRVCHK             *
      * THE CALLER FILLS IN THE SOURCE, THE TRANSACTION KEY (LAID OUT  *
      * AS APRVREC DESCRIBES) AND THE TRANSACTION'S MAKER AND CHECKER; *
      * APRVCHK HANDS BACK THE RESULT AND A SHORT REASON FOR THE       *
      * ERROR LOG                                                      *
      ******************************************************************
           05  APRQ-SOURCE          PIC X(8).
           05  APRQ-TRANS-KEY       PIC X(30).
           05  APRQ-MAKER-ID        PIC X(8).
           05  APRQ-CHECKER-ID      PIC X(8).
           05  APRQ-RESULT          PIC X(1).
               88  APRQ-RELEASED        VALUE "Y".
      *        NO CHECKER NAMED YET, OR NO APPROVAL FROM THE ONE NAMED
               88  APRQ-PENDING         VALUE "P".
      *        THE MAKER IS NAMED AS CHECKER, OR KEYED AN APPROVAL
      *        OF THEIR OWN TRANSACTION
               88  APRQ-SELF-APPROVED   VALUE "S".
      *        THE CHECKER IS NOT AN ACTIVE OPERATOR WITH APPROVAL
      *        AUTHORITY
               88  APRQ-NOT-AUTHORIZED  VALUE "A".
               88  APRQ-NO-MAKER        VALUE "M".
           05  APRQ-REASON          PIC X(9).
