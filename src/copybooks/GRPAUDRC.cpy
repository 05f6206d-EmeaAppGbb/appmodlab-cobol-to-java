      ******************************************************************
      * GROUP MAINTENANCE AUDIT RECORD LAYOUT                          *
      * ONE RECORD PER TRANSACTION GRPMAINT APPLIES TO THE GROUP       *
      * MASTER, CARRYING THE OLD AND NEW VALUE OF EVERY FIELD A        *
      * TRANSACTION CAN CHANGE AND THE USER WHO KEYED IT - THE GROUP   *
      * COUNTERPART TO POLAUDREC. OLD VALUES ARE SPACES/ZERO ON AN ADD *
      ******************************************************************
           05  GAUD-GROUP-NUMBER      PIC X(8).
           05  GAUD-UPDATE-DATE       PIC 9(8).
           05  GAUD-TRANS-CODE        PIC X(1).
           05  GAUD-OPERATOR-ID       PIC X(8).
           05  GAUD-OLD-GROUP-NAME    PIC X(30).
           05  GAUD-NEW-GROUP-NAME    PIC X(30).
           05  GAUD-OLD-PLAN-TYPE     PIC X(2).
           05  GAUD-NEW-PLAN-TYPE     PIC X(2).
           05  GAUD-OLD-DEDUCTIBLE    PIC 9(5)V99.
           05  GAUD-NEW-DEDUCTIBLE    PIC 9(5)V99.
           05  GAUD-OLD-INDIV-DEDUCT  PIC 9(5)V99.
           05  GAUD-NEW-INDIV-DEDUCT  PIC 9(5)V99.
           05  GAUD-OLD-MAX-COVERAGE  PIC 9(7)V99.
           05  GAUD-NEW-MAX-COVERAGE  PIC 9(7)V99.
           05  GAUD-OLD-PREMIUM       PIC 9(7)V99.
           05  GAUD-NEW-PREMIUM       PIC 9(7)V99.
           05  GAUD-OLD-BILL-FREQ     PIC X(1).
           05  GAUD-NEW-BILL-FREQ     PIC X(1).
           05  GAUD-OLD-STATUS        PIC X(1).
           05  GAUD-NEW-STATUS        PIC X(1).
           05  GAUD-OLD-FUNDING       PIC X(1).
           05  GAUD-NEW-FUNDING       PIC X(1).
           05  GAUD-OLD-SPEC-ATTACH   PIC 9(7)V99.
           05  GAUD-NEW-SPEC-ATTACH   PIC 9(7)V99.
           05  GAUD-OLD-AGG-ATTACH    PIC 9(9)V99.
           05  GAUD-NEW-AGG-ATTACH    PIC 9(9)V99.
           05  GAUD-OLD-HRA-ANNUAL    PIC 9(5)V99.
           05  GAUD-NEW-HRA-ANNUAL    PIC 9(5)V99.
           05  GAUD-OLD-HRA-ROLLOVER  PIC X(1).
           05  GAUD-NEW-HRA-ROLLOVER  PIC X(1).
           05  GAUD-OLD-HRA-ROLL-MAX  PIC 9(5)V99.
           05  GAUD-NEW-HRA-ROLL-MAX  PIC 9(5)V99.
           05  GAUD-OLD-SITUS-STATE   PIC X(2).
           05  GAUD-NEW-SITUS-STATE   PIC X(2).
           05  GAUD-OLD-EMPLOYEE-CNT  PIC 9(5).
           05  GAUD-NEW-EMPLOYEE-CNT  PIC 9(5).
