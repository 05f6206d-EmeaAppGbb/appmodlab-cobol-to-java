      ******************************************************************
      * GROUP MAINTENANCE TRANSACTION RECORD LAYOUT                    *
      * ONE RECORD PER ADD/UPDATE/TERMINATE REQUEST FED TO GRPMAINT -  *
      * AN ADD OR UPDATE CARRIES THE FULL GROUP IMAGE, THE SAME WAY A  *
      * PTRNREC UPDATE CARRIES THE FULL POLICY IMAGE                   *
      ******************************************************************
           05  GMTR-TRANS-CODE      PIC X(1).
               88  GMTR-ADD         VALUE "A".
               88  GMTR-UPDATE      VALUE "U".
               88  GMTR-TERMINATE   VALUE "T".
           05  GMTR-GROUP-NUMBER    PIC X(8).
           05  GMTR-GROUP-NAME      PIC X(30).
           05  GMTR-PLAN-TYPE       PIC X(2).
           05  GMTR-DEDUCTIBLE      PIC 9(5)V99.
           05  GMTR-INDIV-DEDUCTIBLE PIC 9(5)V99.
           05  GMTR-MAX-COVERAGE    PIC 9(7)V99.
           05  GMTR-PREMIUM-AMOUNT  PIC 9(7)V99.
           05  GMTR-BILL-FREQUENCY  PIC X(1).
           05  GMTR-FUNDING         PIC X(1).
           05  GMTR-SPEC-ATTACH     PIC 9(7)V99.
           05  GMTR-AGG-ATTACH      PIC 9(9)V99.
      *    USER ID OF THE UNDERWRITER OR ACCOUNT MANAGER WHO KEYED
      *    THE CHANGE - CARRIED ONTO THE AUDIT ROW
           05  GMTR-OPERATOR-ID     PIC X(8).
      *    HRA PLAN DESIGN - SELF-FUNDED GROUPS ONLY. CARRIED AFTER
      *    THE OPERATOR ID SO TRANSACTIONS KEYED BEFORE THESE FIELDS
      *    EXISTED STILL LINE UP
           05  GMTR-HRA-ANNUAL      PIC 9(5)V99.
           05  GMTR-HRA-ROLLOVER    PIC X(1).
           05  GMTR-HRA-ROLLOVER-MAX PIC 9(5)V99.
      *    CONTRACT SITUS STATE AND EMPLOYEE COUNT - SPACES ON
      *    TRANSACTIONS KEYED BEFORE THESE FIELDS EXISTED
           05  GMTR-SITUS-STATE     PIC X(2).
           05  GMTR-EMPLOYEE-COUNT  PIC 9(5).
