      ******************************************************************
      * POLICY COVERAGE SEGMENT RECORD LAYOUT                          *
      * ONE RECORD PER PERIOD OF A POLICY'S COVERAGE HISTORY - THE     *
      * PLAN, DEDUCTIBLES, MAXIMUM, GROUP AND STATUS IN FORCE FROM ITS *
      * FROM-DATE THROUGH ITS THRU-DATE. POLMAINT CLOSES THE OPEN      *
      * SEGMENT AND APPENDS A NEW ONE FOR EVERY COVERAGE CHANGE        *
      * INSTEAD OF OVERWRITING THE MASTER'S FIGURES, SO A CLAIM OR AN  *
      * ELIGIBILITY QUESTION ABOUT A PAST DATE IS ANSWERED FROM THE    *
      * COVERAGE THAT WAS IN FORCE THEN. A POLICY WITH NO SEGMENT ROWS *
      * (WRITTEN BEFORE THIS FILE EXISTED AND NEVER CHANGED SINCE)     *
      * SIMPLY RUNS ON THE MASTER'S OWN FIGURES                        *
      ******************************************************************
           05  PSEG-POLICY-NUMBER   PIC X(10).
           05  PSEG-FROM-DATE       PIC 9(8).
      *    99999999 ON THE OPEN (LATEST) SEGMENT
           05  PSEG-THRU-DATE       PIC 9(8).
               88  PSEG-OPEN-ENDED      VALUE 99999999.
           05  PSEG-PLAN-TYPE       PIC X(2).
           05  PSEG-DEDUCTIBLE      PIC 9(5)V99.
           05  PSEG-INDIV-DEDUCTIBLE PIC 9(5)V99.
           05  PSEG-MAX-COVERAGE    PIC 9(7)V99.
           05  PSEG-GROUP-NUMBER    PIC X(8).
      *    "A" IN FORCE, "T" TERMINATED - THE SEGMENT A TERMINATION
      *    OPENS THE DAY AFTER THE CANCELLATION DATE CARRIES "T"
           05  PSEG-STATUS          PIC X(1).
               88  PSEG-IN-FORCE        VALUE "A".
      *    BUSINESS DATE POLMAINT WROTE OR LAST CLOSED THE SEGMENT
           05  PSEG-RECORDED-DATE   PIC 9(8).
