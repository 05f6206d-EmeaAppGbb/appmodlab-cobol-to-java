      ******************************************************************
      * CLAIM EXAMINER MASTER RECORD LAYOUT                            *
      * ONE RECORD PER EXAMINER WORKING THE MANUAL REVIEW QUEUE, KEYED *
      * BY THE EXAMINER'S OPERATOR ID (SEE OPERREC). THE SKILL GROUPS  *
      * SAY WHICH ENTRIES RVWASGN MAY ROUTE TO THE EXAMINER - EACH     *
      * PAIRS A REVIEW REASON CODE WITH A CLAIM TYPE, 00 OR SPACES     *
      * MEANING ANY. THE AUTHORITY LIMIT IS THE LARGEST CLAIM THE      *
      * EXAMINER MAY APPROVE; RVWDECSN SENDS A BIGGER APPROVAL TO THE  *
      * SUPERVISOR NAMED HERE, WHO IS AN EXAMINER ON THIS MASTER IN    *
      * TURN                                                           *
      ******************************************************************
           05  EXMR-EXAMINER-ID     PIC X(8).
           05  EXMR-EXAMINER-NAME   PIC X(30).
      *    AN INACTIVE EXAMINER RECEIVES NO NEW ASSIGNMENTS, AND THE
      *    NIGHTLY PASS HANDS THE EXAMINER'S OPEN ENTRIES TO OTHERS
           05  EXMR-STATUS          PIC X(1).
               88  EXMR-ACTIVE          VALUE "A".
               88  EXMR-INACTIVE        VALUE "I".
           05  EXMR-AUTHORITY-LIMIT PIC 9(7)V99.
      *    SPACES AT THE TOP OF THE CHAIN - AN APPROVAL OVER THAT
      *    EXAMINER'S LIMIT STAYS ON THE QUEUE FOR MANAGEMENT
           05  EXMR-SUPERVISOR-ID   PIC X(8).
      *    ZERO SKILL GROUPS IS A GENERALIST WHO TAKES ANY ENTRY
           05  EXMR-SKILL-COUNT     PIC 9(1).
           05  EXMR-SKILL OCCURS 5 TIMES.
               10  EXMR-SKILL-REASON    PIC 99.
               10  EXMR-SKILL-CLAIM-TYPE PIC X(2).
