      ******************************************************************
      * PREMIUM AUTOPAY ENROLLMENT TRANSACTION LAYOUT                  *
      * ONE RECORD PER SIGNED AUTOPAY FORM OR CANCELLATION REQUEST FROM*
      * MEMBER SERVICES - INPUT TO ACHDRAFT, WHICH APPLIES THEM TO THE *
      * ENROLLMENT FILE BEFORE ANY DRAFTING. AN ENROLLMENT FOR A POLICY*
      * ALREADY ON FILE REPLACES ITS BANK DETAILS AND REACTIVATES IT   *
      ******************************************************************
           05  APTR-ACTION          PIC X(1).
               88  APTR-ENROLL          VALUE "E".
               88  APTR-CANCEL          VALUE "C".
           05  APTR-POLICY-NUMBER   PIC X(10).
      *    BANK DETAILS, DRAFT DAY AND AUTHORIZATION DATE - ENROLLMENT
      *    ONLY, SPACES/ZERO ON A CANCELLATION
           05  APTR-BANK-ROUTING    PIC X(9).
           05  APTR-BANK-ACCOUNT    PIC X(17).
           05  APTR-ACCOUNT-TYPE    PIC X(1).
           05  APTR-DRAFT-DAY       PIC 9(2).
           05  APTR-AUTH-DATE       PIC 9(8).
