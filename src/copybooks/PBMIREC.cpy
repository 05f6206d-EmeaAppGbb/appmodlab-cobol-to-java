      ******************************************************************
      * PBM INBOUND ACCUMULATOR RECORD LAYOUT                          *
      * ONE RECORD PER PHARMACY FILL (OR REVERSAL OF ONE) THE PBM      *
      * ADJUDICATED, CARRYING THE MEMBER'S DEDUCTIBLE AND OUT-OF-POCKET*
      * SPEND ON IT. PBMXCHG APPLIES EACH TO THE MEMBER'S ACCUMULATOR  *
      * ROWS THROUGH ACCUMIO BY THE SAME RULES ADJUDCTN POSTS A MEDICAL*
      * CLAIM. THE OOP AMOUNT INCLUDES THE DEDUCTIBLE PORTION, AS OUR  *
      * OWN OOP POSTING DOES. TRANSMITTED BETWEEN HDR/TRL CONTROLS     *
      * HASHING BOTH AMOUNTS IN CENTS                                  *
      ******************************************************************
           05  PBMI-PBM-CLAIM-ID    PIC X(15).
           05  PBMI-TXN-TYPE        PIC X(1).
               88  PBMI-PAID            VALUE "P".
               88  PBMI-REVERSAL        VALUE "R".
           05  PBMI-POLICY-NUMBER   PIC X(10).
           05  PBMI-MEMBER-ID       PIC X(10).
           05  PBMI-FILL-DATE       PIC 9(8).
           05  PBMI-DEDUCT-AMOUNT   PIC 9(5)V99.
           05  PBMI-OOP-AMOUNT      PIC 9(5)V99.
