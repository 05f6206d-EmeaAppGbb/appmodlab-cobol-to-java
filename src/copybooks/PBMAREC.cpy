      ******************************************************************
      * PBM OUTBOUND ACCUMULATOR RECORD LAYOUT                         *
      * ONE RECORD PER MEMBER ON THE DAY'S ELIGIBILITY FEED, WRITTEN   *
      * DAILY BY PBMXCHG, CARRYING THE DEDUCTIBLE AND OUT-OF-POCKET    *
      * POSITION FROM THE ACCUMULATOR STORE - THE FAMILY ROW AND, ON   *
      * A POLICY WITH AN INDIVIDUAL DEDUCTIBLE, THE MEMBER'S OWN ROW.  *
      * THE FIGURES ARE THE COMBINED POSITION: MEDICAL CLAIMS CLMPROC  *
      * ADJUDICATED PLUS EVERY PBM FILL ALREADY REPORTED BACK TO US,   *
      * SO THE PBM CHARGES AT THE COUNTER AGAINST THE SAME DEDUCTIBLE  *
      * AND OOP MAXIMUM OUR OWN ADJUDICATION USES. FIXED WIDTH BETWEEN *
      * HDR/TRL CONTROLS HASHING THE FOUR MET FIGURES IN CENTS         *
      ******************************************************************
           05  PBMA-POLICY-NUMBER   PIC X(10).
           05  PBMA-MEMBER-ID       PIC X(10).
           05  PBMA-PLAN-TYPE       PIC X(2).
           05  PBMA-FAMILY-DEDUCTIBLE PIC 9(5)V99.
           05  PBMA-FAMILY-DEDUCT-MET PIC 9(7)V99.
           05  PBMA-FAMILY-OOP-MET  PIC 9(7)V99.
      *    ZERO ON A POLICY WITH NO INDIVIDUAL DEDUCTIBLE - ONLY THE
      *    FAMILY FIGURES APPLY
           05  PBMA-INDIV-DEDUCTIBLE PIC 9(5)V99.
           05  PBMA-INDIV-DEDUCT-MET PIC 9(7)V99.
           05  PBMA-INDIV-OOP-MET   PIC 9(7)V99.
      *    WHICH ROW THE MEMBER'S OUT-OF-POCKET POSITION RIDES -
      *    THE MEMBER'S OWN ON AN INDIVIDUAL-DEDUCTIBLE POLICY,
      *    OTHERWISE THE FAMILY'S
           05  PBMA-OOP-LEVEL       PIC X(1).
               88  PBMA-OOP-MEMBER      VALUE "M".
               88  PBMA-OOP-FAMILY      VALUE "F".
           05  PBMA-EXTRACT-DATE    PIC 9(8).
