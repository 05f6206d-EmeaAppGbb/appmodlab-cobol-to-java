      *    NORMALLY; THE RECOVERY IS PURSUED AFTER WE PAY
           05  DIAG-SUBRO-FLAG      PIC X(1).
               88  DIAG-SUBRO-SCREEN    VALUE "Y".
      *    SPACES MEANS NO CASE MANAGEMENT INTEREST - "H" TAGS A
      *    CHRONIC CONDITION AND "K" A CATASTROPHIC ONE. HCCSCAN
      *    REFERS A MEMBER WITH A CLAIM CARRYING EITHER TO A CASE
      *    MANAGEMENT NURSE WHATEVER THE DOLLARS PAID SO FAR
           05  DIAG-CASE-MGMT-CLASS PIC X(1).
               88  DIAG-NO-CASE-MGMT    VALUE " ".
               88  DIAG-CHRONIC         VALUE "H".
               88  DIAG-CATASTROPHIC    VALUE "K".
