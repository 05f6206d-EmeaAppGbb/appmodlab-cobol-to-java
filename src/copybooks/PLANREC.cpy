      *    RECORDS WRITTEN BEFORE THIS FIELD EXISTED) MEANS THE
      *    COMPANY-WIDE DEPENDENT-LIMIT-AGE RULE APPLIES
           05  PLAN-LIMITING-AGE    PIC 9(2).
      *    PER-MEMBER-PER-MONTH CAPITATION PAID TO THE ASSIGNED PCP OF
      *    EVERY MEMBER ON A GATEKEEPER PLAN - ZERO (AND RECORDS
      *    WRITTEN BEFORE THIS FIELD EXISTED) MEANS THE PLAN'S PCPS
      *    ARE PAID FEE-FOR-SERVICE AND CAPPAY SKIPS ITS MEMBERS
           05  PLAN-CAP-PMPM        PIC 9(5)V99.
