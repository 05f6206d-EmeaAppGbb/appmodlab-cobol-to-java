      *    RE-PRESENTED FROM THE POLICY-NOT-FOUND RECYCLE PATH BY
      *    CLMRCYCL ONCE ITS POLICY REACHED THE MASTER. LIKE AN
      *    ADJUSTMENT, SUCH A CLAIM LEGITIMATELY MATCHES ITSELF AND
      *    IS EXEMPT FROM THE DUPLICATE SCREEN. "I" MARKS A CLAIM
      *    RFIPROC RE-PRESENTED FROM THE PENDED-FOR-INFORMATION WORK
      *    FILE - EQUALLY EXEMPT, AND NEVER PENDED FOR INFORMATION A
      *    SECOND TIME: WHATEVER IS STILL MISSING NOW DENIES.
      *    "O" IS NEVER TAKEN IN - IT MARKS THE WORK RECORD ORTHOPAY
      *    BUILDS FROM A TREATMENT PLAN TO PRESENT ONE MONTHLY
      *    ORTHODONTIC INSTALLMENT TO PYMTAUTH, WHICH BOOKS IT AS AN
      *    INSTALLMENT LINE RIDING THE APPROVED CLAIM'S NUMBER
           05  CLM-RECYCLE-FLAG     PIC X(1).
               88  CLM-IS-RECYCLED      VALUE "R".
               88  CLM-IS-RFI-RETURN    VALUE "I".
               88  CLM-IS-ORTHO-INSTALLMENT VALUE "O".
      *    SPACES IS AN ORDINARY COMMERCIAL-PRIMARY CLAIM - "M" MARKS
      *    A MEDICARE-PRIMARY CROSSOVER TAKEN IN BY MCRINTAK, WHICH
      *    ADJUDICATES AS SECONDARY ONLY: THE PLAN PAYS TOWARD THE
      *    GOES TO THE POLICYHOLDER INSTEAD
           05  CLM-ASSIGN-BENEFITS  PIC X(1).
               88  CLM-BENEFITS-NOT-ASSIGNED VALUE "N".
      *    SERVICE SPAN - THE FIRST AND LAST DAY OF SERVICE THE CLAIM
      *    BILLS, FOR A STAY OR COURSE OF CARE THAT RUNS OVER MORE
      *    THAN ONE DAY. CLM-CLAIM-DATE STAYS THE FIRST SERVICE DAY.
      *    ADJUDCTN APPORTIONS A SPAN CROSSING A PLAN-YEAR BOUNDARY
      *    ACROSS THE PLAN YEARS IT TOUCHES. ZERO (OR SPACES) ON
      *    CLAIMS TAKEN IN BEFORE THESE FIELDS EXISTED MEANS A
      *    SINGLE-DAY SERVICE ON CLM-CLAIM-DATE
           05  CLM-SERVICE-FROM-DATE PIC 9(8).
           05  CLM-SERVICE-THRU-DATE PIC 9(8).
