               10  ACCUM-VC-SLOT OCCURS 8 TIMES.
                   15  ACCUM-VC-CLAIM-TYPE PIC X(2).
                   15  ACCUM-VC-USED       PIC 9(3).
      *    ORTHODONTIC BENEFIT PAID TO DATE - THE INITIAL PAYMENT AND
      *    EVERY MONTHLY INSTALLMENT OF A TREATMENT PLAN, TESTED
      *    AGAINST THE SEPARATE ORTHO-LIFETIME-MAX RULE. RIDES THE
      *    MEMBER ROW WHEN THE CLAIM NAMES A MEMBER, OTHERWISE THE
      *    FAMILY ROW, THE SAME AS THE VISIT COUNTS. A LIFETIME FIGURE
      *    - NEITHER ACCUMRL NOR RENEWPOL EVER RESETS IT. ZERO ON ROWS
      *    WRITTEN BEFORE THIS FIELD EXISTED
           05  ACCUM-ORTHO-PAID     PIC 9(7)V99.
