      *    PREMIUM FIGURES ARE ZERO, THE GROUP MASTER'S DEFAULTS ARE
      *    INHERITED. SPACES MEANS INDIVIDUAL BUSINESS
           05  PTRN-GROUP-NUMBER    PIC X(8).
      *    DATE AN UPDATE'S PLAN/DEDUCTIBLE/MAXIMUM/GROUP CHANGE TAKES
      *    EFFECT - POLMAINT CLOSES THE POLICY'S OPEN COVERAGE SEGMENT
      *    THE DAY BEFORE AND OPENS A NEW ONE FROM IT. ZERO MEANS THE
      *    BUSINESS DATE
           05  PTRN-CHANGE-DATE     PIC 9(8).
