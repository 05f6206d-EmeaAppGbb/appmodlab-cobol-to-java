      ******************************************************************
      * GROUP PLAN OFFERING RECORD LAYOUT                              *
      * ONE RECORD PER PLAN TYPE AN EMPLOYER GROUP OFFERS ITS          *
      * EMPLOYEES AT OPEN ENROLLMENT, WITH THE FIGURES A POLICY MOVING *
      * ONTO THAT PLAN TAKES UP FOR THE NEW PLAN YEAR. A GROUP WITH NO *
      * OFFERING RECORDS OFFERS ONLY THE PLAN TYPE ON ITS GROUP MASTER *
      * ROW. THE PREMIUM IS NOT CARRIED HERE - RENEWPOL RE-RATES THE   *
      * POLICY FROM THE PREMIUM RATE TABLE ON THE PLAN IN FORCE WHEN   *
      * THE NEW TERM BEGINS                                            *
      ******************************************************************
           05  GPOF-GROUP-NUMBER    PIC X(8).
           05  GPOF-PLAN-TYPE       PIC X(2).
      *    ZERO IN ANY FIGURE KEEPS THE POLICY'S CURRENT FIGURE
           05  GPOF-DEDUCTIBLE      PIC 9(5)V99.
           05  GPOF-INDIV-DEDUCTIBLE PIC 9(5)V99.
           05  GPOF-MAX-COVERAGE    PIC 9(7)V99.
