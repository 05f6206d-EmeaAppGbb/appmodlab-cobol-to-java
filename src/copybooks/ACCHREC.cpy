      * ONE RECORD PER ACCUMULATOR ROW ARCHIVED BY THE PLAN-YEAR       *
      * ROLLOVER - CARRIES THE PLAN YEAR THE FIGURES BELONG TO SO      *
      * MEMBER SERVICES CAN ANSWER PRIOR-YEAR DEDUCTIBLE QUESTIONS     *
      * AFTER THE LIVE MASTER HAS BEEN RESET. ADJUDCTN APPENDS A       *
      * FRESH ROW WHEN A SPAN CLAIM POSTS A PORTION TO A CLOSED YEAR - *
      * THE LAST ROW ON FILE FOR A PLAN YEAR, POLICY AND MEMBER        *
      * CARRIES THAT YEAR'S FIGURES                                    *
      ******************************************************************
           05  ACCH-PLAN-YEAR       PIC 9(4).
           05  ACCH-POLICY-NUMBER   PIC X(10).
           05  ACCH-BENEFIT-PAID    PIC 9(9)V99.
           05  ACCH-OOP-MET         PIC 9(7)V99.
           05  ACCH-ARCHIVED-DATE   PIC 9(8).
      *    VISIT COUNTS USED IN THE PLAN YEAR, THE SAME SLOTS THE
      *    ACCUMULATOR ROW CARRIES - SPACES ON ROWS ARCHIVED BEFORE
      *    THIS FIELD EXISTED MEANS NO COUNTED SERVICE ON RECORD
           05  ACCH-VISIT-COUNTS.
               10  ACCH-VC-SLOT OCCURS 8 TIMES.
                   15  ACCH-VC-CLAIM-TYPE PIC X(2).
                   15  ACCH-VC-USED       PIC 9(3).
