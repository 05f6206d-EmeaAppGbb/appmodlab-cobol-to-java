      ******************************************************************
      * OPEN ENROLLMENT ELECTION RECORD LAYOUT                         *
      * ONE RECORD PER SUBSCRIBER ON AN EMPLOYER GROUP'S ANNUAL OPEN   *
      * ENROLLMENT ELECTIONS FILE - THE PLAN TYPE ELECTED FOR THE NEW  *
      * PLAN YEAR AND THE DEPENDENTS TO BE COVERED UNDER IT, OR A      *
      * WAIVER OF COVERAGE. OENROLL VALIDATES EACH ROW AGAINST THE     *
      * PLANS THE GROUP OFFERS AND STAGES THE POLICY AND MEMBER        *
      * TRANSACTIONS THAT CARRY IT OUT. A SUBSCRIBER WITH NO ROW KEEPS *
      * THE CURRENT PLAN AND DEPENDENTS                                *
      ******************************************************************
           05  OEEL-GROUP-NUMBER    PIC X(8).
           05  OEEL-POLICY-NUMBER   PIC X(10).
      *    THE SUBSCRIBER'S MEMBER ID AS THE EMPLOYER KNOWS IT - CHECKED
      *    AGAINST THE POLICY'S SUBSCRIBER ROW WHEN PRESENT
           05  OEEL-SUBSCRIBER-ID   PIC X(10).
           05  OEEL-ELECTION        PIC X(1).
               88  OEEL-ENROLL          VALUE "E".
               88  OEEL-WAIVE           VALUE "W".
      *    SPACES KEEPS THE CURRENT PLAN TYPE
           05  OEEL-PLAN-TYPE       PIC X(2).
      *    ON AN "E" ROW THE DEPENDENT LIST IS THE COMPLETE SET OF
      *    DEPENDENTS TO BE COVERED IN THE NEW PLAN YEAR - ONE ON FILE
      *    BUT NOT LISTED IS DROPPED, AND ONE LISTED BUT NOT ACTIVE ON
      *    FILE IS ADDED FROM THE NAME, BIRTH DATE, RELATIONSHIP AND
      *    SEX GIVEN HERE. "Y" LEAVES THE DEPENDENTS ON FILE AS THEY
      *    ARE AND THE LIST IS IGNORED
           05  OEEL-KEEP-DEPENDENTS PIC X(1).
               88  OEEL-DEPENDENTS-UNCHANGED VALUE "Y".
           05  OEEL-DEPENDENT-COUNT PIC 9(2).
           05  OEEL-DEPENDENT OCCURS 8 TIMES.
               15  OEEL-DEP-MEMBER-ID   PIC X(10).
               15  OEEL-DEP-NAME        PIC X(30).
               15  OEEL-DEP-BIRTH-DATE  PIC X(8).
               15  OEEL-DEP-RELATIONSHIP PIC X(1).
               15  OEEL-DEP-SEX         PIC X(1).
