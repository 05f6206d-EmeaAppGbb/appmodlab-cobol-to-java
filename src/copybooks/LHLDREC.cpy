      ******************************************************************
      * LEGAL HOLD RECORD LAYOUT                                       *
      * ONE RECORD PER HOLD COUNSEL PLACES FOR A LITIGATION OR         *
      * REGULATORY MATTER. A HOLD COVERS ONE CLAIM, ONE POLICY, ONE    *
      * PROVIDER, OR EVERY RECORD DATED INSIDE A DATE RANGE. WHILE A   *
      * HOLD IS OPEN ARCHPURG AND THE ACCUMRL HISTORY ARCHIVE LEAVE    *
      * EVERY RECORD IT COVERS IN PLACE REGARDLESS OF AGE. COUNSEL     *
      * RELEASES A HOLD BY FILLING IN THE RELEASE DATE - THE RECORDS   *
      * BECOME ELIGIBLE FOR ARCHIVE AGAIN FROM THAT DATE. LHLDINV      *
      * REPORTS HOW MANY RECORDS EACH MATTER IS PROTECTING             *
      ******************************************************************
           05  LHLD-MATTER-ID       PIC X(10).
      *    "C" CLAIM NUMBER, "P" POLICY NUMBER, "V" PROVIDER ID (LEFT
      *    JUSTIFIED IN THE KEY), "D" DATE RANGE - THE KEY IS SPACES
      *    AND THE FROM/THRU DATES BOUND THE RECORDS HELD
           05  LHLD-HOLD-TYPE       PIC X(1).
               88  LHLD-CLAIM-HOLD      VALUE "C".
               88  LHLD-POLICY-HOLD     VALUE "P".
               88  LHLD-PROVIDER-HOLD   VALUE "V".
               88  LHLD-DATE-HOLD       VALUE "D".
           05  LHLD-HOLD-KEY        PIC X(10).
           05  LHLD-FROM-DATE       PIC 9(8).
           05  LHLD-THRU-DATE       PIC 9(8).
           05  LHLD-PLACED-DATE     PIC 9(8).
      *    ZERO WHILE THE HOLD IS OPEN
           05  LHLD-RELEASE-DATE    PIC 9(8).
           05  LHLD-DESCRIPTION     PIC X(30).
