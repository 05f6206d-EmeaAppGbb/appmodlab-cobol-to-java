      ******************************************************************
      * DEATH-MASTER MATCH RECORD LAYOUT                               *
      * ONE RECORD PER REPORTED DEATH ON THE PERIODIC MATCH FILE THE   *
      * DEATH-MASTER SERVICE RETURNS AGAINST OUR MEMBERSHIP - THE      *
      * SERVICE'S CANDIDATE POLICY/MEMBER AND THE NAME AND BIRTH DATE  *
      * IT MATCHED ON, WHICH DTHMATCH TIES BACK TO THE MEMBER MASTER   *
      * BEFORE ANYTHING IS APPLIED                                     *
      ******************************************************************
           05  DTHM-POLICY-NUMBER   PIC X(10).
      *    SPACES MEANS THE POLICY'S SUBSCRIBER, THE SAME CONVENTION
      *    THE CLAIM RECORD USES
           05  DTHM-MEMBER-ID       PIC X(10).
           05  DTHM-MEMBER-NAME     PIC X(30).
           05  DTHM-BIRTH-DATE      PIC 9(8).
           05  DTHM-DEATH-DATE      PIC 9(8).
      *    THE SERVICE'S OWN REFERENCE FOR THE MATCH - CARRIED ONTO
      *    THE REVIEW REPORT SO AN ANALYST CAN QUERY IT BACK
           05  DTHM-MATCH-REFERENCE PIC X(12).
