      ******************************************************************
      * PBM ELIGIBILITY FEED RECORD LAYOUT                             *
      * ONE RECORD PER MEMBER COVERED TODAY - EVERY ACTIVE MEMBER ON   *
      * THE MEMBER MASTER UNDER AN ACTIVE, UNEXPIRED POLICY - WRITTEN  *
      * DAILY BY PBMXCHG FOR THE PHARMACY BENEFIT MANAGER, WHO         *
      * ADJUDICATES RETAIL PHARMACY FOR US. THE PBM REPLACES ITS WHOLE *
      * ELIGIBILITY FILE WITH EACH FEED, SO A MEMBER WHO DROPS OFF IS  *
      * NO LONGER COVERED AT THE COUNTER. THE COVERAGE END IS THE      *
      * POLICY EXPIRY, OR THE MEMBER'S TERM DATE WHEN A TERMINATION    *
      * IS ALREADY SCHEDULED. FIXED WIDTH BETWEEN HDR/TRL CONTROLS     *
      ******************************************************************
           05  PBME-POLICY-NUMBER   PIC X(10).
           05  PBME-MEMBER-ID       PIC X(10).
           05  PBME-MEMBER-NAME     PIC X(30).
           05  PBME-BIRTH-DATE      PIC 9(8).
           05  PBME-SEX             PIC X(1).
           05  PBME-RELATIONSHIP    PIC X(1).
           05  PBME-GROUP-NUMBER    PIC X(8).
           05  PBME-PLAN-TYPE       PIC X(2).
           05  PBME-COVERAGE-START  PIC 9(8).
           05  PBME-COVERAGE-END    PIC 9(8).
           05  PBME-EXTRACT-DATE    PIC 9(8).
