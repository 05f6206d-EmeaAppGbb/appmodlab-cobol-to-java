      ******************************************************************
      * CASE MANAGEMENT CASE RECORD LAYOUT                             *
      * ONE RECORD PER REFERRAL OF A MEMBER TO A CASE MANAGEMENT NURSE *
      * - OPENED BY HCCSCAN WHEN THE MEMBER'S ROLLING TWELVE MONTHS OF *
      * PAID CLAIMS CROSS THE HIGH-COST THRESHOLD OR A CLAIM CARRIES A *
      * CHRONIC OR CATASTROPHIC DIAGNOSIS, AND WORKED FORWARD BY THE   *
      * NURSE'S STATUS UPDATES. A MEMBER HOLDS AT MOST ONE OPEN CASE;  *
      * A DECLINED OR CLOSED CASE STAYS ON FILE AS THE MEMBER'S        *
      * REFERRAL HISTORY                                               *
      ******************************************************************
           05  CMGT-CASE-NUMBER     PIC 9(8).
           05  CMGT-POLICY-NUMBER   PIC X(10).
      *    ALWAYS THE MEMBER'S OWN ID - A CLAIM CARRYING NO MEMBER ID
      *    IS RESOLVED TO THE SUBSCRIBER BEFORE THE CASE IS OPENED
           05  CMGT-MEMBER-ID       PIC X(10).
      *    WHAT TRIGGERED THE REFERRAL - THE PAID THRESHOLD, A TAGGED
      *    DIAGNOSIS, OR BOTH ON THE SAME SCAN
           05  CMGT-REFERRAL-REASON PIC X(1).
               88  CMGT-HIGH-COST       VALUE "P".
               88  CMGT-DIAGNOSIS       VALUE "D".
               88  CMGT-COST-AND-DIAG   VALUE "B".
      *    ROLLING TWELVE-MONTH PAID AS OF THE REFERRAL
           05  CMGT-ROLLING-PAID    PIC 9(9)V99.
      *    THE TAGGED DIAGNOSIS AND ITS CLASS (H CHRONIC, K
      *    CATASTROPHIC) - SPACES ON A COST-ONLY REFERRAL
           05  CMGT-DIAG-CODE       PIC X(5).
           05  CMGT-DIAG-CLASS      PIC X(1).
           05  CMGT-REFERRED-DATE   PIC 9(8).
           05  CMGT-STATUS          PIC X(1).
               88  CMGT-REFERRED        VALUE "R".
               88  CMGT-ENGAGED         VALUE "E".
               88  CMGT-DECLINED        VALUE "D".
               88  CMGT-CLOSED          VALUE "C".
               88  CMGT-OPEN            VALUE "R" "E".
      *    THE OPERATOR ID OF THE NURSE CARRYING THE CASE - SPACES
      *    WHEN NO ACTIVE NURSE WAS ON THE ROSTER AT REFERRAL
           05  CMGT-NURSE-ID        PIC X(8).
           05  CMGT-STATUS-DATE     PIC 9(8).
