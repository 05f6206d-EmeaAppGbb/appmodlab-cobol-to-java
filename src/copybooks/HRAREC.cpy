      ******************************************************************
      * HEALTH REIMBURSEMENT ARRANGEMENT (HRA) ACCOUNT RECORD LAYOUT   *
      * ONE RECORD PER MEMBER OF A POLICY WHOSE SELF-FUNDED GROUP      *
      * FUNDS AN HRA (OR ONE PER POLICY, MEMBER ID SPACES, WHEN THE    *
      * POLICY HAS NO MEMBER ROWS), KEPT ON THE KEYED HRA STORE.       *
      * HRAFUND OPENS AND FUNDS IT AND ROLLS IT INTO EACH NEW PLAN     *
      * YEAR; HRAACCT DRAWS IT DOWN AS CLAIMS REIMBURSE THE MEMBER'S   *
      * SHARE. ALL AMOUNTS ARE USD                                     *
      ******************************************************************
           05  HRA-KEY.
               10  HRA-POLICY-NUMBER PIC X(10).
               10  HRA-MEMBER-ID    PIC X(10).
           05  HRA-GROUP-NUMBER     PIC X(8).
           05  HRA-PLAN-YEAR        PIC 9(4).
      *    A CLOSED ACCOUNT (MEMBER, POLICY OR GROUP NO LONGER IN
      *    FORCE, OR THE GROUP STOPPED FUNDING AN HRA) REIMBURSES
      *    NOTHING FURTHER - THE ROW IS KEPT FOR THE RECORD
           05  HRA-STATUS           PIC X(1).
               88  HRA-ACTIVE           VALUE "A".
               88  HRA-CLOSED           VALUE "C".
           05  HRA-OPEN-DATE        PIC 9(8).
      *    THIS PLAN YEAR'S EMPLOYER FUNDING AND WHAT CAME IN WITH IT
      *    FROM LAST YEAR UNDER THE GROUP'S ROLLOVER RULE - AND WHAT
      *    THE RULE FORFEITED BACK TO THE EMPLOYER AT THE TURN
           05  HRA-ANNUAL-FUNDING   PIC 9(5)V99.
           05  HRA-ROLLOVER-IN      PIC 9(7)V99.
           05  HRA-FORFEITED        PIC 9(7)V99.
           05  HRA-YTD-REIMBURSED   PIC 9(7)V99.
           05  HRA-BALANCE          PIC 9(7)V99.
      *    THE MOST RECENT REIMBURSEMENT - THE EOB FOR THAT CLAIM
      *    QUOTES IT BACK TO THE MEMBER
           05  HRA-LAST-CLAIM-NUMBER PIC X(10).
           05  HRA-LAST-REIMBURSED  PIC 9(7)V99.
           05  HRA-LAST-ACTIVITY    PIC 9(8).
