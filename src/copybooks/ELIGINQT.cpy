      ******************************************************************
           05  EINQ-POLICY-NUMBER   PIC X(10).
           05  EINQ-MEMBER-ID       PIC X(10).
      *    WHO IS ASKING AND WHY - CARRIED ONTO THE PHI ACCESS LOG
      *    (PHIAREC) FOR EVERY LOOKUP THE INQUIRY ANSWERS
           05  EINQ-OPERATOR-ID     PIC X(8).
           05  EINQ-REASON-CODE     PIC X(2).
      *    "WAS THIS PERSON COVERED ON THIS DATE" - THE DATE THE
      *    QUESTION IS ABOUT. THE ANSWER COMES FROM THE COVERAGE
      *    SEGMENT IN FORCE THAT DAY. ZERO MEANS THE BUSINESS DATE
           05  EINQ-AS-OF-DATE      PIC 9(8).
