      ******************************************************************
      * MANUAL CHECK GL PICKUP RECORD LAYOUT                           *
      * ONE ROW PER OFF-CYCLE CHECK MANCHECK CUTS. MANCHECK RUNS ON    *
      * DEMAND, USUALLY AFTER THE DAY'S CYCLE, SO ITS LEDGER LINE      *
      * CANNOT BE PICKED UP BY DATE. CUMULATIVE: MANCHECK APPENDS AND  *
      * GLEXTR JOURNALS EACH ROW ONCE UNDER SOURCE CLMPAID, MARKING IT *
      ******************************************************************
           05  MCGL-AUTH-CODE       PIC X(6).
           05  MCGL-CLAIM-NUMBER    PIC X(10).
           05  MCGL-CHECK-NUMBER    PIC 9(8).
           05  MCGL-ISSUE-DATE      PIC 9(8).
           05  MCGL-AMOUNT          PIC 9(7)V99.
      *    SPACE UNTIL GLEXTR HAS JOURNALED THE ROW
           05  MCGL-JOURNALED       PIC X(1).
               88  MCGL-IS-JOURNALED    VALUE "Y".
