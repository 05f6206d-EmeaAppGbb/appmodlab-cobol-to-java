      * POLICY FOR WHEN THE CALLER DOES NOT HAVE THEIR POLICY NUMBER   *
      ******************************************************************
           05  PNAM-HOLDER-NAME     PIC X(30).
      *    WHO IS ASKING AND WHY - CARRIED ONTO THE PHI ACCESS LOG
      *    (PHIAREC) FOR EVERY LOOKUP THE INQUIRY ANSWERS
           05  PNAM-OPERATOR-ID     PIC X(8).
           05  PNAM-REASON-CODE     PIC X(2).
