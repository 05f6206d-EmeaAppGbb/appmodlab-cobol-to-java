      * ADJUDICATION STATUS FOR                                        *
      ******************************************************************
           05  CINQ-CLAIM-NUMBER    PIC X(10).
      *    WHO IS ASKING AND WHY - CARRIED ONTO THE PHI ACCESS LOG
      *    (PHIAREC) FOR EVERY LOOKUP THE INQUIRY ANSWERS
           05  CINQ-OPERATOR-ID     PIC X(8).
           05  CINQ-REASON-CODE     PIC X(2).
