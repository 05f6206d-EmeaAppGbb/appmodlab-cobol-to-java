      * CLAIMS AT ONCE, NOT ONE CLAIM NUMBER AT A TIME                 *
      ******************************************************************
           05  PINQ-PROVIDER-ID     PIC X(8).
      *    WHO IS ASKING AND WHY - CARRIED ONTO THE PHI ACCESS LOG
      *    (PHIAREC) FOR EVERY LOOKUP THE INQUIRY ANSWERS
           05  PINQ-OPERATOR-ID     PIC X(8).
           05  PINQ-REASON-CODE     PIC X(2).
