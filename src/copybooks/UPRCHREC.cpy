      ******************************************************************
      * UNEARNED PREMIUM RESERVE CHANGE RECORD LAYOUT                  *
      * ONE RECORD, REWRITTEN BY EACH MONTH-END UPRVAL RUN - THE       *
      * MONTH'S MOVEMENT IN THE RESERVE FOR GLEXTR TO JOURNAL UNDER    *
      * SOURCE UPRCHG ON THE VALUATION DATE. AN INCREASE POSTS TO THE  *
      * MAPPED DEBIT AND CREDIT ACCOUNTS AS THEY STAND; A DECREASE     *
      * (RESERVE RELEASED INTO EARNED PREMIUM) POSTS THEM REVERSED     *
      ******************************************************************
           05  UPRC-VALUATION-DATE  PIC 9(8).
           05  UPRC-DIRECTION       PIC X(1).
               88  UPRC-INCREASE        VALUE "I".
               88  UPRC-DECREASE        VALUE "D".
           05  UPRC-CHANGE-AMOUNT   PIC 9(11)V99.
           05  UPRC-BEGINNING-UPR   PIC 9(11)V99.
           05  UPRC-ENDING-UPR      PIC 9(11)V99.
