      * MEMBER ID CARD REQUEST QUEUE RECORD LAYOUT                     *
      * ONE RECORD PER EVENT THAT OWES SOMEBODY A CARD - APPENDED BY   *
      * POLMAINT WHEN A POLICY IS ADDED, BY CENSUS WHEN A MEMBER IS    *
      * ENROLLED, BY RENEWPOL WHEN A PLAN YEAR ROLLS, BY OENROLL WHEN  *
      * AN OPEN ENROLLMENT ELECTION CHANGES THE PLAN, AND BY THE       *
      * SERVICE DESK FOR REPRINTS. IDCARD TURNS THE QUEUE INTO THE     *
      * CARD VENDOR'S EXTRACT AND CLEARS IT, RECONCILING CARDS         *
      * WRITTEN AGAINST REQUESTS QUEUED                                *
