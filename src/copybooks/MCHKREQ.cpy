      ******************************************************************
      * MANUAL CHECK REQUEST RECORD LAYOUT                             *
      * ONE RECORD PER OFF-CYCLE CHECK CLAIMS MANAGEMENT WANTS CUT     *
      * TODAY RATHER THAN ON THE NEXT DISBURSEMENT RUN - A HARDSHIP,   *
      * A REGULATOR COMPLAINT, A PROVIDER THREATENING TO STOP CARE.    *
      * THE REQUESTER AND THE APPROVER ARE OPERATOR MASTER SIGN-ON     *
      * IDS AND MUST BE TWO DIFFERENT PEOPLE. MANCHECK VALIDATES EACH  *
      * REQUEST AGAINST THE CLAIM HISTORY MASTER AND THE PAYMENT       *
      * LEDGER BEFORE ANY CHECK IS CUT                                 *
      ******************************************************************
           05  MCHK-REQUEST-ID      PIC X(8).
           05  MCHK-REQUESTER-ID    PIC X(8).
           05  MCHK-APPROVER-ID     PIC X(8).
           05  MCHK-REASON          PIC X(30).
      *    "P" PAYS THE CLAIM'S PROVIDER, "M" THE POLICYHOLDER - THE
      *    PAYEE ID IS THE PROVIDER ID OR THE POLICY NUMBER TO MATCH
           05  MCHK-PAYEE-TYPE      PIC X(1).
               88  MCHK-PAYEE-PROVIDER  VALUE "P".
               88  MCHK-PAYEE-MEMBER    VALUE "M".
           05  MCHK-PAYEE-ID        PIC X(10).
           05  MCHK-CLAIM-NUMBER    PIC X(10).
           05  MCHK-AMOUNT          PIC 9(7)V99.
