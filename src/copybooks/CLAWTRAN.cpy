               88  CLWT-RETRO-DENIAL        VALUE "02".
               88  CLWT-COB-OVERPAY         VALUE "03".
               88  CLWT-BILLING-ERROR       VALUE "04".
      *    A CAPITATION RUN WHOSE RETRO TERMS OUTWEIGH A PCP'S MONTH -
      *    RAISED BY CAPPAY AGAINST THE PCP'S LAST CAPITATION LINE
               88  CLWT-CAPITATION-ADJ      VALUE "05".
      *    PAID FOR SERVICE AFTER THE MEMBER'S DATE OF DEATH - RAISED
      *    BY DTHMATCH WHEN A DEATH-MASTER MATCH IS APPLIED
               88  CLWT-MEMBER-DECEASED     VALUE "06".
      *    WHO RAISED THE RECOVERY AND WHO IS TO RELEASE IT - OPERATOR
      *    MASTER SIGN-ON IDS, OR THE RAISING PROGRAM'S NAME AS MAKER
      *    FOR ONE A BATCH JOB RAISED. CLAWBACK APPLIES NOTHING UNTIL
      *    A DIFFERENT, AUTHORIZED CHECKER HAS APPROVED IT ON THE
      *    APPROVAL FILE (SEE APRVREC)
           05  CLWT-MAKER-ID        PIC X(8).
           05  CLWT-CHECKER-ID      PIC X(8).
