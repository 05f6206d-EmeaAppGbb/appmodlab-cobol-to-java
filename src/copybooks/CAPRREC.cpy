      ******************************************************************
      * PCP CAPITATION ROSTER RECORD LAYOUT                            *
      * ONE RECORD PER MEMBER-MONTH CAPPAY PAID OR ADJUSTED. EACH      *
      * MONTHLY RUN APPENDS A REGULAR ROW FOR EVERY MEMBER ASSIGNED    *
      * TO A PCP ON THE FIRST OF THE MONTH, PLUS RETRO ROWS FOR THE    *
      * PRIOR MONTH - AN ADD FOR A MEMBER ENROLLED OR ASSIGNED AFTER   *
      * THAT MONTH WAS PAID, A TERM REVERSING ONE PAID FOR A MEMBER    *
      * WHO TURNED OUT NOT TO BE COVERED OR WHOSE ASSIGNMENT WAS       *
      * BACK-DATED TO ANOTHER PCP. THE ROSTER IS THE PAY HISTORY THE   *
      * NEXT RUN COMPARES AGAINST, AND THE DETAIL BEHIND EACH PCP'S    *
      * CAPITATION LINE ON THE PAYMENT LEDGER                          *
      ******************************************************************
      *    THE MONTH OF COVERAGE THE ROW PAYS FOR, AND THE MONTH OF
      *    THE RUN THAT BOOKED IT - DIFFERENT ONLY ON RETRO ROWS
           05  CAPR-COVER-MONTH     PIC 9(6).
           05  CAPR-RUN-MONTH       PIC 9(6).
           05  CAPR-ROW-TYPE        PIC X(1).
               88  CAPR-REGULAR         VALUE "R".
               88  CAPR-RETRO-ADD       VALUE "A".
               88  CAPR-RETRO-TERM      VALUE "T".
           05  CAPR-POLICY-NUMBER   PIC X(10).
           05  CAPR-MEMBER-ID       PIC X(10).
           05  CAPR-PCP-ID          PIC X(8).
           05  CAPR-PLAN-TYPE       PIC X(2).
      *    THE PMPM PAID (OR, ON A TERM ROW, TAKEN BACK)
           05  CAPR-AMOUNT          PIC 9(5)V99.
      *    THE PCP'S CAPITATION LINE ON THE PAYMENT LEDGER THIS ROW
      *    RODE ON - SPACES WHEN THE PCP NETTED TO NOTHING OR OWED
      *    MONEY BACK AND NO LINE WAS BOOKED
           05  CAPR-CLAIM-NUMBER    PIC X(10).
           05  CAPR-RUN-DATE        PIC 9(8).
