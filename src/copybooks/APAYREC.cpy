      ******************************************************************
      * PREMIUM AUTOPAY ENROLLMENT RECORD LAYOUT                       *
      * ONE RECORD PER INDIVIDUAL POLICY WHOSE HOLDER HAS AUTHORIZED US*
      * TO DRAFT PREMIUM FROM A BANK ACCOUNT. ENROLLMENTS AND          *
      * MEMBER-REQUESTED CANCELLATIONS ARRIVE ON data/autopay_trans.dat*
      * AND ACHDRAFT APPLIES THEM, DRAFTS EVERY OPEN INVOICE DUE BY THE*
      * DRAFT DATE ONCE A MONTH ON OR AFTER THE DRAFT DAY, AND CANCELS *
      * THE ENROLLMENT ITSELF AFTER TOO MANY RETURNED DRAFTS IN A ROW  *
      ******************************************************************
           05  APAY-POLICY-NUMBER   PIC X(10).
           05  APAY-BANK-ROUTING    PIC X(9).
           05  APAY-BANK-ACCOUNT    PIC X(17).
           05  APAY-ACCOUNT-TYPE    PIC X(1).
               88  APAY-CHECKING        VALUE "C" " ".
               88  APAY-SAVINGS         VALUE "S".
      *    DAY OF THE MONTH THE MEMBER CHOSE (1-28) - A DRAFT DAY ON A
      *    WEEKEND OR HOLIDAY DRAFTS ON THE NEXT CYCLE THAT RUNS
           05  APAY-DRAFT-DAY       PIC 9(2).
      *    THE DATE THE MEMBER SIGNED THE DEBIT AUTHORIZATION - NOTHING
      *    IS DRAFTED BEFORE IT
           05  APAY-AUTH-DATE       PIC 9(8).
           05  APAY-STATUS          PIC X(1).
               88  APAY-ACTIVE          VALUE "A".
               88  APAY-CANCELLED       VALUE "C".
           05  APAY-CANCEL-DATE     PIC 9(8).
      *    M - THE MEMBER ASKED; R - RETURNED DRAFTS (AUTOPAY-MAX-
      *    RETURNS IN A ROW, OR ONE RETURN SAYING THE ACCOUNT IS GONE
      *    OR THE AUTHORIZATION WAS REVOKED)
           05  APAY-CANCEL-REASON   PIC X(1).
               88  APAY-CANCEL-BY-MEMBER VALUE "M".
               88  APAY-CANCEL-RETURNS  VALUE "R".
      *    RETURNS SINCE THE LAST DRAFT THAT CLEARED - A DRAFT THAT
      *    OUTLIVES THE RETURN WINDOW SETS IT BACK TO ZERO
           05  APAY-CONSEC-RETURNS  PIC 9(1).
      *    THE LAST DAY ANYTHING WAS DRAFTED - ONE DRAFT RUN A MONTH
           05  APAY-LAST-DRAFT-DATE PIC 9(8).
