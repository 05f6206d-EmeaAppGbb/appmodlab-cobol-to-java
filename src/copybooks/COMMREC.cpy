               88  COMM-NEW-BUSINESS    VALUE "N".
               88  COMM-RENEWAL         VALUE "R".
               88  COMM-CHARGEBACK      VALUE "C".
      *        A CARRY-FORWARD ROW (TYPE F) IS A NEGATIVE NET BALANCE
      *        COMMDISB COULD NOT PAY - OWED BACK OUT OF THE AGENT'S
      *        NEXT DISBURSEMENT THE SAME WAY A CHARGEBACK IS
               88  COMM-CARRY-FORWARD   VALUE "F".
      *        A HELD ROW (TYPE H) IS COMMISSION COMMCALC WOULD HAVE
      *        EARNED ON A POLICY WRITTEN AFTER THE AGENT'S LICENSE
      *        EXPIRED - NEVER DISBURSED OR CHARGED BACK, AND LISTED
      *        ON THE LICENSE HOLD REPORT FOR COMPLIANCE
               88  COMM-HELD            VALUE "H".
           05  COMM-BASE-PREMIUM    PIC 9(7)V99.
           05  COMM-RATE            PIC 9(2)V99.
           05  COMM-AMOUNT          PIC 9(7)V99.
      *    STATEMENT'S NET - SPACES ON EARNING ROWS AND ON ROWS
      *    WRITTEN BEFORE THIS FIELD EXISTED
           05  COMM-NETTED          PIC X(1).
      *    "Y" ONCE COMMDISB HAS SETTLED THE ROW - PAID OUT ON THE
      *    CHECK/EFT NUMBER BELOW, OR ROLLED INTO A CARRY-FORWARD ROW
      *    (CHECK NUMBER ZERO). SPACES ON ROWS NOT YET SETTLED AND ON
      *    ROWS WRITTEN BEFORE THESE FIELDS EXISTED
           05  COMM-PAID-FLAG       PIC X(1).
               88  COMM-IS-PAID         VALUE "Y".
           05  COMM-PAID-DATE       PIC 9(8).
           05  COMM-CHECK-NUMBER    PIC 9(8).
