      ******************************************************************
      * PREMIUM COLLECTION HISTORY RECORD LAYOUT                       *
      * ONE RECORD PER PREMIUM PAYMENT PREMPOST ACTUALLY POSTS AND PER *
      * RETURNED ITEM (NSF) IT REVERSES, APPENDED EVERY CYCLE - THE    *
      * DAILY PAYMENT TRANSMISSION IS REPLACED EACH DAY, SO THIS IS THE*
      * LASTING RECORD OF PREMIUM COLLECTED. A REJECTED PAYMENT NEVER  *
      * REACHES IT. READ BY PTAXRPT FOR STATE PREMIUM TAX              *
      ******************************************************************
           05  PCOL-POLICY-NUMBER   PIC X(10).
      *    THE DAY THE BANK RECEIVED THE ITEM (PPAY-RECEIVED-DATE) -
      *    PREMIUM TAX IS OWED ON A CASH-COLLECTED BASIS
           05  PCOL-RECEIVED-DATE   PIC 9(8).
           05  PCOL-POSTED-DATE     PIC 9(8).
           05  PCOL-AMOUNT          PIC 9(7)V99.
      *    C - PAYMENT POSTED TO AN OPEN INVOICE
      *    N - RETURNED ITEM REVERSED; THE AMOUNT IS THE BOUNCED
      *        PAYMENT AND COMES BACK OUT OF PREMIUM COLLECTED
           05  PCOL-TYPE            PIC X(1).
               88  PCOL-COLLECTED       VALUE "C".
               88  PCOL-NSF-REVERSAL    VALUE "N".
      *    THE ACCOUNTING DATE THE COLLECTION BOOKS UNDER - THE POSTED
      *    DATE ITSELF UNLESS ITS MONTH WAS ALREADY CLOSED, THEN THE
      *    FIRST DAY OF THE FIRST OPEN MONTH (ACCTPER). ZERO ON ROWS
      *    WRITTEN BEFORE THIS FIELD EXISTED
           05  PCOL-POSTING-DATE    PIC 9(8).
