           05  CHKR-TOTAL-AMOUNT    PIC 9(9)V99.
      *    SPACES OR "P" (AND ROWS WRITTEN BEFORE THESE FIELDS
      *    EXISTED) IS A PROVIDER DISBURSEMENT; "M" IS A POLICYHOLDER
      *    REIMBURSEMENT CHECK, GROUPED BY THE POLICY NUMBER BELOW;
      *    "A" IS AN AGENT COMMISSION DISBURSEMENT FROM COMMDISB, WITH
      *    THE AGENT ID CARRIED IN THE PROVIDER ID FIELD; "G" IS AN
      *    EMPLOYER GROUP CHECK (A LOSS RATIO REBATE), WITH THE GROUP
      *    NUMBER CARRIED IN THE POLICY NUMBER FIELD
           05  CHKR-PAYEE-TYPE      PIC X(1).
           05  CHKR-POLICY-NUMBER   PIC X(10).
      *    AN AGENT COMMISSION ITEM HAS NO PAYMENT LEDGER LINE, SO
      *    COMMDISB GIVES IT ITS OWN AUTH CODE ("CM" AND A SEQUENCE)
      *    TO PRINT ON THE CHECK/EFT, AND BANKRECN RECONCILES THE
      *    BANK'S CLEAR AGAINST THIS ROW BY IT. SPACES ON EVERY OTHER
      *    ROW - THOSE CLEAR AGAINST THE LEDGER'S OWN AUTH CODES
           05  CHKR-AUTH-CODE       PIC X(6).
