           05  PYMT-PAYMENT-AMOUNT  PIC 9(7)V99.
           05  PYMT-PAYMENT-DATE    PIC 9(8).
           05  PYMT-AUTH-CODE       PIC X(6).
      *    A = AUTHORIZED (PYMTAUTH), P = PAID/DISBURSED (PAYDISB,
      *    OR BOOKED PAID BY MANCHECK FOR AN OFF-CYCLE MANUAL CHECK,
      *    AUTH CODE MC AND A SEQUENCE NUMBER),
      *    C = CLEARED THE BANK (BANKRECN), S = STALE - NEVER CLEARED
      *    (BANKRECN), V = VOIDED (PAYVOID), H = HELD BY A FRAUD HOLD
      *    (PYMTAUTH), X = CANCELLED BY THE SIU DISPOSITION (HOLDDISP),
      *    OF CURRENCY - THESE TWO FIELDS PRESERVE WHAT WAS ACTUALLY
      *    AUTHORIZED IN THE POLICY'S OWN CURRENCY FOR AUDIT. SPACES/
      *    ZERO ON PAYMENT RECORDS WRITTEN BEFORE THESE FIELDS EXISTED
      *    MEANS THE PAYMENT WAS ALREADY IN USD. THE USD FIGURE IS AT
      *    THE AUTHORIZATION DATE'S RATE UNTIL PAYDISB PAYS THE LINE,
      *    WHEN IT IS RESTATED AT THE DISBURSEMENT DATE'S RATE AND THE
      *    DIFFERENCE RECORDED ON THE REALIZED FX FILE (FXRLREC)
           05  PYMT-CURRENCY-CODE   PIC X(3).
           05  PYMT-ORIGINAL-AMOUNT PIC 9(7)V99.
      *    SPACES (RECORDS WRITTEN BEFORE THIS FIELD EXISTED) OR N IS
      *    AN ORDINARY CLAIM PAYMENT - I IS A STATUTORY PROMPT-PAY
      *    INTEREST LINE RIDING THE SAME CLAIM AND AUTH CODE - R IS
      *    AN UNEARNED-PREMIUM REFUND TO THE POLICYHOLDER BOOKED BY
      *    POLMAINT ON A MID-TERM TERMINATION (OR A MEDICAL LOSS
      *    RATIO REBATE OF PREMIUM BOOKED BY MLRRBT), WHICH
      *    DISBURSES LIKE ANY MEMBER-PAYEE LINE BUT STAYS OUT OF THE
      *    PROMPT-PAY
      *    FIGURES - NO CLAIM WAS EVER RECEIVED TO START THE CLOCK -
      *    C IS A MONTHLY PCP CAPITATION PAYMENT BOOKED BY CAPPAY,
      *    ONE PROVIDER-PAYEE LINE PER PCP PER MONTH, WHICH LIKEWISE
      *    STAYS OUT OF THE PROMPT-PAY FIGURES - H IS AN HRA
      *    REIMBURSEMENT OF THE MEMBER'S DEDUCTIBLE/COINSURANCE SHARE
      *    BOOKED BY HRAACCT, A MEMBER-PAYEE LINE RIDING THE CLAIM'S
      *    NUMBER THAT THE SELF-FUNDED GROUP IS BILLED BACK FOR. IT
      *    IS THE EMPLOYER'S MONEY, NOT A PLAN BENEFIT, SO IT STAYS
      *    OUT OF BENEFIT-PAID, STOP-LOSS AND REINSURANCE FIGURES -
      *    O IS A MONTHLY ORTHODONTIC INSTALLMENT BOOKED BY ORTHOPAY
      *    AGAINST AN APPROVED TREATMENT PLAN, RIDING THE PLAN'S CLAIM
      *    NUMBER. IT IS A PLAN BENEFIT LIKE THE CLAIM'S OWN PAYMENT
      *    AND COUNTS AS A CLAIM PAYMENT EVERYWHERE THAT ONE DOES
           05  PYMT-PAY-TYPE        PIC X(1).
               88  PYMT-CLAIM-PAYMENT   VALUE "N" " " "O".
               88  PYMT-ORTHO-INSTALLMENT VALUE "O".
               88  PYMT-INTEREST-LINE   VALUE "I".
               88  PYMT-REFUND-LINE     VALUE "R".
               88  PYMT-CAPITATION-LINE VALUE "C".
               88  PYMT-HRA-LINE        VALUE "H".
      *    BUSINESS DAYS FROM THE CLAIM'S RECEIPT DATE (THE DAY WE
      *    TOOK THE CLAIM IN - FALLING BACK TO THE SERVICE DATE ON
      *    CLAIMS OLDER THAN THE RECEIPT-DATE FIELD) TO THE PAYMENT
      *    "M" DIRECTS THE PAYMENT TO THE POLICYHOLDER BECAUSE THE
      *    PROVIDER DID NOT ACCEPT ASSIGNMENT. MEMBER-PAYEE ROWS ARE
      *    REIMBURSEMENTS, NOT REPORTABLE INCOME, AND STAY OFF THE
      *    1099 EXTRACT. "G" PAYS THE EMPLOYER GROUP ITSELF - THE
      *    MEDICAL LOSS RATIO REBATE MLRRBT BOOKS FOR A GROUP POLICY
      *    HOLDER - AND IS LIKEWISE NO 1099 INCOME
           05  PYMT-PAYEE-TYPE      PIC X(1).
               88  PYMT-PAYEE-PROVIDER  VALUE "P" " ".
               88  PYMT-PAYEE-MEMBER    VALUE "M".
               88  PYMT-PAYEE-GROUP     VALUE "G".
      *    THE POLICY THE PAYMENT BELONGS TO - THE MEMBER-PAYEE
      *    DISBURSEMENT GROUPS ON IT. SPACES ON ROWS WRITTEN BEFORE
      *    THIS FIELD EXISTED. ON A GROUP-PAYEE ROW IT CARRIES THE
      *    EMPLOYER GROUP NUMBER INSTEAD
           05  PYMT-POLICY-NUMBER   PIC X(10).
