      ******************************************************************
      * ORTHODONTIC TREATMENT PLAN RECORD LAYOUT                       *
      * ONE RECORD PER APPROVED ORTHODONTIC CLAIM. ORTHPLAN APPENDS IT *
      * WHEN THE CLAIM APPROVES AND ONLY THE INITIAL PAYMENT IS PAID;  *
      * THE MONTHLY ORTHOPAY RUN AUTHORIZES EACH INSTALLMENT THROUGH   *
      * PYMTAUTH WHILE THE PATIENT IS STILL ELIGIBLE AND CARRIES THE   *
      * SCHEDULE FORWARD. CLOSED PLANS ARE KEPT AS THE AUDIT TRAIL     *
      ******************************************************************
           05  OTPL-CLAIM-NUMBER    PIC X(10).
      *    WHAT EVERY INSTALLMENT'S PAYMENT WORK RECORD IS BUILT FROM -
      *    THE POLICY AND PATIENT ELIGIBILITY IS CHECKED AGAINST, THE
      *    PAYEE PROVIDER AND THE CLAIM'S ASSIGNMENT OF BENEFITS
           05  OTPL-POLICY-NUMBER   PIC X(10).
           05  OTPL-MEMBER-ID       PIC X(10).
           05  OTPL-PROVIDER-ID     PIC X(8).
           05  OTPL-ASSIGN-BENEFITS PIC X(1).
      *    THE SERVICE DATE ON THE ORTHODONTIC CLAIM - THE DAY THE
      *    APPLIANCE WENT ON. INSTALLMENTS FALL DUE MONTHLY FROM HERE
           05  OTPL-BANDING-DATE    PIC 9(8).
      *    THE ADJUDICATED COVERAGE FOR THE WHOLE COURSE OF TREATMENT
      *    (POLICY CURRENCY), THE SHARE OF IT PAID UP FRONT, AND THE
      *    NUMBER AND SIZE OF THE MONTHLY INSTALLMENTS THAT PAY THE
      *    REST - THE LAST INSTALLMENT TAKES ANY ROUNDING REMAINDER
           05  OTPL-TOTAL-ALLOWED   PIC 9(7)V99.
           05  OTPL-INITIAL-PCT     PIC 9(3)V99.
           05  OTPL-INITIAL-AMOUNT  PIC 9(7)V99.
           05  OTPL-INSTALLMENT-COUNT  PIC 9(3).
           05  OTPL-INSTALLMENT-AMOUNT PIC 9(7)V99.
      *    MAINTAINED BY ORTHOPAY - PAID-TO-DATE INCLUDES THE INITIAL
      *    PAYMENT
           05  OTPL-INSTALLMENTS-PAID  PIC 9(3).
           05  OTPL-PAID-TO-DATE    PIC 9(7)V99.
           05  OTPL-NEXT-DUE-DATE   PIC 9(8).
           05  OTPL-LAST-PAID-DATE  PIC 9(8).
      *    A = ACTIVE, C = COMPLETE (EVERY INSTALLMENT PAID), T = THE
      *    SCHEDULE WAS STOPPED BECAUSE THE POLICY OR PATIENT
      *    TERMINATED, M = THE ORTHODONTIC LIFETIME MAXIMUM WAS
      *    REACHED BEFORE THE SCHEDULE RAN OUT
           05  OTPL-STATUS          PIC X(1).
               88  OTPL-ACTIVE          VALUE "A".
               88  OTPL-COMPLETE        VALUE "C".
               88  OTPL-TERMINATED      VALUE "T".
               88  OTPL-MAX-REACHED     VALUE "M".
           05  OTPL-STATUS-DATE     PIC 9(8).
           05  OTPL-CREATED-DATE    PIC 9(8).
