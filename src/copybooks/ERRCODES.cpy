           05  EC-DENY-WAITING-PERIOD    PIC 99 VALUE 56.
           05  EC-DENY-VISIT-LIMIT       PIC 99 VALUE 57.
           05  EC-DENY-PREMIUM-LAPSED    PIC 99 VALUE 58.
      *    LINE-LEVEL PROCEDURE CODING EDITS (ADJUDCTN/PROCLKUP) -
      *    DENIAL REASONS LIKE THE ONES ABOVE, NUMBERED OUT OF THE
      *    FREE 20S BECAUSE 40-59 IS FULL
           05  EC-DENY-INVALID-PROC      PIC 99 VALUE 23.
           05  EC-DENY-PROC-CLAIM-TYPE   PIC 99 VALUE 24.
           05  EC-DENY-PROC-AGE-SEX      PIC 99 VALUE 25.
           05  EC-DENY-PROC-UNBUNDLED    PIC 99 VALUE 26.
           05  EC-DENY-PROC-MUTUAL-EXCL  PIC 99 VALUE 27.
      *    NSF/RETURNED-ITEM REVERSAL (PREMPOST)
           05  EC-NSF-NO-PAID-INVOICE    PIC 99 VALUE 59.
      *    MANUAL-REVIEW ROUTING REASON CODES (LS-REASON-CODE)
           05  EC-REVIEW-NO-REFERRAL     PIC 99 VALUE 67.
           05  EC-REVIEW-STAY-OUTLIER    PIC 99 VALUE 68.
           05  EC-REVIEW-PREMIUM-GRACE   PIC 99 VALUE 69.
      *    DRG CASE-RATE PRICING (ADJUDCTN/DRGLKUP) - REVIEW
      *    ROUTINGS LIKE THE ONES ABOVE, OUT OF THE FREE 20S
           05  EC-REVIEW-DRG-OUTLIER     PIC 99 VALUE 28.
           05  EC-REVIEW-DRG-UNGROUPED   PIC 99 VALUE 29.
      *    PCP CAPITATION (ADJUDCTN) - NOT A DENIAL: AN APPROVED
      *    CLAIM CARRYING THIS CODE IS A ZERO-PAY ENCOUNTER ALREADY
      *    COVERED BY THE PCP'S MONTHLY CAPITATION, SO CLMPROC
      *    AUTHORIZES NO PAYMENT FOR IT
           05  EC-CAPITATED-ENCOUNTER    PIC 99 VALUE 18.
      *    MEMBER DECEASED (ADJUDCTN) - SERVICE AFTER THE DATE OF
      *    DEATH DTHMATCH RECORDED ON THE MEMBER MASTER. A DENIAL
      *    REASON, NUMBERED OUT OF THE LAST FREE TEN
           05  EC-DENY-MEMBER-DECEASED   PIC 99 VALUE 19.
      *    ORTHODONTIC LIFETIME MAXIMUM (ADJUDCTN) - THE PATIENT'S
      *    ORTHODONTIC BENEFIT IS ALREADY USED UP. A DENIAL REASON,
      *    OUT OF THE LAST FREE TEN
           05  EC-DENY-ORTHO-MAX         PIC 99 VALUE 03.
      *    POLICY COVERAGE SEGMENTS (POLMAINT) - AN UPDATE WHOSE
      *    CHANGE DATE FALLS BEFORE THE START OF THE POLICY'S OPEN
      *    SEGMENT WOULD REWRITE CLOSED HISTORY, AND IS REJECTED
           05  EC-SEGMENT-BACKDATED      PIC 99 VALUE 04.
      *    OFF-CYCLE MANUAL CHECKS (MANCHECK) - ONE CODE FOR EVERY
      *    REJECTED REQUEST; THE LOGGED DATA CARRIES THE REQUEST ID
      *    AND THE FAILED EDIT
           05  EC-MANUAL-CHECK-REJECTED  PIC 99 VALUE 05.
      *    MAKER-CHECKER APPROVAL (APRVCHK) - A MANUAL MONEY
      *    TRANSACTION HELD BACK FOR WANT OF A RELEASING APPROVAL, AND
      *    ONE ITS OWN MAKER TRIED TO APPROVE; THE LOGGED DATA CARRIES
      *    THE TRANSACTION AND WHY
           05  EC-TRANS-NOT-APPROVED     PIC 99 VALUE 06.
           05  EC-TRANS-SELF-APPROVED    PIC 99 VALUE 07.
      *    FRAUD/ANOMALY SCREENING ALERT REASON CODES (FRAUD-ALERT-CODE)
           05  EC-FRAUD-HIGH-VOLUME      PIC 99 VALUE 70.
           05  EC-FRAUD-HIGH-AVG-AMOUNT  PIC 99 VALUE 71.
           05  EC-FRAUD-CLAIM-OUTLIER    PIC 99 VALUE 72.
      *    FEDERAL EXCLUSION-LIST HIT (EXCLSCRN) - THE ALERT CODE ON
      *    THE PROVIDER-LEVEL PAYMENT HOLD IT PLACES, OUT OF THE LAST
      *    FREE TEN
           05  EC-FRAUD-PROVIDER-EXCLUDED PIC 99 VALUE 09.
      *    MULTI-CURRENCY CONVERSION
           05  EC-CURRENCY-RATE-NOTFOUND PIC 99 VALUE 73.
      *    PROVIDER MASTER MAINTENANCE (PRVMAINT)
           05  EC-APPEAL-NOT-DENIED      PIC 99 VALUE 81.
           05  EC-APPEAL-ALREADY-OPEN    PIC 99 VALUE 82.
           05  EC-APPEAL-CASE-NOTFOUND   PIC 99 VALUE 83.
      *    MEMBER GRIEVANCES (GRVPROC) - ONE CODE FOR EVERY REJECTED
      *    GRIEVANCE TRANSACTION; THE LOGGED DATA CARRIES THE
      *    GRIEVANCE ID AND WHY
           05  EC-GRIEVANCE-REJECTED     PIC 99 VALUE 01.
      *    PREMIUM BILLING AND CASH POSTING (PREMBILL/PREMPOST)
           05  EC-PREMIUM-NO-OPEN-INV    PIC 99 VALUE 84.
           05  EC-PREMIUM-SHORT-PAY      PIC 99 VALUE 85.
      *    AGENT COMMISSIONS (COMMCALC)
           05  EC-AGENT-NOT-FOUND        PIC 99 VALUE 86.
      *    AGENT MASTER MAINTENANCE (AGTMAINT)
           05  EC-AGENT-ALREADY-EXISTS   PIC 99 VALUE 14.
      *    EMPLOYER GROUP MAINTENANCE (GRPMAINT) - A REJECTED
      *    TRANSACTION LOGS THE GROUP NUMBER AND THE FAILED EDIT
           05  EC-GROUP-ALREADY-EXISTS   PIC 99 VALUE 15.
           05  EC-GROUP-MAINT-NOTFND     PIC 99 VALUE 16.
           05  EC-GROUP-MAINT-INVALID    PIC 99 VALUE 17.
      *    DIAGNOSIS CODE VALIDATION (CLMEDIT/DIAGLKUP)
           05  EC-DIAG-NOT-ON-FILE       PIC 99 VALUE 87.
      *    CURRENCY RATE FEED AND STALENESS (RATELOAD/CURRCONV)
      *    PAYMENT AUTHORIZATION DOUBLE-PAY GUARD (PYMTAUTH)
           05  EC-PAYMENT-ALREADY-ACTIVE PIC 99 VALUE 93.
           05  EC-PAYMENT-HELD           PIC 99 VALUE 94.
      *    PROVIDER BANK ACCOUNT PRENOTE (PRENOTE) - THE BANK
      *    RETURNED THE ZERO-DOLLAR TEST ENTRY FOR A CHANGED ACCOUNT
           05  EC-PRENOTE-RETURNED       PIC 99 VALUE 02.
           05  EC-HOLD-DISP-NOT-FOUND    PIC 99 VALUE 95.
      *    MEMBER CONTACT MAINTENANCE (ADRMAINT)
           05  EC-ADDRESS-ALREADY-ON-FILE PIC 99 VALUE 96.
