      * POSTS TO IN THE CORPORATE LEDGER. MAINTAINED AS DATA SO THE    *
      * CHART OF ACCOUNTS CHANGES WITHOUT A RECOMPILE. SOURCES:        *
      *   CLMPAID  - CLAIMS PAID OFF THE PAYMENT LEDGER               *
      *   CAPPAID  - PCP CAPITATION PAID OFF THE PAYMENT LEDGER       *
      *   HRAPAID  - HRA REIMBURSEMENTS PAID OFF THE PAYMENT LEDGER   *
      *   PREMBILL - PREMIUM BILLED OFF THE INVOICE FILE              *
      *   PREMCASH - PREMIUM CASH APPLIED                             *
      *   CLAWBACK - OVERPAYMENT RECOVERIES                           *
      *   SUBRO    - SUBROGATION RECOVERIES                           *
      *   REINS    - REINSURANCE RECOVERIES                           *
      *   COMMISSN - AGENT COMMISSIONS EARNED                         *
      *   COMMPAID - AGENT COMMISSIONS DISBURSED                      *
      *   UPRCHG   - MONTH-END CHANGE IN UNEARNED PREMIUM RESERVE  *
      *   FXGAINLS - NET REALIZED FOREIGN EXCHANGE GAIN (A NET LOSS   *
      *              POSTS THE TWO ACCOUNTS REVERSED)                 *
      ******************************************************************
           05  GLM-SOURCE-CODE      PIC X(8).
           05  GLM-DEBIT-ACCOUNT    PIC X(10).
