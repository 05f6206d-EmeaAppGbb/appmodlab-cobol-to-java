      ******************************************************************
      * APCD MEDICAL CLAIM SUBMISSION RECORD LAYOUT                    *
      * ONE RECORD PER SERVICE LINE OF EACH MEDICAL, DENTAL OR VISION  *
      * CLAIM WHOSE CURRENT OUTCOME REACHED THE CLAIM HISTORY MASTER   *
      * IN THE SUBMISSION MONTH, FOR A MEMBER RESIDING IN THE          *
      * REPORTING STATE. A CLAIM WITH NO LINE ITEMS GOES AS ONE LINE   *
      * BUILT FROM THE CLAIM ITSELF. THE PLAN PAID AMOUNT IS THE       *
      * CLAIM'S LEDGER PAYMENTS SPREAD ACROSS THE LINES BY BILLED      *
      * CHARGE. FIXED WIDTH BETWEEN HDR/TRL CONTROLS HASHING THE PAID  *
      * AMOUNT IN CENTS                                                *
      ******************************************************************
           05  APCM-SUBMITTER-ID    PIC X(10).
           05  APCM-PERIOD          PIC 9(6).
           05  APCM-CLAIM-NUMBER    PIC X(10).
           05  APCM-LINE-NUMBER     PIC 9(2).
      *    01 PAID, 04 DENIED, 22 REVERSAL OF AN EARLIER SUBMISSION -
      *    A REVERSAL NAMES THE CLAIM IT BACKS OUT
           05  APCM-CLAIM-STATUS    PIC X(2).
           05  APCM-ORIG-CLAIM-NUMBER PIC X(10).
           05  APCM-POLICY-NUMBER   PIC X(10).
           05  APCM-MEMBER-ID       PIC X(10).
           05  APCM-PROVIDER-ID     PIC X(8).
           05  APCM-CLAIM-TYPE      PIC X(2).
           05  APCM-RECEIPT-DATE    PIC 9(8).
           05  APCM-SERVICE-DATE    PIC 9(8).
           05  APCM-SERVICE-CODE    PIC X(5).
           05  APCM-DIAGNOSIS-CODE  PIC X(5).
           05  APCM-UNITS           PIC 9(3).
           05  APCM-CHARGE-AMOUNT   PIC 9(7)V99.
           05  APCM-PAID-AMOUNT     PIC 9(7)V99.
      *    THE LATEST LEDGER PAYMENT DATE - ZERO WHEN NOTHING PAID
           05  APCM-PAID-DATE       PIC 9(8).
