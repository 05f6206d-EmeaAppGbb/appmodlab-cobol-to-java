      ******************************************************************
      * APCD PHARMACY CLAIM SUBMISSION RECORD LAYOUT                   *
      * ONE RECORD PER PHARMACY (TYPE 04) CLAIM WHOSE CURRENT OUTCOME  *
      * REACHED THE CLAIM HISTORY MASTER IN THE SUBMISSION MONTH, FOR  *
      * A MEMBER RESIDING IN THE REPORTING STATE, WITH THE DRUG DETAIL *
      * FROM THE PHARMACY CLAIM DETAIL FILE. FIXED WIDTH BETWEEN       *
      * HDR/TRL CONTROLS HASHING THE PAID AMOUNT IN CENTS              *
      ******************************************************************
           05  APCP-SUBMITTER-ID    PIC X(10).
           05  APCP-PERIOD          PIC 9(6).
           05  APCP-CLAIM-NUMBER    PIC X(10).
      *    THE SAME STATUS CODE SET AS THE MEDICAL FILE
           05  APCP-CLAIM-STATUS    PIC X(2).
           05  APCP-ORIG-CLAIM-NUMBER PIC X(10).
           05  APCP-POLICY-NUMBER   PIC X(10).
           05  APCP-MEMBER-ID       PIC X(10).
           05  APCP-PHARMACY-ID     PIC X(8).
           05  APCP-NDC-CODE        PIC X(11).
           05  APCP-QUANTITY        PIC 9(5).
           05  APCP-DAYS-SUPPLY     PIC 9(3).
           05  APCP-FILL-DATE       PIC 9(8).
           05  APCP-CHARGE-AMOUNT   PIC 9(7)V99.
           05  APCP-PAID-AMOUNT     PIC 9(7)V99.
           05  APCP-PAID-DATE       PIC 9(8).
