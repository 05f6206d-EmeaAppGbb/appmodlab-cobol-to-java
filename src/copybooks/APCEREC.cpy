      ******************************************************************
      * APCD MEMBER ELIGIBILITY SUBMISSION RECORD LAYOUT               *
      * ONE RECORD PER MEMBER RESIDING IN THE REPORTING STATE WHO WAS  *
      * COVERED ON ANY DAY OF THE SUBMISSION MONTH, WRITTEN MONTHLY BY *
      * APCDEXTR FOR THE STATE ALL-PAYER CLAIMS DATABASE. THE STATE    *
      * KNOWS THE MEMBER BY OUR POLICY AND MEMBER ID ALONE - NO NAME   *
      * IS SENT. RELATIONSHIP AND SEX CARRY THE STATE'S CODE SETS, NOT *
      * OURS. FIXED WIDTH BETWEEN HDR/TRL CONTROLS                     *
      ******************************************************************
           05  APCE-SUBMITTER-ID    PIC X(10).
           05  APCE-PERIOD          PIC 9(6).
           05  APCE-POLICY-NUMBER   PIC X(10).
           05  APCE-MEMBER-ID       PIC X(10).
      *    "Y" ON THE SUBSCRIBER'S OWN RECORD
           05  APCE-SUBSCRIBER-FLAG PIC X(1).
      *    18 SELF, 01 SPOUSE, 19 CHILD
           05  APCE-RELATIONSHIP    PIC X(2).
      *    M, F OR U (UNKNOWN)
           05  APCE-SEX             PIC X(1).
           05  APCE-BIRTH-DATE      PIC 9(8).
           05  APCE-CITY            PIC X(20).
           05  APCE-STATE           PIC X(2).
           05  APCE-ZIP             PIC X(9).
           05  APCE-GROUP-NUMBER    PIC X(8).
           05  APCE-PRODUCT-CODE    PIC X(2).
      *    THE COVERAGE SPAN THE MONTH FALLS IN - THE POLICY DATES,
      *    CUT BACK TO THE MEMBER'S TERM DATE WHERE THERE IS ONE
           05  APCE-COVERAGE-START  PIC 9(8).
           05  APCE-COVERAGE-END    PIC 9(8).
