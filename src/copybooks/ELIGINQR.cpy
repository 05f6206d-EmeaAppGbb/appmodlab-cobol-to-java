      * MASTER'S STATUS AND DATES WITH THE ACCUMULATOR MASTER'S        *
      * DEDUCTIBLE-MET AND BENEFIT-PAID FIGURES SO THE DESK CAN READ   *
      * OFF REMAINING DEDUCTIBLE AND REMAINING LIFETIME BENEFIT        *
      * WITHOUT COMPUTING ANYTHING BY HAND, AND THE MEMBER'S HRA       *
      * BALANCE WHEN THE GROUP FUNDS ONE                               *
      ******************************************************************
           05  ERSP-POLICY-NUMBER   PIC X(10).
           05  ERSP-FOUND-FLAG      PIC X(1).
                   15  ERSP-VC-USED       PIC 9(3).
                   15  ERSP-VC-LIMIT      PIC 9(3).
                   15  ERSP-VC-REMAIN     PIC 9(3).
      *    "Y" WHEN THE MEMBER (OR THE POLICY) HAS AN OPEN HRA
      *    ACCOUNT - THE BALANCE IS WHAT IT CAN STILL REIMBURSE, USD
           05  ERSP-HRA-FLAG        PIC X(1).
               88  ERSP-HAS-HRA         VALUE "Y".
           05  ERSP-HRA-BALANCE     PIC 9(7)V99.
      *    THE DATE ASKED ABOUT AND THE ANSWER - "Y" WHEN THE POLICY
      *    HAD A COVERAGE SEGMENT IN FORCE THAT DAY, WITHIN ITS
      *    EFFECTIVE/EXPIRY DATES, AND THE NAMED MEMBER (IF ANY) WAS
      *    NOT TERMINATED OR DECEASED BY THEN. THE STATUS, PLAN,
      *    DEDUCTIBLE AND MAXIMUM ABOVE ARE THAT DAY'S SEGMENT'S
           05  ERSP-AS-OF-DATE      PIC 9(8).
           05  ERSP-COVERED-FLAG    PIC X(1).
               88  ERSP-WAS-COVERED     VALUE "Y".
           05  ERSP-PLAN-TYPE       PIC X(2).
           05  ERSP-GROUP-NUMBER    PIC X(8).
