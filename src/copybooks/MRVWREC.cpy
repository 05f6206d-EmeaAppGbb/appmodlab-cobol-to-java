      *    ZERO WHEN THE CLAIM PENDED BEFORE COVERAGE WAS CALCULATED;
      *    SPACES ON QUEUE ROWS WRITTEN BEFORE THIS FIELD EXISTED
           05  MRVW-CALC-COVERAGE   PIC 9(7)V99.
      *    THE CLAIM'S TYPE, SO THE ENTRY CAN BE ROUTED TO AN EXAMINER
      *    SKILLED IN IT - SPACES ON QUEUE ROWS WRITTEN BEFORE THIS
      *    FIELD EXISTED, WHICH ONLY AN ANY-TYPE EXAMINER TAKES
           05  MRVW-CLAIM-TYPE      PIC X(2).
      *    WHO THE ENTRY IS ASSIGNED TO AND SINCE WHEN - SPACES/ZERO
      *    UNTIL RVWASGN'S NIGHTLY PASS HANDS IT TO AN EXAMINER
           05  MRVW-EXAMINER-ID     PIC X(8).
           05  MRVW-ASSIGNED-DATE   PIC 9(8).
      *    "S" WHEN RVWDECSN REFUSED AN APPROVAL OVER THE EXAMINER'S
      *    AUTHORITY AND MOVED THE ENTRY TO THE SUPERVISOR
           05  MRVW-ROUTED-FLAG     PIC X(1).
               88  MRVW-ROUTED-UP       VALUE "S".
