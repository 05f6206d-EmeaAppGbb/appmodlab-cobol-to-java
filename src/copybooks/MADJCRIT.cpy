      *    SERVICE DATE RANGE, INCLUSIVE - ZERO LEAVES THE END OPEN
           05  MADJ-FROM-DATE       PIC 9(8).
           05  MADJ-THRU-DATE       PIC 9(8).
      *    WHO RAISED THE SELECTION (FEEAMEND FOR A RETRO FEE
      *    SCHEDULE CHANGE) AND WHO IS TO RELEASE IT - MASSADJ SELECTS
      *    NOTHING ON A ROW UNTIL A DIFFERENT, AUTHORIZED CHECKER HAS
      *    APPROVED IT ON THE APPROVAL FILE (SEE APRVREC)
           05  MADJ-MAKER-ID        PIC X(8).
           05  MADJ-CHECKER-ID      PIC X(8).
