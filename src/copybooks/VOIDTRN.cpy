               88  VOID-ONLY            VALUE "V".
               88  VOID-AND-REISSUE     VALUE "R".
           05  VOID-REASON          PIC X(20).
      *    WHO KEYED THE VOID AND WHO IS TO RELEASE IT - PAYVOID
      *    APPLIES NOTHING UNTIL A DIFFERENT, AUTHORIZED CHECKER HAS
      *    APPROVED IT ON THE APPROVAL FILE (SEE APRVREC)
           05  VOID-MAKER-ID        PIC X(8).
           05  VOID-CHECKER-ID      PIC X(8).
