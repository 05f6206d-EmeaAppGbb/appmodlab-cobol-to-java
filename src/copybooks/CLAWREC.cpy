      *    SET ONCE COLLECTED COVERS THE RECOVERY IN FULL
           05  CLAW-SATISFIED       PIC X(1).
               88  CLAW-IS-SATISFIED    VALUE "Y".
      *    THE ACCOUNTING DATE THE RECOVERY BOOKS UNDER - THE RECOVERY
      *    DATE ITSELF UNLESS ITS MONTH WAS ALREADY CLOSED, THEN THE
      *    FIRST DAY OF THE FIRST OPEN MONTH (ACCTPER). ZERO ON ROWS
      *    WRITTEN BEFORE THIS FIELD EXISTED
           05  CLAW-POSTING-DATE    PIC 9(8).
