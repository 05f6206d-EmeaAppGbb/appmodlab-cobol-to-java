      *    CLAIMS WRITTEN TO THE POLICY-NOT-FOUND RECYCLE FILE - ZERO
      *    ON A CHECKPOINT RECORD WRITTEN BEFORE THIS FIELD EXISTED
           05  CHKPT-CLAIMS-RECYCLED    PIC 9(5).
      *    CLAIMS PENDED FOR INFORMATION FROM THE PROVIDER - ZERO ON
      *    A CHECKPOINT RECORD WRITTEN BEFORE THIS FIELD EXISTED
           05  CHKPT-CLAIMS-PENDED-INFO PIC 9(5).
