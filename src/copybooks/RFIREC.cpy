      ******************************************************************
      * PENDED-FOR-INFORMATION WORK FILE RECORD LAYOUT                 *
      * ONE RECORD PER CLAIM ADJUDCTN PENDED BECAUSE INFORMATION ITS   *
      * CLAIM TYPE REQUIRES (DIAGNOSIS, PROVIDER) WAS NOT ON IT.       *
      * RFIGEN APPENDS THE ROW AND THE PROVIDER'S REQUEST-FOR-         *
      * INFORMATION LETTER TOGETHER; RFIPROC RE-PRESENTS THE CLAIM     *
      * WHEN THE PROVIDER ANSWERS, OR LETS IT DENY ONCE THE RESPONSE   *
      * WINDOW HAS RUN OUT. THE IMAGE IS THE FULL CLMREC RECORD,       *
      * CARRIED OPAQUE THE SAME WAY THE POLICY-NOT-FOUND RECYCLE FILE  *
      * CARRIES IT, SO THE CLAIM COMES BACK UNDER ITS ORIGINAL RECEIPT *
      * DATE                                                           *
      ******************************************************************
           05  RFI-CLAIM-NUMBER     PIC X(10).
           05  RFI-PEND-DATE        PIC 9(8).
      *    WHAT THE LETTER ASKED FOR - EITHER OR BOTH MAY BE SET
           05  RFI-NEED-DIAGNOSIS   PIC X(1).
               88  RFI-DIAGNOSIS-NEEDED VALUE "Y".
           05  RFI-NEED-PROVIDER    PIC X(1).
               88  RFI-PROVIDER-NEEDED  VALUE "Y".
      *    THE REASON CODE THE CLAIM PENDED UNDER, AND WILL DENY UNDER
      *    IF NOTHING COMES BACK IN TIME
           05  RFI-REASON-CODE      PIC 99.
           05  RFI-CLAIM            PIC X(120).
