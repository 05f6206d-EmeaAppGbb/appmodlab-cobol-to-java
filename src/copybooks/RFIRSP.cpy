      ******************************************************************
      * REQUEST-FOR-INFORMATION RESPONSE RECORD LAYOUT                 *
      * ONE RECORD PER PROVIDER ANSWER TO A REQUEST-FOR-INFORMATION    *
      * LETTER, KEYED BY THE CLAIM NUMBER THE LETTER QUOTED. RFIPROC   *
      * APPLIES THE SUPPLIED VALUES TO THE PENDED CLAIM AND RE-        *
      * PRESENTS IT TO THE NEXT CLMPROC CYCLE. A FIELD LEFT BLANK      *
      * LEAVES THE CLAIM'S OWN VALUE ALONE                             *
      ******************************************************************
           05  RFIR-CLAIM-NUMBER    PIC X(10).
           05  RFIR-DIAGNOSIS-CODE  PIC X(5).
           05  RFIR-PROVIDER-ID     PIC X(8).
           05  RFIR-RECEIVED-DATE   PIC 9(8).
