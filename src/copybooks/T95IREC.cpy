      ******************************************************************
      * 1095-B FORM ISSUE REGISTER RECORD LAYOUT                       *
      * ONE RECORD PER FORM TAX1095 HAS FURNISHED AND FILED - THE      *
      * ORIGINAL, THEN ONE MORE FOR EVERY CORRECTED REISSUE. A         *
      * CORRECTION IS ONLY ACCEPTED FOR A FORM WITH AN ORIGINAL HERE   *
      ******************************************************************
           05  T95I-TAX-YEAR        PIC 9(4).
           05  T95I-POLICY-NUMBER   PIC X(10).
           05  T95I-FORM-TYPE       PIC X(1).
               88  T95I-ORIGINAL        VALUE "O".
               88  T95I-CORRECTED       VALUE "C".
           05  T95I-ISSUE-DATE      PIC 9(8).
           05  T95I-INDIVIDUALS     PIC 9(3).
           05  T95I-MONTHS-COVERED  PIC 9(5).
