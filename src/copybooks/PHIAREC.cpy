      ******************************************************************
      * PHI ACCESS LOG RECORD LAYOUT                                   *
      * ONE RECORD PER LOOKUP AN INQUIRY PROGRAM ANSWERS ABOUT A       *
      * MEMBER'S CLAIMS OR COVERAGE - WHO ASKED, WHY, WHOSE RECORDS    *
      * AND WHICH PROGRAM ANSWERED - SO "WHO HAS LOOKED AT MY          *
      * RECORDS" CAN BE ANSWERED. APPENDED BY PHIALOG, WHICH STAMPS    *
      * THE DATE AND TIME; REVIEWED WEEKLY BY PHIARPT                  *
      ******************************************************************
           05  PHIA-ACCESS-DATE     PIC 9(8).
           05  PHIA-ACCESS-TIME     PIC 9(6).
           05  PHIA-PROGRAM-ID      PIC X(8).
           05  PHIA-OPERATOR-ID     PIC X(8).
           05  PHIA-REASON-CODE     PIC X(2).
               88  PHIA-REASON-MEMBER-CALL   VALUE "MC".
               88  PHIA-REASON-PROVIDER-CALL VALUE "PC".
               88  PHIA-REASON-CLAIM-WORK    VALUE "CP".
               88  PHIA-REASON-APPEAL        VALUE "AG".
               88  PHIA-REASON-BILLING       VALUE "BL".
               88  PHIA-REASON-AUDIT         VALUE "AU".
               88  PHIA-REASON-LEGAL         VALUE "LR".
               88  PHIA-REASON-VALID         VALUE "MC" "PC" "CP"
                                                   "AG" "BL" "AU"
                                                   "LR".
           05  PHIA-POLICY-NUMBER   PIC X(10).
           05  PHIA-MEMBER-ID       PIC X(10).
           05  PHIA-CLAIM-NUMBER    PIC X(10).
           05  PHIA-PROVIDER-ID     PIC X(8).
