      ******************************************************************
      * YEAR-END 1095-B EXTRACT RECORD LAYOUT                          *
      * ONE RECORD PER COVERED INDIVIDUAL ON A RESPONSIBLE             *
      * INDIVIDUAL'S PROOF-OF-COVERAGE FORM - THE ELECTRONIC FILING    *
      * COMPANION TO THE PRINTED FORMS TAX1095 WRITES, BETWEEN HDR/TRL *
      * BATCH CONTROLS. THE FORM CARRIES NO MONEY, SO THE TRAILER      *
      * HASH IS THE TOTAL OF COVERED MONTHS ACROSS THE DETAILS         *
      ******************************************************************
           05  T95X-TAX-YEAR        PIC 9(4).
      *    "C" ON A CORRECTED FORM REISSUED BY A CORRECTIONS RUN,
      *    SPACE ON THE ORIGINAL
           05  T95X-CORRECTED       PIC X(1).
               88  T95X-IS-CORRECTION   VALUE "C".
           05  T95X-POLICY-NUMBER   PIC X(10).
      *    THE RESPONSIBLE INDIVIDUAL - THE POLICYHOLDER, ADDRESSED
      *    AT THE SUBSCRIBER'S ROW ON THE MEMBER CONTACT MASTER
           05  T95X-RESP-NAME       PIC X(30).
           05  T95X-RESP-MEMBER-ID  PIC X(10).
           05  T95X-ADDRESS-LINE-1  PIC X(30).
           05  T95X-ADDRESS-LINE-2  PIC X(30).
           05  T95X-CITY            PIC X(20).
           05  T95X-STATE           PIC X(2).
           05  T95X-ZIP             PIC X(9).
      *    IRS ORIGIN-OF-COVERAGE CODE - "B" EMPLOYER-SPONSORED
      *    (GROUP BUSINESS AND COBRA CONTINUATIONS), "D" INDIVIDUAL
      *    MARKET
           05  T95X-ORIGIN-CODE     PIC X(1).
           05  T95X-MEMBER-ID       PIC X(10).
           05  T95X-MEMBER-NAME     PIC X(30).
           05  T95X-BIRTH-DATE      PIC 9(8).
      *    "Y" WHEN COVERED ALL TWELVE MONTHS
           05  T95X-ALL-YEAR        PIC X(1).
      *    "X" FOR EACH CALENDAR MONTH, JANUARY FIRST, THE INDIVIDUAL
      *    WAS COVERED ON ANY DAY OF
           05  T95X-MONTH-FLAGS.
               10  T95X-MONTH-COVERED PIC X(1) OCCURS 12 TIMES.
           05  T95X-MONTHS-COVERED  PIC 9(2).
