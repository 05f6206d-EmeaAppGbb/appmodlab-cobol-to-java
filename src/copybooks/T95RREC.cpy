      ******************************************************************
      * 1095-B REISSUE REQUEST RECORD LAYOUT                           *
      * ONE RECORD PER RESPONSIBLE INDIVIDUAL'S FORM THAT HAS TO GO    *
      * OUT AGAIN CORRECTED - A RETROACTIVE TERMINATION, A LATE COBRA  *
      * ELECTION, A MEMBER ADDED AFTER THE ORIGINALS WERE FILED.       *
      * KEYED BY POLICY NUMBER; TAX1095'S CORRECTIONS RUN RECOMPUTES   *
      * THE WHOLE FORM FROM THE CURRENT MASTERS                        *
      ******************************************************************
      *    ZERO MEANS THE TAX YEAR THE RUN IS REPORTING
           05  T95R-TAX-YEAR        PIC 9(4).
           05  T95R-POLICY-NUMBER   PIC X(10).
           05  T95R-REASON          PIC X(30).
