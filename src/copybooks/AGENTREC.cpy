           05  AGT-STATUS           PIC X(1).
               88  AGT-ACTIVE           VALUE "A".
               88  AGT-TERMINATED       VALUE "T".
      *    PAYEE DETAILS FOR THE COMMISSION DISBURSEMENT RUN AND THE
      *    YEAR-END 1099-NEC - SPACES ON RECORDS WRITTEN BEFORE THESE
      *    FIELDS EXISTED, WHICH PAY BY CHECK AND CANNOT BE REPORTED
      *    UNTIL A TAX ID IS ON FILE
           05  AGT-TAX-ID           PIC X(9).
           05  AGT-ADDRESS-LINE1    PIC X(30).
           05  AGT-CITY             PIC X(20).
           05  AGT-STATE            PIC X(2).
           05  AGT-ZIP              PIC X(10).
           05  AGT-PAYMENT-METHOD   PIC X(1).
               88  AGT-PAY-BY-CHECK     VALUE "C" " ".
               88  AGT-PAY-BY-EFT       VALUE "E".
           05  AGT-BANK-ROUTING     PIC X(9).
           05  AGT-BANK-ACCOUNT     PIC X(17).
      *    RESIDENT-STATE LICENSE AND THE STATES THE AGENT IS
      *    APPOINTED IN, KEPT UP BY AGTMAINT - COMMCALC HOLDS THE
      *    COMMISSION ON ANY POLICY WRITTEN AFTER THE LICENSE EXPIRY.
      *    SPACES ON RECORDS WRITTEN BEFORE THESE FIELDS EXISTED,
      *    WHICH CARRY NO EXPIRY AND SO ARE NEVER HELD
           05  AGT-LICENSE-NUMBER   PIC X(15).
           05  AGT-LICENSE-STATE    PIC X(2).
           05  AGT-LICENSE-EXPIRY   PIC 9(8).
           05  AGT-APPT-STATE       PIC X(2) OCCURS 10 TIMES.
           05  AGT-APPT-EXPIRY      PIC 9(8) OCCURS 10 TIMES.
