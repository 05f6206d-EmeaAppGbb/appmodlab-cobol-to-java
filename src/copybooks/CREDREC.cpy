      ******************************************************************
      * PROVIDER CREDENTIALING RECORD LAYOUT                           *
      * ONE RECORD PER CREDENTIALED PROVIDER (data/credentials.dat) -  *
      * THE LICENSE, BOARD CERTIFICATION AND MALPRACTICE COVERAGE THE  *
      * CREDENTIALING COMMITTEE VERIFIED AND WHEN IT LAST DID SO.      *
      * MAINTAINED BY CRDMAINT; CRDCYCLE SENDS THE RE-CREDENTIALING    *
      * NOTICES AND TAKES A PROVIDER OUT OF NETWORK WHEN A CREDENTIAL  *
      * LAPSES. THIS IS THE FILE THE ACCREDITATION REVIEWERS SAMPLE    *
      ******************************************************************
           05  CRED-PROVIDER-ID     PIC X(8).
           05  CRED-LICENSE-NUMBER  PIC X(15).
           05  CRED-LICENSE-STATE   PIC X(2).
           05  CRED-LICENSE-EXPIRY  PIC 9(8).
           05  CRED-BOARD-CERTIFIED PIC X(1).
               88  CRED-IS-BOARD-CERTIFIED VALUE "Y".
           05  CRED-BOARD-SPECIALTY PIC X(20).
           05  CRED-MALPRACTICE-CARRIER PIC X(20).
           05  CRED-MALPRACTICE-POLICY  PIC X(15).
           05  CRED-MALPRACTICE-EXPIRY  PIC 9(8).
      *    THE DATE THE COMMITTEE LAST APPROVED THE PROVIDER - RE-
      *    CREDENTIALING FALLS DUE ON ITS THREE-YEAR ANNIVERSARY
           05  CRED-LAST-CREDENTIALED PIC 9(8).
      *    THE DUE DATE THE LAST RE-CREDENTIALING NOTICE WAS SENT FOR,
      *    SO EACH DUE DATE IS NOTICED ONCE - ZERO WHEN NONE WAS SENT
           05  CRED-NOTICED-DUE-DATE PIC 9(8).
      *    SET BY CRDCYCLE - C (OR SPACES) IS CURRENT, L IS LAPSED.
      *    CRED-NETWORK-MOVED RECORDS WHETHER THE LAPSE IS WHAT TOOK
      *    THE PROVIDER OUT OF NETWORK, SO ONLY THAT MOVE IS REVERSED
      *    WHEN THE PROVIDER IS RE-CREDENTIALED
           05  CRED-STATUS          PIC X(1).
               88  CRED-CURRENT         VALUE "C" " ".
               88  CRED-LAPSED          VALUE "L".
           05  CRED-LAPSE-DATE      PIC 9(8).
           05  CRED-NETWORK-MOVED   PIC X(1).
               88  CRED-MOVED-OUT-OF-NETWORK VALUE "Y".
