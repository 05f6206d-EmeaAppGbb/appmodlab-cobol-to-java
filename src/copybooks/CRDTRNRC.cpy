      ******************************************************************
      * CREDENTIALING MAINTENANCE TRANSACTION RECORD LAYOUT            *
      * ONE RECORD PER CREDENTIALING COMMITTEE DECISION FED TO         *
      * CRDMAINT - THE CREDENTIALING-FILE COUNTERPART TO PRVTRNRC      *
      ******************************************************************
           05  CRTR-TRANS-CODE      PIC X(1).
               88  CRTR-ADD         VALUE "A".
               88  CRTR-UPDATE      VALUE "U".
           05  CRTR-PROVIDER-ID     PIC X(8).
      *    LICENSE, BOARD AND MALPRACTICE BLOCKS - A BLANK LICENSE
      *    NUMBER, BOARD FLAG OR MALPRACTICE CARRIER ON AN UPDATE
      *    LEAVES THAT BLOCK ON FILE ALONE; A RENEWAL IS SENT AS THE
      *    SAME NUMBER WITH THE NEW EXPIRY
           05  CRTR-LICENSE-NUMBER  PIC X(15).
           05  CRTR-LICENSE-STATE   PIC X(2).
           05  CRTR-LICENSE-EXPIRY  PIC 9(8).
           05  CRTR-BOARD-CERTIFIED PIC X(1).
           05  CRTR-BOARD-SPECIALTY PIC X(20).
           05  CRTR-MALPRACTICE-CARRIER PIC X(20).
           05  CRTR-MALPRACTICE-POLICY  PIC X(15).
           05  CRTR-MALPRACTICE-EXPIRY  PIC 9(8).
      *    THE DATE THE COMMITTEE APPROVED THE PROVIDER - ZERO ON AN
      *    UPDATE THAT ONLY RENEWS A LICENSE OR POLICY LEAVES THE
      *    THREE-YEAR CYCLE WHERE IT WAS
           05  CRTR-CREDENTIALED-DATE PIC 9(8).
