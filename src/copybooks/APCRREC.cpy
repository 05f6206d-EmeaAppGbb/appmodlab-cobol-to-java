      ******************************************************************
      * APCD SUBMISSION RESPONSE RECORD LAYOUT                         *
      * THE STATE'S ACKNOWLEDGEMENT OF A SUBMISSION - ONE RECORD PER   *
      * SUBMITTED RECORD IT ACCEPTED OR REJECTED, BETWEEN HDR/TRL      *
      * CONTROLS. APCDEXTR LISTS EVERY REJECTION ON THE CORRECTION     *
      * REPORT FOR THE DATA OWNER TO FIX BEFORE THE NEXT SUBMISSION    *
      ******************************************************************
      *    E ELIGIBILITY, M MEDICAL, P PHARMACY, V PROVIDER
           05  APCR-FILE-TYPE       PIC X(1).
               88  APCR-ELIGIBILITY     VALUE "E".
               88  APCR-MEDICAL         VALUE "M".
               88  APCR-PHARMACY        VALUE "P".
               88  APCR-PROVIDER        VALUE "V".
           05  APCR-PERIOD          PIC 9(6).
      *    THE SUBMITTED RECORD'S KEY AS WE SENT IT - POLICY PLUS
      *    MEMBER, CLAIM PLUS LINE, CLAIM, OR PROVIDER ID
           05  APCR-RECORD-KEY      PIC X(30).
           05  APCR-DISPOSITION     PIC X(1).
               88  APCR-ACCEPTED        VALUE "A".
               88  APCR-REJECTED        VALUE "R".
           05  APCR-ERROR-CODE      PIC X(6).
           05  APCR-ERROR-FIELD     PIC X(20).
           05  APCR-ERROR-TEXT      PIC X(50).
