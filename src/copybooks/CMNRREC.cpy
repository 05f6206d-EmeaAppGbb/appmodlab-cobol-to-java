      ******************************************************************
      * CASE MANAGEMENT NURSE ROSTER RECORD LAYOUT                     *
      * ONE RECORD PER NURSE TAKING CASE MANAGEMENT REFERRALS, KEYED   *
      * BY THE NURSE'S OPERATOR ID (SEE OPERREC). HCCSCAN HANDS EACH   *
      * NEW CASE TO THE ACTIVE NURSE WITH THE FEWEST OPEN CASES; AN    *
      * INACTIVE NURSE KEEPS THE CASES ALREADY CARRIED BUT RECEIVES NO *
      * NEW ONES                                                       *
      ******************************************************************
           05  CMNR-NURSE-ID        PIC X(8).
           05  CMNR-NURSE-NAME      PIC X(30).
           05  CMNR-STATUS          PIC X(1).
               88  CMNR-ACTIVE          VALUE "A".
               88  CMNR-INACTIVE        VALUE "I".
