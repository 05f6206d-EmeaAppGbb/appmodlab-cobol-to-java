      ******************************************************************
      * MEMBER GRIEVANCE CASE MASTER RECORD LAYOUT                     *
      * ONE RECORD PER COMPLAINT A MEMBER HAS RAISED THAT IS NOT A     *
      * DISPUTE OF A DENIED CLAIM - SERVICE, ACCESS TO CARE, STAFF     *
      * CONDUCT, BILLING. CARRIES THE ACKNOWLEDGMENT AND RESOLUTION    *
      * DEADLINES (BUSINESS DAYS FROM RECEIPT) AND HOW THE CASE        *
      * CLOSED. A GRIEVANCE FOUND TO BE ABOUT A DENIED CLAIM CLOSES    *
      * AS CONVERTED AND CONTINUES AS AN APPEAL. MAINTAINED BY         *
      * GRVPROC; REPORTED MONTHLY BY GRVRPT                            *
      ******************************************************************
           05  GRVC-GRIEVANCE-ID    PIC X(10).
           05  GRVC-POLICY-NUMBER   PIC X(10).
           05  GRVC-MEMBER-ID       PIC X(10).
           05  GRVC-CATEGORY        PIC X(2).
               88  GRVC-CAT-SERVICE     VALUE "SV".
               88  GRVC-CAT-ACCESS      VALUE "AC".
               88  GRVC-CAT-CONDUCT     VALUE "CS".
               88  GRVC-CAT-BILLING     VALUE "BL".
               88  GRVC-CAT-QUALITY     VALUE "QC".
               88  GRVC-CAT-CLAIM       VALUE "CL".
               88  GRVC-CAT-OTHER       VALUE "OT".
               88  GRVC-CAT-VALID       VALUE "SV" "AC" "CS" "BL"
                                              "QC" "CL" "OT".
      *    THE CLAIM THE COMPLAINT CONCERNS, WHEN THERE IS ONE
           05  GRVC-CLAIM-NUMBER    PIC X(10).
           05  GRVC-RECEIVED-DATE   PIC 9(8).
           05  GRVC-ACK-DUE-DATE    PIC 9(8).
           05  GRVC-ACK-DATE        PIC 9(8).
           05  GRVC-DUE-DATE        PIC 9(8).
           05  GRVC-STATUS          PIC X(1).
               88  GRVC-OPEN            VALUE "O".
               88  GRVC-RESOLVED        VALUE "R".
               88  GRVC-CONVERTED       VALUE "A".
      *    DATE RESOLVED OR CONVERTED - ZERO WHILE OPEN
           05  GRVC-CLOSED-DATE     PIC 9(8).
           05  GRVC-DESCRIPTION     PIC X(60).
           05  GRVC-RESOLUTION-TEXT PIC X(60).
