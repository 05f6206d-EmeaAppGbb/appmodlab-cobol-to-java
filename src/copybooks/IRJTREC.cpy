      ******************************************************************
      * CLAIM INTAKE REJECT LOG RECORD LAYOUT                          *
      * ONE RECORD PER SUBMISSION ROW CLMINTAK TURNED AWAY ON          *
      * STRUCTURE, APPENDED ALONGSIDE THE SUBMITTER'S ACKNOWLEDGMENT.  *
      * THE ACK FILE TELLS THE SUBMITTER; THIS LOG KEEPS THE BILLING   *
      * PROVIDER SO THE PROVIDER SCORECARD CAN COUNT A REJECT THAT     *
      * NEVER BECAME A CLAIM. A ROW SO DAMAGED IT NAMES NO PROVIDER    *
      * CARRIES SPACES THERE                                           *
      ******************************************************************
           05  IRJT-REJECT-DATE     PIC 9(8).
           05  IRJT-SUBMITTER-ID    PIC X(8).
           05  IRJT-PROVIDER-ID     PIC X(8).
           05  IRJT-POLICY-NUMBER   PIC X(10).
           05  IRJT-SERVICE-DATE    PIC X(8).
           05  IRJT-REASON          PIC X(40).
