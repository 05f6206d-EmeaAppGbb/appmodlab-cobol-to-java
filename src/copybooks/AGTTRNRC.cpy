      ******************************************************************
      * AGENT MAINTENANCE TRANSACTION RECORD LAYOUT                    *
      * ONE RECORD PER ADD/UPDATE/TERMINATE REQUEST FED TO AGTMAINT -  *
      * THE AGENT-MASTER COUNTERPART TO PRVTRNRC                       *
      ******************************************************************
           05  AGTR-TRANS-CODE      PIC X(1).
               88  AGTR-ADD         VALUE "A".
               88  AGTR-UPDATE      VALUE "U".
               88  AGTR-TERMINATE   VALUE "T".
           05  AGTR-AGENT-ID        PIC X(8).
           05  AGTR-AGENT-NAME      PIC X(30).
           05  AGTR-NEW-BUS-RATE    PIC 9(2)V99.
           05  AGTR-RENEWAL-RATE    PIC 9(2)V99.
      *    PAYEE ADDRESS AND TAX ID - SPACES ON AN UPDATE LEAVE THE
      *    MASTER'S EXISTING VALUES ALONE
           05  AGTR-TAX-ID          PIC X(9).
           05  AGTR-ADDRESS-LINE1   PIC X(30).
           05  AGTR-CITY            PIC X(20).
           05  AGTR-STATE           PIC X(2).
           05  AGTR-ZIP             PIC X(10).
      *    PAYMENT METHOD AND BANK DETAILS - SPACES ON AN UPDATE
      *    LEAVE THE EXISTING ELECTION ALONE, THE SAME RULE PRVMAINT
      *    APPLIES TO PVTR-PAYMENT-METHOD
           05  AGTR-PAYMENT-METHOD  PIC X(1).
           05  AGTR-BANK-ROUTING    PIC X(9).
           05  AGTR-BANK-ACCOUNT    PIC X(17).
      *    RESIDENT-STATE LICENSE - A BLANK LICENSE NUMBER ON AN
      *    UPDATE LEAVES THE LICENSE ON FILE ALONE; A RENEWAL IS
      *    SENT AS THE SAME NUMBER WITH THE NEW EXPIRY
           05  AGTR-LICENSE-NUMBER  PIC X(15).
           05  AGTR-LICENSE-STATE   PIC X(2).
           05  AGTR-LICENSE-EXPIRY  PIC 9(8).
      *    APPOINTMENTS - THE FULL LIST AS IT SHOULD STAND. A BLANK
      *    FIRST STATE ON AN UPDATE LEAVES THE APPOINTMENTS ON FILE
      *    ALONE; OTHERWISE THE LIST REPLACES THE MASTER'S OUTRIGHT
           05  AGTR-APPT-STATE      PIC X(2) OCCURS 10 TIMES.
           05  AGTR-APPT-EXPIRY     PIC 9(8) OCCURS 10 TIMES.
