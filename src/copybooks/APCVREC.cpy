      ******************************************************************
      * APCD PROVIDER SUBMISSION RECORD LAYOUT                         *
      * ONE RECORD PER PROVIDER OR PHARMACY NAMED ON THE MONTH'S       *
      * MEDICAL AND PHARMACY SUBMISSIONS, FROM THE PROVIDER MASTER AND *
      * THE PROVIDER TAX ID MASTER, SO THE STATE CAN RESOLVE EVERY     *
      * PROVIDER ID THE CLAIM FILES CARRY. FIXED WIDTH BETWEEN HDR/TRL *
      * CONTROLS                                                       *
      ******************************************************************
           05  APCV-SUBMITTER-ID    PIC X(10).
           05  APCV-PERIOD          PIC 9(6).
           05  APCV-PROVIDER-ID     PIC X(8).
           05  APCV-PROVIDER-NAME   PIC X(30).
           05  APCV-TAX-ID          PIC X(9).
           05  APCV-SPECIALTY       PIC X(20).
      *    Y IN NETWORK, N OUT OF NETWORK, U NOT ON THE MASTER
           05  APCV-IN-NETWORK      PIC X(1).
           05  APCV-LICENSE-NUMBER  PIC X(15).
           05  APCV-LICENSE-STATE   PIC X(2).
           05  APCV-CITY            PIC X(20).
           05  APCV-STATE           PIC X(2).
           05  APCV-ZIP             PIC X(10).
