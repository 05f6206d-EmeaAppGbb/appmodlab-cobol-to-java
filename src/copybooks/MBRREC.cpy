               88  MBR-ACTIVE           VALUE "A" " ".
               88  MBR-TERMINATED       VALUE "T".
           05  MBR-TERM-DATE        PIC 9(8).
      *    SEX AS ENROLLED - USED BY ADJUDCTN'S PROCEDURE CODE EDITS
      *    TO CATCH A SEX-SPECIFIC PROCEDURE BILLED FOR THE WRONG
      *    PATIENT. SPACES (AND RECORDS WRITTEN BEFORE THIS FIELD
      *    EXISTED) IS UNKNOWN AND PASSES THE EDIT
           05  MBR-SEX              PIC X(1).
               88  MBR-MALE             VALUE "M".
               88  MBR-FEMALE           VALUE "F".
               88  MBR-SEX-UNKNOWN      VALUE " ".
      *    THE MEMBER'S ASSIGNED PRIMARY CARE PROVIDER ON A GATEKEEPER
      *    PLAN AND THE DATE THE ASSIGNMENT TOOK EFFECT - CAPPAY PAYS
      *    THE PCP A MONTHLY CAPITATION FOR THE MEMBER AND ADJUDCTN
      *    TREATS THE PCP'S OWN CAPITATED SERVICES AS ZERO-PAY
      *    ENCOUNTERS. SPACES (AND RECORDS WRITTEN BEFORE THESE FIELDS
      *    EXISTED) IS NO PCP ASSIGNED
           05  MBR-PCP-ID           PIC X(8).
           05  MBR-PCP-EFF-DATE     PIC 9(8).
      *    DATE OF DEATH, SET BY DTHMATCH WHEN A DEATH-MASTER MATCH
      *    TIES ON NAME AND BIRTH DATE - THE MEMBER IS ALSO TERMINATED
      *    AS OF THIS DATE, AND ADJUDCTN DENIES ANY LATER SERVICE WITH
      *    ITS OWN REASON CODE RATHER THAN AS A PLAIN TERMINATION.
      *    ZERO/SPACES (AND RECORDS WRITTEN BEFORE THIS FIELD EXISTED)
      *    IS NO DEATH ON FILE
           05  MBR-DEATH-DATE       PIC 9(8).
