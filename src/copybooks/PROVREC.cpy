               88  PROV-PAY-BY-EFT      VALUE "E".
           05  PROV-BANK-ROUTING    PIC X(9).
           05  PROV-BANK-ACCOUNT    PIC X(17).
      *    STATE PROFESSIONAL LICENSE - SPACES ON RECORDS WRITTEN
      *    BEFORE THESE FIELDS EXISTED. EXCLSCRN MATCHES IT AGAINST THE
      *    FEDERAL EXCLUSION LIST ALONGSIDE THE NAME AND TAX ID
           05  PROV-LICENSE-NUMBER  PIC X(15).
           05  PROV-LICENSE-STATE   PIC X(2).
      *    BANK ACCOUNT VERIFICATION - AN EFT ACCOUNT PUT ON FILE BY
      *    PRVMAINT IS PENDING UNTIL ITS ZERO-DOLLAR PRENOTE HAS
      *    CLEARED AND THE COOLING-OFF PERIOD HAS PASSED, AND PAYDISB
      *    PAYS A PENDING PROVIDER BY CHECK. SPACES (RECORDS WRITTEN
      *    BEFORE THESE FIELDS EXISTED) MEANS THE ACCOUNT ON FILE IS
      *    TRUSTED, THE HISTORICAL BEHAVIOR
           05  PROV-BANK-VERIFY-STATUS PIC X(1).
               88  PROV-BANK-VERIFIED   VALUE "V" " ".
               88  PROV-BANK-PENDING    VALUE "P".
      *    DATE PRVMAINT APPLIED THE PENDING CHANGE - THE COOLING-OFF
      *    PERIOD RUNS FROM HERE
           05  PROV-BANK-CHANGE-DATE PIC 9(8).
      *    THE ELECTION AND ACCOUNT IN FORCE BEFORE THE PENDING
      *    CHANGE, PUT BACK IF THE BANK RETURNS THE PRENOTE
           05  PROV-PRIOR-PAY-METHOD PIC X(1).
           05  PROV-PRIOR-ROUTING   PIC X(9).
           05  PROV-PRIOR-ACCOUNT   PIC X(17).
      *    "Y" WHEN THE PROVIDER HAS ASKED TO BE PAID ON ITS OWN EVEN
      *    THOUGH ITS TAX ID BELONGS TO A PAY-TO ENTITY - SPACES
      *    (RECORDS WRITTEN BEFORE THIS FIELD EXISTED) OR "N" LETS
      *    PAYDISB CONSOLIDATE IT WITH THE REST OF THE ENTITY
           05  PROV-SEPARATE-PAY    PIC X(1).
               88  PROV-PAID-SEPARATELY VALUE "Y".
