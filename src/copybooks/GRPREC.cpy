      *    STOP-LOSS CONTRACT
           05  GRP-SPEC-ATTACH      PIC 9(7)V99.
           05  GRP-AGG-ATTACH       PIC 9(9)V99.
      *    HEALTH REIMBURSEMENT ARRANGEMENT - A SELF-FUNDED GROUP MAY
      *    FUND AN HRA PER ENROLLED MEMBER EACH PLAN YEAR THAT PAYS
      *    BACK THE MEMBER'S DEDUCTIBLE AND COINSURANCE SHARE. ZERO
      *    (OR SPACES ON RECORDS WRITTEN BEFORE THESE FIELDS EXISTED)
      *    MEANS THE GROUP FUNDS NO HRA. AT THE PLAN-YEAR TURN AN
      *    UNUSED BALANCE IS FORFEITED ("N" OR SPACE), CARRIED IN
      *    FULL ("F") OR CARRIED UP TO THE ROLLOVER MAXIMUM ("C")
           05  GRP-HRA-ANNUAL       PIC 9(5)V99.
           05  GRP-HRA-ROLLOVER     PIC X(1).
               88  GRP-HRA-NO-ROLLOVER  VALUE "N" " ".
               88  GRP-HRA-FULL-ROLLOVER VALUE "F".
               88  GRP-HRA-CAPPED-ROLLOVER VALUE "C".
           05  GRP-HRA-ROLLOVER-MAX PIC 9(5)V99.
      *    MARKET SEGMENT FOR THE ANNUAL MEDICAL LOSS RATIO FILING -
      *    THE STATE WHERE THE GROUP CONTRACT WAS ISSUED AND THE
      *    EMPLOYER'S TOTAL EMPLOYEE COUNT AS LAST REPORTED, WHICH
      *    SPLITS SMALL FROM LARGE GROUP. SPACES/ZERO ON RECORDS
      *    WRITTEN BEFORE THESE FIELDS EXISTED - MLRRBT THEN FALLS
      *    BACK TO THE GROUP'S ENROLLED POLICY COUNT FOR THE SIZE
           05  GRP-SITUS-STATE      PIC X(2).
           05  GRP-EMPLOYEE-COUNT   PIC 9(5).
