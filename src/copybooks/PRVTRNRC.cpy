               88  PVTR-ADD         VALUE "A".
               88  PVTR-UPDATE      VALUE "U".
               88  PVTR-TERMINATE   VALUE "T".
      *        STAGED BY PRENOTE, CARRYING THE ACCOUNT THE PRENOTE
      *        TESTED - V WHEN IT CLEARED AND THE COOLING-OFF PERIOD
      *        HAS PASSED, R WHEN THE BANK RETURNED IT
               88  PVTR-BANK-VERIFIED VALUE "V".
               88  PVTR-BANK-RETURNED VALUE "R".
           05  PVTR-PROVIDER-ID     PIC X(8).
           05  PVTR-PROVIDER-NAME   PIC X(30).
           05  PVTR-SPECIALTY       PIC X(20).
           05  PVTR-PAYMENT-METHOD  PIC X(1).
           05  PVTR-BANK-ROUTING    PIC X(9).
           05  PVTR-BANK-ACCOUNT    PIC X(17).
      *    STATE PROFESSIONAL LICENSE - A BLANK LICENSE NUMBER ON AN
      *    UPDATE LEAVES THE LICENSE ON FILE ALONE, THE SAME RULE THE
      *    PAYMENT METHOD FOLLOWS
           05  PVTR-LICENSE-NUMBER  PIC X(15).
           05  PVTR-LICENSE-STATE   PIC X(2).
      *    "Y" OPTS THE PROVIDER OUT OF ITS PAY-TO ENTITY'S
      *    CONSOLIDATED PAYMENT, "N" OPTS IT BACK IN - SPACES ON AN
      *    UPDATE LEAVES THE MASTER'S SETTING ALONE
           05  PVTR-SEPARATE-PAY    PIC X(1).
