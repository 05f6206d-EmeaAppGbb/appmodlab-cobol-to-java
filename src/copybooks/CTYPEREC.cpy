      *    BEFORE THIS FIELD EXISTED MEANS FLAT PER-CLAIM PRICING
           05  CTYPE-PRICE-PER-DIEM      PIC X(1).
               88  CTYPE-PER-DIEM-PRICED    VALUE "Y".
      *    Y MEANS THIS TYPE OF SERVICE IS COVERED BY THE PCP'S MONTHLY
      *    CAPITATION - A CLAIM FROM THE MEMBER'S ASSIGNED PCP ON A
      *    CAPITATED PLAN ADJUDICATES AS A ZERO-PAY ENCOUNTER. SPACES
      *    ON RECORDS WRITTEN BEFORE THIS FIELD EXISTED MEANS NOT
      *    CAPITATED
           05  CTYPE-CAPITATED           PIC X(1).
               88  CTYPE-CAPITATED-SERVICE  VALUE "Y".
