      ******************************************************************
           05  ESCH-AUTH-CODE       PIC X(6).
           05  ESCH-CLAIM-NUMBER    PIC X(10).
      *    P = PROVIDER PAYEE, M = POLICYHOLDER PAYEE, G = EMPLOYER
      *    GROUP PAYEE (GROUP NUMBER IN THE POLICY NUMBER FIELD)
           05  ESCH-PAYEE-TYPE      PIC X(1).
           05  ESCH-PROVIDER-ID     PIC X(8).
           05  ESCH-POLICY-NUMBER   PIC X(10).
