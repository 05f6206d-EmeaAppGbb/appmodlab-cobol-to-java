      ******************************************************************
      * OPERATOR MASTER RECORD LAYOUT                                  *
      * ONE RECORD PER SIGN-ON ID ISSUED TO STAFF WHO RUN THE INQUIRY  *
      * PROGRAMS - KEPT BY INFORMATION SECURITY AS A DATA FILE. THE    *
      * NAME LETS THE PHI ACCESS REVIEW SPOT STAFF LOOKING UP MEMBERS  *
      * WHO SHARE THEIR SURNAME. ALSO THE LIST OF WHO MAY MAKE AND WHO *
      * MAY CHECK A MANUAL MONEY TRANSACTION (APRVCHK)                 *
      ******************************************************************
           05  OPER-OPERATOR-ID     PIC X(8).
           05  OPER-LAST-NAME       PIC X(20).
           05  OPER-FIRST-NAME      PIC X(15).
           05  OPER-DEPARTMENT      PIC X(10).
           05  OPER-STATUS          PIC X(1).
               88  OPER-ACTIVE          VALUE "A".
               88  OPER-REVOKED         VALUE "R".
      *    "Y" LETS THE OPERATOR APPROVE ANOTHER OPERATOR'S MANUAL
      *    MONEY TRANSACTION ON THE APPROVAL FILE (SEE APRVREC) -
      *    GRANTED BY INFORMATION SECURITY, SPACE FOR EVERYONE ELSE
           05  OPER-CHECKER-AUTH    PIC X(1).
               88  OPER-CAN-APPROVE     VALUE "Y".
