      ******************************************************************
      * AGENT YEAR-END 1099-NEC EXTRACT RECORD LAYOUT                  *
      * ONE RECORD PER AGENT WHOSE COMMISSION DISBURSED DURING THE     *
      * TAX YEAR MEETS OR EXCEEDS THE IRS REPORTING THRESHOLD -        *
      * NONEMPLOYEE COMPENSATION, SO IT GOES OUT SEPARATELY FROM THE   *
      * PROVIDER 1099 EXTRACT TAX1099 WRITES                           *
      ******************************************************************
           05  ANEC-TAX-YEAR         PIC 9(4).
           05  ANEC-AGENT-ID         PIC X(8).
           05  ANEC-PAYEE-NAME       PIC X(30).
           05  ANEC-TAX-ID           PIC X(9).
           05  ANEC-ADDRESS-LINE1    PIC X(30).
           05  ANEC-CITY             PIC X(20).
           05  ANEC-STATE            PIC X(2).
           05  ANEC-ZIP              PIC X(10).
      *    BOX 1 - COMMISSION CHECKS AND EFTS ISSUED IN THE TAX YEAR,
      *    OFF THE CHECK REGISTER (NET OF CHARGEBACKS RECOVERED)
           05  ANEC-NONEMP-COMP      PIC 9(9)V99.
