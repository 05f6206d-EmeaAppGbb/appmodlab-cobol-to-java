      ******************************************************************
      * PREMIUM ACH DEBIT FILE RECORD LAYOUT                           *
      * THE NACHA-STYLE DEBIT FILE ACHDRAFT SENDS THE BANK, ONE FILE   *
      * PER DRAFT RUN: A BATCH HEADER (PPD ENTRIES, EFFECTIVE ON THE   *
      * SETTLEMENT DATE), ONE DETAIL PER INVOICE DRAFTED, AND A TRAILER*
      * CARRYING THE ENTRY COUNT, THE ENTRY HASH (SUM OF THE 8-DIGIT   *
      * RECEIVING BANK IDS) AND THE DEBIT TOTAL SO THE BANK CAN PROVE  *
      * IT RECEIVED THE WHOLE FILE. THE ACH SETTLEMENT FILE PAYDISB    *
      * WRITES (ACHREC) IS THE CREDIT-SIDE COMPANION                   *
      ******************************************************************
           05  ADBT-RECORD-TYPE     PIC X(1).
               88  ADBT-HEADER          VALUE "H".
               88  ADBT-DETAIL          VALUE "D".
               88  ADBT-TRAILER         VALUE "T".
           05  ADBT-FILE-DATE       PIC 9(8).
           05  ADBT-EFFECTIVE-DATE  PIC 9(8).
           05  ADBT-SEC-CODE        PIC X(3).
      *    DETAIL FIELDS - ZERO/SPACES ON THE HEADER AND TRAILER.
      *    TRANSACTION CODE 27 DEBITS A CHECKING ACCOUNT, 37 SAVINGS
           05  ADBT-TRACE-NUMBER    PIC 9(8).
           05  ADBT-TRANSACTION-CODE PIC 9(2).
           05  ADBT-BANK-ROUTING    PIC X(9).
           05  ADBT-BANK-ACCOUNT    PIC X(17).
           05  ADBT-AMOUNT          PIC 9(9)V99.
           05  ADBT-INDIVIDUAL-ID   PIC X(10).
           05  ADBT-INDIVIDUAL-NAME PIC X(22).
      *    TRAILER CONTROLS - ZERO ON HEADER AND DETAILS
           05  ADBT-ENTRY-COUNT     PIC 9(5).
           05  ADBT-ENTRY-HASH      PIC 9(10).
           05  ADBT-DEBIT-TOTAL     PIC 9(11)V99.
