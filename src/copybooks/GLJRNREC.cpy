               88  GLJ-DEBIT            VALUE "D".
               88  GLJ-CREDIT           VALUE "C".
           05  GLJ-AMOUNT           PIC 9(11)V99.
      *    THE ACCOUNTING DATE THE JOURNAL BOOKS UNDER - THE CYCLE
      *    DATE ITSELF WHILE ITS MONTH IS OPEN, OR THE FIRST DAY OF
      *    THE FIRST OPEN MONTH WHEN A RERUN CYCLE FALLS IN A MONTH
      *    FINANCE HAS ALREADY CLOSED. THE CYCLE DATE ABOVE STAYS AS
      *    THE ORIGINAL DATE FOR REFERENCE
           05  GLJ-POSTING-DATE     PIC 9(8).
