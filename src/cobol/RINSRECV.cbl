      * WITH NO OPEN CASE IS REJECTED RATHER THAN POSTED BLIND.        *
      * CLOSES WITH AN OPEN-CASE AGING SUMMARY SO A RECOVERY THE       *
      * REINSURER IS SITTING ON GETS CHASED. THE LEDGER IS LOADED IN   *
      * FULL AND REWRITTEN AT CLEANUP (THE ACCUMULATOR PATTERN). A RUN *
      * DATED INTO A MONTH FINANCE HAS CLOSED IS REPORTED AND LOGGED   *
      * BY ACCTPER, AND GLEXTR BOOKS THE RECEIPTS TO THE FIRST OPEN    *
      * MONTH                                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
           88 EOF-RECOVERY          VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
      * THE ACCOUNTING DATE TODAY'S POSTINGS BOOK UNDER - SEE ACCTPER
       01  WS-POSTING-DATE          PIC 9(8).
       01  WS-ACCTPER-PROGRAM       PIC X(8) VALUE "RINSRECV".
       01  WS-DAYS-OPEN             PIC S9(7).

       01  WS-MAX-CASES             PIC 9(5) VALUE 9000.
           DISPLAY "CONTINENTAL INSURANCE - REINSURANCE RECOVERIES"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           CALL 'ACCTPER' USING WS-ACCTPER-PROGRAM
                                WS-TODAY-DATE
                                WS-POSTING-DATE

           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = "00"
           DISPLAY "OPEN CASES:        " WS-OPEN-CASES
           DISPLAY "TOTAL RECEIVED: $" WS-TOTAL-RECEIVED
           DISPLAY "OUTSTANDING:    $" WS-TOTAL-OUTSTANDING
           DISPLAY "AGING REPORT: reports/reins_aging.txt"
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
               DISPLAY "RECEIPTS BOOKED TO " WS-POSTING-DATE
                       " - " WS-TODAY-DATE " IS IN A CLOSED PERIOD"
           END-IF.

       9000-CLEANUP.
           IF WS-RECEIPT-STATUS = "00" OR WS-RECEIPT-STATUS = "10"
