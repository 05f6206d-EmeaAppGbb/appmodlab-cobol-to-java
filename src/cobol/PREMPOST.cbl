      * STATUS L) SO ADJUDCTN'S POLICY-STATUS CHECK STOPS PAYING ITS   *
      * CLAIMS, AND THE INVOICE IS CLOSED OUT AS LAPSED.               *
      * THE POLICY MASTER AND THE INVOICE FILE ARE BOTH REWRITTEN      *
      * OLD/NEW AND PROMOTED BY PREMCYCL.JCL. EVERY PAYMENT POSTED AND *
      * EVERY RETURNED ITEM REVERSED IS ALSO APPENDED TO THE PREMIUM   *
      * COLLECTION HISTORY PTAXRPT TAXES BY STATE. A CYCLE RERUN INTO  *
      * A MONTH FINANCE HAS CLOSED BOOKS ITS COLLECTIONS TO THE FIRST  *
      * OPEN MONTH (ACCTPER), THE POSTED DATE KEPT FOR REFERENCE       *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    THE LASTING RECORD OF PREMIUM COLLECTED - THE PAYMENT
      *    TRANSMISSION ITSELF IS REPLACED EACH DAY
           SELECT COLLECTION-HISTORY-FILE
               ASSIGN TO "data/premium_collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  POLICY-AUDIT-RECORD.
           COPY POLAUDREC.

       FD  COLLECTION-HISTORY-FILE.
       01  COLLECTION-HISTORY-RECORD.
           COPY PCOLREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

           COPY POLREC.
       01  WS-GRACE-POLICY-FOUND    PIC X VALUE 'N'.
       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-COLLECTION-STATUS     PIC XX.
       01  WS-ROLLBACK-PAID-THRU    PIC 9(8) VALUE 0.

       01  WS-TODAY-DATE            PIC 9(8).
      * THE ACCOUNTING DATE TODAY'S POSTINGS BOOK UNDER - SEE ACCTPER
       01  WS-POSTING-DATE          PIC 9(8).
       01  WS-ACCTPER-PROGRAM       PIC X(8) VALUE "PREMPOST".
       01  WS-DAYS-PAST-DUE         PIC S9(7).

      * INTERFACE BATCH CONTROLS - VALIDATED IN A PRE-PASS BEFORE A
           DISPLAY "CONTINENTAL INSURANCE - PREMIUM CASH POSTING"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           CALL 'ACCTPER' USING WS-ACCTPER-PROGRAM
                                WS-TODAY-DATE
                                WS-POSTING-DATE

           PERFORM 1050-RESOLVE-FILENAME
           PERFORM 1200-LOAD-RULES
           END-IF

           OPEN OUTPUT NEW-POLICY-FILE
           OPEN OUTPUT NEW-INVOICE-FILE

           OPEN EXTEND COLLECTION-HISTORY-FILE
           IF WS-COLLECTION-STATUS NOT = "00"
               OPEN OUTPUT COLLECTION-HISTORY-FILE
           END-IF.

       0800-VALIDATE-BATCH-CONTROLS.
      *    THE TRAILER MUST ACCOUNT FOR EVERY DETAIL BEFORE A SINGLE
           MOVE "P" TO INV-STATUS OF WS-IV-ENTRY(WS-IV-MATCH-IDX)
           ADD 1 TO WS-PAYMENTS-POSTED
           ADD PPAY-PAYMENT-AMOUNT TO WS-TOTAL-POSTED
           PERFORM 3200-RECORD-PAID-THRU
           MOVE "C" TO PCOL-TYPE
           PERFORM 3800-WRITE-COLLECTION-HISTORY.

       3100-EXIT.
           EXIT.
               TO WS-PU-PAID-THRU(WS-PU-MATCH-IDX)
           MOVE 'Y' TO WS-PU-ROLLBACK-FLAG(WS-PU-MATCH-IDX)

           PERFORM 3780-WRITE-REVERSAL-AUDIT
           MOVE "N" TO PCOL-TYPE
           PERFORM 3800-WRITE-COLLECTION-HISTORY.
       3700-EXIT.
           EXIT.

           WRITE POLICY-AUDIT-RECORD
           CLOSE POLICY-AUDIT-FILE.

       3800-WRITE-COLLECTION-HISTORY.
      *    THE TYPE IS SET BY THE CALLER - A POSTING OR A REVERSAL
           MOVE PPAY-POLICY-NUMBER TO PCOL-POLICY-NUMBER
           MOVE PPAY-RECEIVED-DATE TO PCOL-RECEIVED-DATE
           MOVE WS-TODAY-DATE TO PCOL-POSTED-DATE
           MOVE WS-POSTING-DATE TO PCOL-POSTING-DATE
           MOVE PPAY-PAYMENT-AMOUNT TO PCOL-AMOUNT
           WRITE COLLECTION-HISTORY-RECORD.

       3500-FLAG-DELINQUENT.
      *    AN OPEN INVOICE STILL UNPAID PAST DUE DATE PLUS GRACE
      *    LAPSES THE POLICY AND CLOSES THE INVOICE OUT AS LAPSED
           DISPLAY "RETURNS REVERSED:  " WS-RETURNS-REVERSED
           DISPLAY "RETURN FEES ASSESSED: $" WS-RETURN-FEES
           DISPLAY "TOTAL POSTED: $" WS-TOTAL-POSTED
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
               DISPLAY "COLLECTIONS BOOKED TO " WS-POSTING-DATE
                       " - " WS-TODAY-DATE " IS IN A CLOSED PERIOD"
           END-IF
           DISPLAY "UPDATED POLICY MASTER: data/policies_new.dat"
           DISPLAY "UPDATED INVOICES: data/premium_invoices_new.dat".

           END-IF
           CLOSE POLICY-FILE
           CLOSE NEW-POLICY-FILE
           CLOSE NEW-INVOICE-FILE
           CLOSE COLLECTION-HISTORY-FILE.
