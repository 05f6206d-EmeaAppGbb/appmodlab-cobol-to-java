      * PROVES THE DAILY CYCLE BALANCES END TO END BEFORE ANYONE       *
      * CONSUMES ITS OUTPUTS:                                          *
      *   - THE COUNTERS CLMPROC POSTED TO THE CYCLE-CONTROL FILE      *
      *     MUST BE INTERNALLY CONSISTENT (READ = A + D + P + I + R)   *
      *   - THE CLAIM OUTPUT'S STATUS COUNTS MUST MATCH THE POSTED     *
      *     COUNTERS                                                   *
      *   - EVERY CLAIM APPROVED TODAY MUST HAVE A PAYMENT LEDGER      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-OUT-STATUS.

           SELECT NOTIFICATION-FILE
               ASSIGN TO WS-NOTIFICATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  CLAIM-OUTPUT-RECORD.
           COPY CLMREC.

       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           COPY NOTIFREC.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-CLAIM-OUT-FILENAME    PIC X(60)
           VALUE "data/claims_out.dat".
       01  WS-NOTIFICATION-FILENAME PIC X(60)
           VALUE "data/member_notifications.dat".
       01  WS-EOB-FILENAME          PIC X(60)

       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-CLAIM-OUT-STATUS      PIC XX.
       01  WS-NOTIFICATION-STATUS   PIC XX.
       01  WS-EOB-STATUS            PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RECORD-DATE           PIC 9(8).
       01  WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE PIC X(8).
       01  WS-POSTED-APPROVED       PIC 9(9) VALUE 0.
       01  WS-POSTED-DENIED         PIC 9(9) VALUE 0.
       01  WS-POSTED-PENDING        PIC 9(9) VALUE 0.
       01  WS-POSTED-PENDED-INFO    PIC 9(9) VALUE 0.
       01  WS-POSTED-REJECTED       PIC 9(9) VALUE 0.
       01  WS-POSTED-POL-NOTFOUND   PIC 9(9) VALUE 0.
       01  WS-POSTED-VOIDED         PIC 9(9) VALUE 0.
       01  WS-OUT-APPROVED          PIC 9(9) VALUE 0.
       01  WS-OUT-DENIED            PIC 9(9) VALUE 0.
       01  WS-OUT-PENDING           PIC 9(9) VALUE 0.
       01  WS-OUT-PENDED-INFO       PIC 9(9) VALUE 0.
       01  WS-OUT-REJECTED          PIC 9(9) VALUE 0.
       01  WS-OUT-TOTAL             PIC 9(9) VALUE 0.
       01  WS-PAID-CLAIMS-TODAY     PIC 9(9) VALUE 0.
                   EVALUATE RUNPARM-NAME
                       WHEN "CLAIM-OUTPUT-FILE"
                           MOVE RUNPARM-VALUE TO WS-CLAIM-OUT-FILENAME
                       WHEN "NOTIFICATION-FILE"
                           MOVE RUNPARM-VALUE
                               TO WS-NOTIFICATION-FILENAME
               WHEN CYC-PROGRAM = "CLMPROC"
                AND CYC-COUNTER-NAME = "CLAIMS-PENDING"
                   MOVE CYC-COUNT TO WS-POSTED-PENDING
               WHEN CYC-PROGRAM = "CLMPROC"
                AND CYC-COUNTER-NAME = "CLAIMS-PENDED-INFO"
                   MOVE CYC-COUNT TO WS-POSTED-PENDED-INFO
               WHEN CYC-PROGRAM = "CLMPROC"
                AND CYC-COUNTER-NAME = "CLAIMS-REJECTED"
                   MOVE CYC-COUNT TO WS-POSTED-REJECTED
                           ADD 1 TO WS-OUT-DENIED
                       WHEN "P"
                           ADD 1 TO WS-OUT-PENDING
                       WHEN "I"
                           ADD 1 TO WS-OUT-PENDED-INFO
                       WHEN "R"
                           ADD 1 TO WS-OUT-REJECTED
                   END-EVALUATE
           END-READ.

       3500-COUNT-PAYMENTS-TODAY.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "CYCBAL WARNING: PAYMENT LEDGER EMPTY"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 3600-TALLY-PAYMENT UNTIL EOF-CURRENT-FILE
           END-IF
           MOVE WS-PAID-COUNT TO WS-PAID-CLAIMS-TODAY.

       3600-TALLY-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       = WS-TODAY-DATE
                   PERFORM 3700-NOTE-DISTINCT-CLAIM
               END-IF
           END-IF.

       3700-NOTE-DISTINCT-CLAIM.
           MOVE 'N' TO WS-PD-FOUND
       6000-BALANCE-THE-CYCLE.
           COMPUTE WS-POSTED-SUM =
               WS-POSTED-APPROVED + WS-POSTED-DENIED
               + WS-POSTED-PENDING + WS-POSTED-PENDED-INFO
               + WS-POSTED-REJECTED + WS-POSTED-VOIDED
           END-COMPUTE
      *    A POLICY-NOT-FOUND DENIAL PRODUCES NO EOB OR NOTIFICATION -
      *    THERE IS NOBODY ON FILE TO ADDRESS ONE TO - SO THE LETTER
      *    COMPARISONS RUN NET OF THAT COUNT. A CLAIM PENDED FOR
      *    INFORMATION GETS ITS EOB AND NOTIFICATION LIKE ANY PEND
           COMPUTE WS-ADJUDICATED-TODAY =
               WS-POSTED-APPROVED + WS-POSTED-DENIED
               + WS-POSTED-PENDING + WS-POSTED-PENDED-INFO
               - WS-POSTED-POL-NOTFOUND
           END-COMPUTE

      *    A SAME-DAY DECISION OR APPEALS RUN ADDS ITS OWN PAYMENTS
           MOVE WS-OUT-PENDING TO WS-CHK-ACTUAL
           PERFORM 6100-JUDGE-EQUAL

           MOVE "POSTED PENDED-INFO VS CLAIM OUTPUT" TO WS-CHK-TAG
           MOVE WS-POSTED-PENDED-INFO TO WS-CHK-EXPECTED
           MOVE WS-OUT-PENDED-INFO TO WS-CHK-ACTUAL
           PERFORM 6100-JUDGE-EQUAL

           MOVE "POSTED REJECTED VS CLAIM OUTPUT" TO WS-CHK-TAG
           MOVE WS-POSTED-REJECTED TO WS-CHK-EXPECTED
           MOVE WS-OUT-REJECTED TO WS-CHK-ACTUAL
