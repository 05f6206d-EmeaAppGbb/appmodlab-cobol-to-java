       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/prompt_pay.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS          PIC XX.

       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-PROMPT-PAY-DAYS       PIC 9(3) VALUE 30.

       01  WS-MAX-MONTHS            PIC 9(3) VALUE 120.
           05  WS-RPT-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(62) VALUE SPACES.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "PPAYRPT".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
               UNTIL WS-MO-IDX > WS-MONTH-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PROMPT-PAY COMPLIANCE"

           PERFORM 1200-LOAD-RULES

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "PPAYRPT WARNING: PAYMENT LEDGER EMPTY"
               SET EOF-PAYMENT TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
           END-READ.

       2000-TALLY-PAYMENTS.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
      *        A HELD OR SIU-CANCELLED LINE WAS NEVER A PAYMENT -
      *        IT HAS NO PLACE IN THE PROMPT-PAY DENOMINATOR
               IF PYMT-STATUS OF PAYMENT-RECORD NOT = "V"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "H"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "X"
                   PERFORM 2100-TALLY-ONE-PAYMENT
               END-IF
           END-IF.

       2100-TALLY-ONE-PAYMENT.
           MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD(1:6)
           PERFORM 2200-FIND-MONTH-ENTRY

           IF PYMT-REFUND-LINE OF PAYMENT-RECORD
             OR PYMT-CAPITATION-LINE OF PAYMENT-RECORD
             OR PYMT-HRA-LINE OF PAYMENT-RECORD
      *        A PREMIUM REFUND IS NOT A CLAIM PAYMENT - NO CLAIM WAS
      *        RECEIVED, SO IT HAS NO PLACE IN THE PROMPT-PAY FIGURES.
      *        NEITHER DOES A PCP'S MONTHLY CAPITATION, NOR AN HRA
      *        REIMBURSEMENT OF THE MEMBER'S OWN SHARE
               CONTINUE
           ELSE
           IF PYMT-INTEREST-LINE OF PAYMENT-RECORD
           DISPLAY "OUTPUT: reports/prompt_pay.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
