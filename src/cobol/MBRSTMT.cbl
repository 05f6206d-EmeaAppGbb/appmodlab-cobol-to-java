               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-OUT-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "reports/member_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  CLAIM-OUTPUT-RECORD.
           COPY CLMREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(132).

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-CLAIM-OUT-FILENAME    PIC X(60)
           VALUE "data/claims_out.dat".
       01  WS-STMT-MONTH-PARM       PIC X(6) VALUE SPACES.
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-CLAIM-OUT-STATUS      PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.

       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-STATEMENT-MONTH       PIC 9(6).
       01  WS-CLAIM-MONTH           PIC 9(6).
           05  WS-YTD-BENEFIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(62) VALUE SPACES.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "MBRSTMT".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 3000-WRITE-STATEMENTS
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
                   EVALUATE RUNPARM-NAME
                       WHEN "CLAIM-OUTPUT-FILE"
                           MOVE RUNPARM-VALUE TO WS-CLAIM-OUT-FILENAME
                       WHEN "STATEMENT-MONTH"
                           MOVE RUNPARM-VALUE(1:6)
                               TO WS-STMT-MONTH-PARM
           END-IF.

       2500-LOAD-PAYMENT-TOTALS.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "MBRSTMT WARNING: PAYMENT LEDGER EMPTY - "
                       "PAID AMOUNTS WILL SHOW ZERO"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2510-READ-PAYMENT UNTIL EOF-CURRENT-FILE
           END-IF.

       2510-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
      *        ONLY MONEY THAT ACTUALLY MOVED (OR IS ON ITS WAY)
      *        BELONGS ON A MEMBER'S STATEMENT - VOIDED, HELD AND
      *        SIU-CANCELLED LINES DO NOT, AND NEITHER DOES A
      *        PROMPT-PAY INTEREST LINE, WHICH IS A STATUTORY
      *        PENALTY PAID TO THE PROVIDER, NOT A BENEFIT PAID
      *        ON THE MEMBER'S CLAIM - NOR AN HRA REIMBURSEMENT,
      *        WHICH PAYS BACK THE MEMBER'S OWN SHARE
               IF PYMT-STATUS OF PAYMENT-RECORD NOT = "V" AND
                  PYMT-STATUS OF PAYMENT-RECORD NOT = "H" AND
                  PYMT-STATUS OF PAYMENT-RECORD NOT = "U" AND
                  PYMT-STATUS OF PAYMENT-RECORD NOT = "X" AND
                  NOT PYMT-INTEREST-LINE OF PAYMENT-RECORD AND
                  NOT PYMT-HRA-LINE OF PAYMENT-RECORD
                   PERFORM 2520-ACCUMULATE-PAYMENT
               END-IF
           END-IF.

       2520-ACCUMULATE-PAYMENT.
           MOVE 'N' TO WS-PD-FOUND
