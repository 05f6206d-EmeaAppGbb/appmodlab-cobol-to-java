               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT TAXID-FILE
               ASSIGN TO "data/tax_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  RULES-RECORD.
           COPY RULEREC.

       FD  TAXID-FILE.
       01  TAXID-MASTER-REC.
           COPY TAXIDMST.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-TAX1099-STATUS        PIC XX.

       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED THE SAME WAY THE OTHER BATCH PROGRAMS DO
       01  WS-TAX1099-FILENAME      PIC X(60)
           VALUE "data/tax_1099_extract.dat".
       01  WS-TAX-YEAR-PARM         PIC X(4) VALUE SPACES.
           05  WS-PAYEES-BELOW-MIN  PIC 9(5) VALUE 0.
           05  WS-PAYEES-NO-TAXID   PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "TAX1099".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
               UNTIL WS-PV-IDX > WS-PROVIDER-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-TAXID-TABLE

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "ERROR: PAYMENT LEDGER EMPTY"
               STOP RUN
           END-IF


       1120-APPLY-RUNPARM.
           EVALUATE RUNPARM-NAME
               WHEN "TAX1099-FILE"
                   MOVE RUNPARM-VALUE TO WS-TAX1099-FILENAME
               WHEN "TAX-YEAR"
               ON ASCENDING KEY TAXID-PROVIDER-ID OF WS-TI-ENTRY.

       2000-ACCUMULATE-PAYMENTS.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 2100-APPLY-PAYMENT
           END-IF.

       2100-APPLY-PAYMENT.
      *    EVERYTHING THAT IS OR BECAME REAL MONEY COUNTS - THE
      *    INTEREST LINES STAY IN: THE PROVIDER RECEIVED THAT MONEY
      *    AND IT IS REPORTABLE INCOME LIKE THE CLAIM PAYMENT ITSELF
           ADD 1 TO WS-PAYMENTS-READ
      *    POLICYHOLDER REIMBURSEMENTS (PAYEE TYPE M) AND EMPLOYER
      *    GROUP REBATES (PAYEE TYPE G) ARE NOT INCOME TO A PROVIDER
      *    AND STAY OFF THE 1099 TOTALS ENTIRELY
           IF (PYMT-STATUS = "A" OR PYMT-STATUS = "P"
               OR PYMT-STATUS = "C" OR PYMT-STATUS = "S"
               OR PYMT-STATUS = "O")
               AND PYMT-PAYMENT-DATE(1:4) = WS-TAX-YEAR
               AND NOT PYMT-PAYEE-MEMBER
               AND NOT PYMT-PAYEE-GROUP
               PERFORM 2200-FIND-PROVIDER-ENTRY
               ADD PYMT-PAYMENT-AMOUNT
                   TO WS-PV-TOTAL-PAID(WS-PV-MATCH-IDX)
           DISPLAY "EXTRACT WRITTEN TO: " WS-TAX1099-FILENAME.

       9000-CLEANUP.
           IF WS-WITHHOLD-STATUS = "00" OR WS-WITHHOLD-STATUS = "10"
               CLOSE WITHHOLDING-FILE
           END-IF
