               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "data/recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           COPY CLAWREC.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-SUBRO-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SUBRO             PIC X VALUE 'N'.
           88 EOF-SUBRO             VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-THIS-YEAR             PIC 9(4).
       01  WS-PRIOR-YEAR            PIC 9(4).
               10  WS-PM-POLICY       PIC X(10).
               10  WS-PM-GROUP        PIC X(8).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * CLAIM TO POLICY MAP FOR LEDGER ROWS AND RECOVERY LEDGERS
      * THAT ONLY CARRY A CLAIM NUMBER
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 20000.
       01  WS-AMT-DISPLAY-4         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATIO-DISPLAY         PIC ZZ9.99.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "GRPLOSS".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 4500-WRITE-EXCEPTION-PAGE THRU 4500-EXIT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
           IF WS-POLICY-STATUS NOT = "00"
               SET EOF-POLICY TO TRUE
           END-IF
           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               SET EOF-INVOICE TO TRUE
           END-IF
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF
           OPEN INPUT RECOVERY-FILE
           END-READ.

       1500-LOAD-CLAIM-MAP.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF CLH-CURRENT
                 AND WS-CLAIM-COUNT < WS-MAX-CLAIMS
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
                       TO WS-CL-CLAIM(WS-CLAIM-COUNT)
                   MOVE CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
                       TO WS-CL-POLICY(WS-CLAIM-COUNT)
               END-IF
           END-IF.

       2000-TALLY-INVOICES.
           READ INVOICE-FILE
           EXIT.

       2500-TALLY-PAYMENTS.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 2600-TALLY-ONE-PAYMENT THRU 2600-EXIT
           END-IF.

       2600-TALLY-ONE-PAYMENT.
           IF PYMT-STATUS OF PAYMENT-RECORD NOT = "A"
