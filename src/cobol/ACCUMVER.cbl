               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO "data/policies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/accum_verify.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  RULES-RECORD.
           COPY RULEREC.

       FD  POLICY-FILE.
       01  POL-MASTER-REC.
           COPY POLREC.
       01  AUDIT-RECORD.
           COPY ADTRREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).


       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-REBUILD-MODE          PIC X VALUE 'N'.
           88 REBUILD-MODE          VALUE 'Y'.
           05  WS-VL-ENTRY OCCURS 20 TIMES.
               10  WS-VL-CLAIM-TYPE PIC X(2).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * CLAIM MAP OFF THE CURRENT HISTORY ROWS
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 20000.
       01  WS-CLAIM-COUNT           PIC 9(5) VALUE 0.
                       "REWRITTEN FROM THE RECOMPUTATION ***"
           END-IF

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "ACCUMVER WARNING: NO CLAIM HISTORY MASTER - "
                       "NOTHING TO RECOMPUTE FROM"
               SET EOF-HISTORY TO TRUE
           IF WS-AUDIT-STATUS NOT = "00"
               SET EOF-AUDIT TO TRUE
           END-IF
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF

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
                   MOVE CLM-MEMBER-ID OF CLH-CLAIM-DETAIL
                       TO WS-CL-MEMBER(WS-CLAIM-COUNT)
                   MOVE CLM-CLAIM-TYPE OF CLH-CLAIM-DETAIL
                       TO WS-CL-TYPE(WS-CLAIM-COUNT)
                   MOVE CLM-STATUS OF CLH-CLAIM-DETAIL
                       TO WS-CL-STATUS(WS-CLAIM-COUNT)
                   MOVE CLM-PAYER-TYPE OF CLH-CLAIM-DETAIL
                       TO WS-CL-PAYER(WS-CLAIM-COUNT)
               END-IF
           END-IF.

       1600-LOAD-POLICY-MAP.
           READ POLICY-FILE
               OF WS-RC-ENTRY(WS-RC-MATCH-IDX, WS-VC-IDX).

       2500-RECOMPUTE-BENEFIT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 2600-APPLY-PAYMENT-ROW THRU 2600-EXIT
           END-IF.

       2600-APPLY-PAYMENT-ROW.
      *    BENEFIT-PAID LIVES ON THE FAMILY ROW IN THE POLICY'S OWN
