      *     RECOMPUTED EACH RUN FROM THE BOOKS OF RECORD RATHER THAN   *
      *     CARRIED IN A SECOND STORE THAT COULD DRIFT                 *
      *   - A WEEKLY FUNDING REQUEST BILLS THE GROUP FOR THE CLAIMS    *
      *     DISBURSED ON ITS BEHALF IN THE PERIOD, AND FOR THE HRA     *
      *     REIMBURSEMENTS ITS MEMBERS DREW - THESE ARE THE GROUP'S    *
      *     OWN HRA MONEY, NOT BENEFITS, AND NEVER COUNT TOWARD AN     *
      *     ATTACHMENT POINT                                           *
      *   - A SPECIFIC OR AGGREGATE ATTACHMENT POINT PIERCED          *
      *     PRODUCES A REIMBURSEMENT FILING FOR THE STOP-LOSS          *
      *     CARRIER, NEVER TWICE FOR THE SAME MEMBER/GROUP AND YEAR    *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT FUNDING-REQUEST-FILE
               ASSIGN TO "data/funding_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  POL-MASTER-REC.
           COPY POLREC.

       FD  FUNDING-REQUEST-FILE.
       01  FUNDING-REQUEST-RECORD.
           COPY FUNDREQ.

       01  WS-GROUP-STATUS          PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-FUNDING-STATUS        PIC XX.
       01  WS-FILING-STATUS         PIC XX.

           88 EOF-PAYMENT           VALUE 'Y'.
       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.
       01  WS-EOF-FILING            PIC X VALUE 'N'.
           88 EOF-FILING            VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-PLAN-YEAR             PIC 9(4).
       01  WS-PERIOD-START          PIC 9(8).
               10  WS-GR-YEAR-PAID    PIC 9(11)V99.
               10  WS-GR-WEEK-PAID    PIC 9(11)V99.
               10  WS-GR-WEEK-COUNT   PIC 9(5).
               10  WS-GR-WEEK-HRA     PIC 9(11)V99.

      * POLICY TO GROUP MAP FOR THE LEDGER PASS
       01  WS-MAX-POLICIES          PIC 9(5) VALUE 9000.
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

      * CLAIM TO MEMBER MAP OFF THE CLAIM HISTORY MASTER, FOR THE
      * PER-MEMBER SPECIFIC TRACKING
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 20000.
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROUP-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.

       1000-INITIALIZATION.
                   - WS-FUNDING-PERIOD-DAYS)
           END-COMPUTE


           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS NOT = "00"
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

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF

       1000-EXIT.
           EXIT.

       1300-LOAD-SF-GROUPS.
           READ GROUP-FILE
               AT END
                       MOVE ZERO TO WS-GR-YEAR-PAID(WS-GROUP-COUNT)
                       MOVE ZERO TO WS-GR-WEEK-PAID(WS-GROUP-COUNT)
                       MOVE ZERO TO WS-GR-WEEK-COUNT(WS-GROUP-COUNT)
                       MOVE ZERO TO WS-GR-WEEK-HRA(WS-GROUP-COUNT)
                   END-IF
           END-READ.

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
               END-IF
           END-IF.

       1600-LOAD-PRIOR-FILINGS.
           READ FILING-FILE
           END-READ.

       2000-TRACK-LEDGER.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               PERFORM 2100-TRACK-ONE-PAYMENT THRU 2100-EXIT
           END-IF.

       2100-TRACK-ONE-PAYMENT.
      *    EVERYTHING THAT IS OR BECAME REAL MONEY THIS PLAN YEAR
               GO TO 2100-EXIT
           END-IF

      *    AN HRA REIMBURSEMENT IS BILLED BACK WITH THE WEEK BUT IS
      *    NO BENEFIT PAYMENT - IT STAYS OUT OF THE YEAR'S PAID AND
      *    THE MEMBER'S SPECIFIC TOTAL
           IF PYMT-HRA-LINE OF PAYMENT-RECORD
               IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD > WS-PERIOD-START
                 AND PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       NOT > WS-TODAY-DATE
                   ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                       TO WS-GR-WEEK-PAID(WS-GR-MATCH-IDX)
                   ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                       TO WS-GR-WEEK-HRA(WS-GR-MATCH-IDX)
               END-IF
               GO TO 2100-EXIT
           END-IF

           ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
               TO WS-GR-YEAR-PAID(WS-GR-MATCH-IDX)
           IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD > WS-PERIOD-START

       3000-WRITE-FUNDING-REQUESTS.
           IF WS-GR-WEEK-COUNT(WS-GR-IDX) = ZERO
             AND WS-GR-WEEK-HRA(WS-GR-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND FUNDING-REQUEST-FILE
           MOVE WS-TODAY-DATE TO FNDR-PERIOD-END
           MOVE WS-GR-WEEK-COUNT(WS-GR-IDX) TO FNDR-CLAIM-COUNT
           MOVE WS-GR-WEEK-PAID(WS-GR-IDX) TO FNDR-AMOUNT-DUE
           MOVE WS-GR-WEEK-HRA(WS-GR-IDX) TO FNDR-HRA-AMOUNT
           WRITE FUNDING-REQUEST-RECORD
           CLOSE FUNDING-REQUEST-FILE
           ADD 1 TO WS-FUNDING-WRITTEN
           DISPLAY "AGGREGATE FILINGS:   " WS-AGG-FILINGS
           DISPLAY "FUNDING REQUESTS: data/funding_requests.dat"
           DISPLAY "STOP-LOSS FILINGS: data/stoploss_filings.dat".
