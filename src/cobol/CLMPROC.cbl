           COPY POLREC.

       FD  CLAIM-OUTPUT-FILE.
       01  CLAIM-OUTPUT-RECORD      PIC X(120).

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RCYC-FIRST-SEEN-DATE PIC 9(8).
           05  RCYC-CLAIM           PIC X(120).

       FD  REMIT-FEED-FILE.
       01  REMIT-FEED-RECORD.
           05  WS-CLAIMS-REJECTED   PIC 9(5) VALUE 0.
           05  WS-CLAIMS-VOIDED     PIC 9(5) VALUE 0.
           05  WS-CLAIMS-RECYCLED   PIC 9(5) VALUE 0.
           05  WS-CLAIMS-PENDED-INFO PIC 9(5) VALUE 0.
           05  WS-TOTAL-PAID        PIC 9(9)V99 VALUE 0.

      * CONTROL TOTALS FOR THE END-OF-RUN RECONCILIATION BETWEEN
           88 CLAIM-APPROVED        VALUE 'A'.
           88 CLAIM-DENIED          VALUE 'D'.
           88 CLAIM-PENDING         VALUE 'P'.
           88 CLAIM-PENDED-INFO     VALUE 'I'.
       
       01  WS-PAYMENT-AMOUNT        PIC 9(7)V99.
       01  WS-NATIVE-PAYMENT-AMOUNT PIC 9(7)V99.
      *    LIFETIME-MAX ACCUMULATORS RATHER THAN RECOMPUTING ITS OWN
       01  WS-CALCULATED-COVERAGE   PIC 9(7)V99.
       01  WS-NO-CALCULATED-COVERAGE PIC 9(7)V99 VALUE ZERO.
      *    THE DEDUCTIBLE AND COST SHARE ADJUDCTN LEFT THE MEMBER TO
      *    PAY (NATIVE CURRENCY) - OFFERED TO THE MEMBER'S HRA
       01  WS-MEMBER-RESPONSIBILITY PIC 9(7)V99.

      * HRA REIMBURSEMENT - HRAACCT DRAWS THE MEMBER'S ACCOUNT DOWN
      * AND BOOKS THE MEMBER-PAYEE LINE; NO ACCOUNT, NO REIMBURSEMENT
       01  WS-HRA-FUNCTION          PIC X(1).
       01  WS-HRA-NATIVE-AMOUNT     PIC 9(9)V99.
       01  WS-HRA-USD-AMOUNT        PIC 9(9)V99.
       01  WS-HRA-AMOUNT            PIC 9(7)V99.
       01  WS-HRA-RECORD.
           COPY HRAREC.
       01  WS-HRA-FOUND             PIC X(1).
           88 HRA-ACCOUNT-FOUND     VALUE 'Y'.
       01  WS-ERROR-CODE            PIC 99.

      * COORDINATION OF BENEFITS - WHEN A CLAIM CARRIES A SECONDARY
                       MOVE CHKPT-CLAIMS-VOIDED TO WS-CLAIMS-VOIDED
                       MOVE CHKPT-CLAIMS-RECYCLED
                           TO WS-CLAIMS-RECYCLED
                       MOVE CHKPT-CLAIMS-PENDED-INFO
                           TO WS-CLAIMS-PENDED-INFO
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
                                 WS-ADJUDICATION-RESULT
                                 WS-REASON-CODE
                                 WS-CALCULATED-COVERAGE
                                 WS-MEMBER-RESPONSIBILITY

           EVALUATE TRUE
               WHEN CLAIM-APPROVED
                   DISPLAY "  CLAIM APPROVED"
                   ADD 1 TO WS-CLAIMS-APPROVED
                   MOVE 'A' TO CLM-STATUS
      *            A CAPITATED ENCOUNTER WAS PAID FOR BY THE PCP'S
      *            MONTHLY CAPITATION - NO LEDGER LINE, NO COB
                   IF WS-REASON-CODE = EC-CAPITATED-ENCOUNTER
                       DISPLAY "  CAPITATED ENCOUNTER - NO PAYMENT"
                   ELSE
                       PERFORM 2200-AUTHORIZE-PAYMENT
                       PERFORM 2250-COORDINATE-SECONDARY-BENEFITS
                           THRU 2250-EXIT
                   END-IF
                   PERFORM 2270-REIMBURSE-FROM-HRA THRU 2270-EXIT
               WHEN CLAIM-DENIED
                   DISPLAY "  CLAIM DENIED"
                   ADD 1 TO WS-CLAIMS-DENIED
                   MOVE 'D' TO CLM-STATUS
      *            A CLAIM THAT DIED INSIDE THE DEDUCTIBLE OR COST
      *            SHARE STILL LEFT THE MEMBER A BILL THE HRA COVERS
                   IF WS-REASON-CODE = EC-DENY-ZERO-COVERAGE
                       PERFORM 2270-REIMBURSE-FROM-HRA THRU 2270-EXIT
                   END-IF
               WHEN CLAIM-PENDING
                   DISPLAY "  CLAIM PENDING REVIEW"
                   ADD 1 TO WS-CLAIMS-PENDING
                   MOVE 'P' TO CLM-STATUS
                   PERFORM 2300-QUEUE-FOR-REVIEW
                   PERFORM 2350-TALLY-CLAIM-AGE
      *        ADJUDCTN HAS ALREADY PARKED THE CLAIM AND WRITTEN TO THE
      *        PROVIDER - IT IS NOT A REVIEW-QUEUE ITEM. RFIPROC
      *        RE-PRESENTS IT ONCE ANSWERED OR OUT OF TIME
               WHEN CLAIM-PENDED-INFO
                   DISPLAY "  CLAIM PENDED FOR INFORMATION"
                   ADD 1 TO WS-CLAIMS-PENDED-INFO
                   MOVE 'I' TO CLM-STATUS
           END-EVALUATE

           PERFORM 2400-GENERATE-EOB-LETTER
           MOVE WS-AGE-OVER-90 TO CHKPT-AGE-OVER-90
           MOVE WS-CLAIMS-VOIDED TO CHKPT-CLAIMS-VOIDED
           MOVE WS-CLAIMS-RECYCLED TO CHKPT-CLAIMS-RECYCLED
           MOVE WS-CLAIMS-PENDED-INFO TO CHKPT-CLAIMS-PENDED-INFO

      *    OPEN OUTPUT REWRITES THE SINGLE-RECORD CHECKPOINT FILE
      *    WITH THE LATEST TOTALS EACH TIME
       2260-EXIT.
           EXIT.

       2270-REIMBURSE-FROM-HRA.
      *    THE MEMBER'S DEDUCTIBLE AND COST SHARE ON THIS CLAIM IS
      *    PAID BACK FROM THE HRA THE MEMBER'S SELF-FUNDED GROUP
      *    FUNDS, UP TO THE BALANCE. THE ACCOUNT IS KEPT IN USD, SO
      *    THE NATIVE FIGURE IS CONVERTED AT THE SERVICE-DATE RATE
           IF WS-MEMBER-RESPONSIBILITY NOT > 0
               GO TO 2270-EXIT
           END-IF

           MOVE WS-MEMBER-RESPONSIBILITY TO WS-HRA-NATIVE-AMOUNT
           CALL 'CURRCONV' USING POL-CURRENCY-CODE OF POLICY-RECORD
                                 WS-HRA-NATIVE-AMOUNT
                                 WS-HRA-USD-AMOUNT
                                 CLM-CLAIM-DATE
           MOVE WS-HRA-USD-AMOUNT TO WS-HRA-AMOUNT

           MOVE "R" TO WS-HRA-FUNCTION
           CALL 'HRAACCT' USING WS-HRA-FUNCTION
                                CLM-POLICY-NUMBER
                                CLM-MEMBER-ID
                                CLM-CLAIM-NUMBER
                                WS-HRA-AMOUNT
                                WS-HRA-RECORD
                                WS-HRA-FOUND

           IF HRA-ACCOUNT-FOUND AND WS-HRA-AMOUNT > 0
               DISPLAY "  HRA REIMBURSED MEMBER: $" WS-HRA-AMOUNT
           END-IF.

       2270-EXIT.
           EXIT.

       2300-QUEUE-FOR-REVIEW.
      *    GIVE THE ADJUDICATION TEAM AN ACTUAL WORKLIST INSTEAD OF
      *    JUST A PENDING COUNT
           MOVE WS-REASON-CODE TO MRVW-REASON-CODE
           MOVE WS-CURRENT-DATE TO MRVW-ENTERED-DATE
           MOVE WS-CALCULATED-COVERAGE TO MRVW-CALC-COVERAGE
      *    UNASSIGNED UNTIL RVWASGN'S NIGHTLY ROUND-ROBIN PICKS AN
      *    EXAMINER SKILLED IN THIS REASON AND CLAIM TYPE
           MOVE CLM-CLAIM-TYPE TO MRVW-CLAIM-TYPE
           MOVE SPACES TO MRVW-EXAMINER-ID
           MOVE ZERO TO MRVW-ASSIGNED-DATE
           MOVE SPACE TO MRVW-ROUTED-FLAG
      *    A SIMULATED PEND IS COUNTED AND RECORDED ON THE SIMULATION
      *    FILE BUT NEVER HANDED TO THE REVIEW TEAM AS REAL WORK
           IF NOT SIMULATE-MODE
           DISPLAY "APPROVED: " WS-CLAIMS-APPROVED
           DISPLAY "DENIED:   " WS-CLAIMS-DENIED
           DISPLAY "PENDING:  " WS-CLAIMS-PENDING
           DISPLAY "INFO RFI: " WS-CLAIMS-PENDED-INFO
           DISPLAY "REJECTED: " WS-CLAIMS-REJECTED
           DISPLAY "VOIDED:   " WS-CLAIMS-VOIDED
           DISPLAY "RECYCLED: " WS-CLAIMS-RECYCLED
           PERFORM 9310-POST-ONE-COUNTER
           MOVE "CLAIMS-RECYCLED" TO WS-CYCPOST-COUNTER
           MOVE WS-CLAIMS-RECYCLED TO WS-CYCPOST-VALUE
           PERFORM 9310-POST-ONE-COUNTER
           MOVE "CLAIMS-PENDED-INFO" TO WS-CYCPOST-COUNTER
           MOVE WS-CLAIMS-PENDED-INFO TO WS-CYCPOST-VALUE
           PERFORM 9310-POST-ONE-COUNTER.

       9310-POST-ONE-COUNTER.
