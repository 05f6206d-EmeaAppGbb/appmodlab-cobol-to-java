      *     FROM THE ADJUDICATION DECISION AUDIT, WHICH RECORDED THE   *
      *     ALLOWED AMOUNT AND THE DEDUCTIBLE OUTSTANDING AT THE       *
      *     TIME) COMES OUT OF BOTH THE FAMILY AND MEMBER ROWS         *
      *   - AN HRA REIMBURSEMENT ON THE ORIGINAL IS VOIDED WITH THE    *
      *     REST AND ITS AMOUNT CREDITED BACK TO THE MEMBER'S HRA      *
      *   - ONE ADJUSTMENT AUDIT RECORD TIES OLD AND NEW CLAIM         *
      *     NUMBERS TOGETHER                                           *
      * DIFFERENT FROM CLAWBACK, WHICH RECOVERS MONEY BUT NEVER        *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT VOID-TRANS-FILE
               ASSIGN TO "data/void_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  VOID-TRANS-FILE.
       01  VOID-TRANS-RECORD.
           COPY VOIDTRN.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
      *    UNDER A SIMULATED CYCLE THE REVERSAL MATH STILL RUNS - THE
      *    SIMULATION RESULT SHOWS WHAT THE ADJUSTMENT WOULD DO - BUT
      *    NO VOID TRANSACTIONS OR ADJUSTMENT AUDIT ROWS ARE WRITTEN:
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-VOID-STATUS           PIC XX.
       01  WS-AUDIT-IN-STATUS       PIC XX.
       01  WS-ADJ-AUDIT-STATUS      PIC XX.
       01  WS-EOF-AUDIT             PIC X VALUE 'N'.
           88 EOF-AUDIT             VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * ACTIVE LEDGER ENTRIES, LOADED ON THE FIRST CALL OF THE RUN -
      * THE NATIVE AMOUNT IS WHAT COMES BACK OUT OF BENEFIT-PAID
      * (ACCUMULATORS ARE POSTED IN THE POLICY'S OWN CURRENCY), AND
      * AN INTEREST LINE IS VOIDED BUT NEVER POSTED TO BENEFIT-PAID
      * SO IT NEVER REVERSES OUT OF IT. NOR DOES AN HRA LINE - ITS
      * AMOUNT GOES BACK TO THE HRA BALANCE INSTEAD
       01  WS-MAX-PAYMENTS          PIC 9(5) VALUE 9000.
       01  WS-PAY-COUNT             PIC 9(5) VALUE 0.
       01  WS-PY-IDX                PIC 9(5) VALUE 0.
               10  WS-PY-AUTH-CODE      PIC X(6).
               10  WS-PY-NATIVE-AMOUNT  PIC 9(9)V99.
               10  WS-PY-INTEREST       PIC X(1).
               10  WS-PY-HRA            PIC X(1).
               10  WS-PY-REVERSED       PIC X(1).

       01  WS-REVERSED-PAID         PIC 9(9)V99.
       01  WS-AUD-REMAINING         PIC 9(9)V99.
       01  WS-ANY-REVERSED          PIC X VALUE 'N'.

       01  WS-HRA-FUNCTION          PIC X(1) VALUE "C".
       01  WS-HRA-AMOUNT            PIC 9(7)V99.
       01  WS-HRA-RECORD.
           COPY HRAREC.
       01  WS-HRA-FOUND             PIC X(1).
           88 HRA-ACCOUNT-FOUND     VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-ADJ-CLAIM-RECORD.
           COPY CLMREC.
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "SIMULATE"
                       AND RUNPARM-VALUE(1:1) = "Y"
                       SET SIMULATE-MODE TO TRUE
       1000-LOAD-PAYMENT-TABLE.
      *    ONLY ENTRIES THAT STILL REPRESENT MONEY (AUTHORIZED, PAID,
      *    CLEARED OR STALE) CAN BE REVERSED - VOIDS ALREADY AREN'T
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK = 'Y'
               MOVE 'N' TO WS-EOF-PAYMENT
               PERFORM 1100-READ-PAYMENT UNTIL EOF-PAYMENT
           END-IF
           SET TABLE-IS-LOADED TO TRUE.

       1100-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "A"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "P"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "C"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "S"
                   PERFORM 1200-ADD-PAYMENT-ENTRY
               END-IF
           END-IF.

       1200-ADD-PAYMENT-ENTRY.
           IF WS-PAY-COUNT < WS-MAX-PAYMENTS
               ELSE
                   MOVE 'N' TO WS-PY-INTEREST(WS-PAY-COUNT)
               END-IF
               IF PYMT-HRA-LINE OF PAYMENT-RECORD
                   MOVE 'Y' TO WS-PY-HRA(WS-PAY-COUNT)
               ELSE
                   MOVE 'N' TO WS-PY-HRA(WS-PAY-COUNT)
               END-IF
               MOVE 'N' TO WS-PY-REVERSED(WS-PAY-COUNT)
           ELSE
               DISPLAY "CLMADJRV WARNING: PAYMENT TABLE FULL - CLAIM "
               MOVE 'Y' TO WS-PY-REVERSED(WS-PY-IDX)
               MOVE 'Y' TO WS-ANY-REVERSED
               IF WS-PY-INTEREST(WS-PY-IDX) = 'N'
                 AND WS-PY-HRA(WS-PY-IDX) = 'N'
                   ADD WS-PY-NATIVE-AMOUNT(WS-PY-IDX)
                       TO WS-REVERSED-PAID
               END-IF
               IF WS-PY-HRA(WS-PY-IDX) = 'Y'
                   PERFORM 2200-CREDIT-HRA
               END-IF
               IF NOT SIMULATE-MODE
                   PERFORM 2100-APPEND-VOID-TRANS
               END-IF
           MOVE WS-PY-AUTH-CODE(WS-PY-IDX) TO VOID-AUTH-CODE
           MOVE "V" TO VOID-ACTION
           MOVE "CLAIM ADJUSTMENT" TO VOID-REASON
      *    RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
           MOVE "CLMADJRV" TO VOID-MAKER-ID
           MOVE SPACES TO VOID-CHECKER-ID
           WRITE VOID-TRANS-RECORD
           CLOSE VOID-TRANS-FILE.

       2200-CREDIT-HRA.
      *    AN HRA LINE IS BOOKED IN USD, SO ITS NATIVE FIGURE IS THE
      *    USD FIGURE. HRAACCT LEAVES THE ACCOUNT ALONE IN A
      *    SIMULATED CYCLE
           MOVE WS-PY-NATIVE-AMOUNT(WS-PY-IDX) TO WS-HRA-AMOUNT
           CALL 'HRAACCT' USING WS-HRA-FUNCTION
                                CLM-POLICY-NUMBER OF LS-ADJ-CLAIM-RECORD
                                CLM-MEMBER-ID OF LS-ADJ-CLAIM-RECORD
                                WS-PY-CLAIM-NUMBER(WS-PY-IDX)
                                WS-HRA-AMOUNT
                                WS-HRA-RECORD
                                WS-HRA-FOUND
           IF HRA-ACCOUNT-FOUND AND WS-HRA-AMOUNT > 0
               DISPLAY "  HRA CREDITED BACK: $" WS-HRA-AMOUNT
           END-IF.

       3000-BACK-OUT-ACCUMULATORS.
      *    THE DEDUCTIBLE THE ORIGINAL CONSUMED IS READ BACK FROM ITS
      *    DECISION-AUDIT ROW: THE AMOUNT APPLIED WAS THE SMALLER OF
