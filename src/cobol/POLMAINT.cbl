      * APPLIES ADD/UPDATE/TERMINATE TRANSACTIONS AGAINST THE POLICY   *
      * MASTER USING THE OLD-MASTER/NEW-MASTER PATTERN - THE EXISTING  *
      * MASTER IS READ SEQUENTIALLY AND A FRESH MASTER IS WRITTEN OUT  *
      * SO THE NEXT BATCH CYCLE PICKS UP THE MAINTAINED POLICIES.      *
      * A CHANGE TO A POLICY'S PLAN, DEDUCTIBLES, MAXIMUM OR GROUP IS  *
      * ALSO KEPT AS A DATED COVERAGE SEGMENT - THE OPEN SEGMENT IS    *
      * CLOSED THE DAY BEFORE THE CHANGE AND A NEW ONE OPENED FROM IT, *
      * AND A TERMINATION OPENS A TERMINATED SEGMENT THE DAY AFTER THE *
      * CANCELLATION DATE - SO CLAIMS AND ELIGIBILITY QUESTIONS ABOUT  *
      * A PAST DATE SEE THE COVERAGE IN FORCE THEN. THE SEGMENT FILE   *
      * IS REWRITTEN OLD-MASTER/NEW-MASTER ALONGSIDE THE POLICIES      *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    UNEARNED-PREMIUM REFUNDS ON MID-TERM TERMINATIONS ARE
      *    BOOKED STRAIGHT ONTO THE PAYMENT LEDGER AS MEMBER-PAYEE
      *    REFUND LINES SO THE DISBURSEMENT RUN ACTUALLY CUTS A CHECK
           SELECT REFUND-CONTROL-FILE
               ASSIGN TO "data/refund_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REQ-STATUS.

           SELECT SEGMENT-FILE
               ASSIGN TO "data/policy_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.

           SELECT NEW-SEGMENT-FILE
               ASSIGN TO "data/policy_segments_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SEGMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  POLICY-AUDIT-RECORD.
           COPY POLAUDREC.

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           05  RFCT-LAST-SEQUENCE   PIC 9(4).
       01  CARD-REQUEST-RECORD.
           COPY CARDREQ.

       FD  SEGMENT-FILE.
       01  SEGMENT-RECORD.
           COPY PSEGREC.

       FD  NEW-SEGMENT-FILE.
       01  NEW-SEGMENT-RECORD.
           COPY PSEGREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

      * THE POLICYHOLDER PAID THROUGH POL-PAID-THRU-DATE; COVERAGE
      * ENDS AT THE TERMINATION DATE; THE DAYS BETWEEN ARE UNEARNED
      * AND GO BACK AS A REFUND LINE THE DISBURSEMENT RUN PAYS
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  WS-REFUND-CTL-STATUS     PIC XX.
       01  WS-REFUND-CTL-LOADED     PIC X VALUE 'N'.
           88 REFUND-CTL-LOADED     VALUE 'Y'.
       01  WS-CARD-REQ-STATUS       PIC XX.
       01  WS-CARDS-REQUESTED       PIC 9(5) VALUE 0.

       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-MAX-TRANS             PIC 9(5) VALUE 5000.
       01  WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
           05  WS-CO-ENTRY OCCURS 5000 TIMES.
               COPY CLMREC REPLACING ==05== BY ==10==.

      *    COVERAGE SEGMENT HISTORY, LOADED WHOLE AND SORTED ON POLICY
      *    PLUS FROM-DATE SO A POLICY'S OPEN SEGMENT IS FOUND BY
      *    BINARY SEARCH. A CHANGE CLOSES THE OPEN SEGMENT IN PLACE AND
      *    QUEUES ITS SUCCESSOR ON THE ADDED TABLE - BOTH GO OUT TO
      *    policy_segments_new.dat, PROMOTED WITH THE NEW MASTER
       01  WS-SEGMENT-STATUS        PIC XX.
       01  WS-NEW-SEGMENT-STATUS    PIC XX.
       01  WS-EOF-SEGMENT           PIC X VALUE 'N'.
           88 EOF-SEGMENT           VALUE 'Y'.
       01  WS-MAX-SEGMENTS          PIC 9(5) VALUE 20000.
       01  WS-SEGMENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-SG-IDX                PIC 9(5) VALUE 0.
       01  WS-OPEN-SEG-IDX          PIC 9(5) VALUE 0.
       01  WS-SEG-POLICY-FOUND      PIC X VALUE 'N'.
           88 SEG-POLICY-FOUND      VALUE 'Y'.
       01  WS-AT-FIRST-SEGMENT      PIC X VALUE 'N'.
           88 AT-FIRST-SEGMENT      VALUE 'Y'.

       01  WS-SEGMENT-TABLE.
           05  WS-SEG-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS PSEG-POLICY-NUMBER PSEG-FROM-DATE
               INDEXED BY WS-SEG-TBL-IDX.
               COPY PSEGREC REPLACING ==05== BY ==10==.

       01  WS-MAX-ADDED-SEGS        PIC 9(5) VALUE 10000.
       01  WS-ADDED-SEG-COUNT       PIC 9(5) VALUE 0.
       01  WS-AS-IDX                PIC 9(5) VALUE 0.
       01  WS-ADDED-SEG-TABLE.
           05  WS-ADDED-SEG OCCURS 10000 TIMES.
               COPY PSEGREC REPLACING ==05== BY ==10==.

       01  WS-NEW-SEGMENT.
           COPY PSEGREC.

      *    AN UPDATE'S CHANGE DATE, OR A TERMINATION'S LAST COVERED
      *    DAY, AND THE DAY EITHER SIDE OF IT
       01  WS-CHANGE-DATE           PIC 9(8).
       01  WS-DAY-BEFORE-CHANGE     PIC 9(8).
       01  WS-COVERAGE-END-DATE     PIC 9(8).
       01  WS-DAY-AFTER-END         PIC 9(8).
       01  WS-COVERAGE-CHANGED      PIC X VALUE 'N'.
           88 COVERAGE-CHANGED      VALUE 'Y'.
       01  WS-SEGMENT-REJECTED      PIC X VALUE 'N'.
           88 SEGMENT-REJECTED      VALUE 'Y'.
       01  WS-SEGMENT-CORRECTED     PIC X VALUE 'N'.
           88 SEGMENT-CORRECTED     VALUE 'Y'.

      *    ZERO AS-OF DATE ASKS POLSEGLK FOR THE SEGMENT IN FORCE ON
      *    THE BUSINESS DATE
       01  WS-SEG-AS-OF-DATE        PIC 9(8) VALUE 0.
       01  WS-SEG-IN-FORCE          PIC X(1).

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-IMPACT-COUNT      PIC 9(5) VALUE 0.
           05  WS-SEGMENTS-OPENED   PIC 9(5) VALUE 0.
           05  WS-SEGMENTS-CLOSED   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 4000-APPEND-UNMATCHED-ADDS
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-TRANS-COUNT
           PERFORM 4500-WRITE-SEGMENTS
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION

           OPEN OUTPUT NEW-POLICY-FILE
           OPEN OUTPUT CANCEL-IMPACT-FILE
           OPEN OUTPUT POLICY-AUDIT-FILE
           PERFORM 1060-LOAD-SEGMENTS.

       1010-RESOLVE-RUNPARMS.
      *    A MISSING RUN-PARAMETER FILE IS NORMAL FOR AN AD HOC RUN -
                   IF RUNPARM-NAME = "CLAIM-OUTPUT-FILE"
                       MOVE RUNPARM-VALUE TO WS-CLAIM-OUT-FILENAME
                   END-IF
           END-READ.

       1030-LOAD-CLAIM-OUTPUT.
                       "RETROACTIVE IMPACT CHECK MAY BE INCOMPLETE"
           END-IF.

       1060-LOAD-SEGMENTS.
      *    NO SEGMENT FILE YET IS NORMAL UNTIL THE FIRST COVERAGE
      *    CHANGE - EVERY POLICY THEN RUNS ON THE MASTER'S FIGURES
           OPEN INPUT SEGMENT-FILE
           IF WS-SEGMENT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SEGMENT
               PERFORM 1070-READ-SEGMENT UNTIL EOF-SEGMENT
               CLOSE SEGMENT-FILE
           END-IF
           PERFORM 1080-PAD-UNUSED-SEGMENT
               VARYING WS-PAD-IDX FROM WS-SEGMENT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-SEGMENTS
           SORT WS-SEG-ENTRY
               ON ASCENDING KEY PSEG-POLICY-NUMBER OF WS-SEG-ENTRY
                                PSEG-FROM-DATE OF WS-SEG-ENTRY.

       1070-READ-SEGMENT.
           READ SEGMENT-FILE
               AT END
                   SET EOF-SEGMENT TO TRUE
               NOT AT END
                   IF WS-SEGMENT-COUNT < WS-MAX-SEGMENTS
                       ADD 1 TO WS-SEGMENT-COUNT
                       MOVE SEGMENT-RECORD
                           TO WS-SEG-ENTRY(WS-SEGMENT-COUNT)
                   ELSE
                       DISPLAY "POLMAINT WARNING: SEGMENT TABLE FULL - "
                               "POLICY "
                               PSEG-POLICY-NUMBER OF SEGMENT-RECORD
                               " SEGMENT NOT CARRIED FORWARD"
                   END-IF
           END-READ.

       1080-PAD-UNUSED-SEGMENT.
           MOVE HIGH-VALUES
               TO PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-PAD-IDX + 1).

       2000-LOAD-TRANSACTIONS.
           READ TRANS-FILE
               AT END
           IF NOT TRANS-FOUND
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE POL-MASTER-REC TO POL-NEW-REC
               PERFORM 3050-REFRESH-COVERAGE
               WRITE POL-NEW-REC
           END-IF.

       3050-REFRESH-COVERAGE.
      *    A CHANGE KEYED AHEAD OF ITS DATE LEFT THE MASTER ON THE OLD
      *    FIGURES - ONCE ITS SEGMENT IS IN FORCE THE MASTER CATCHES
      *    UP, SO PROGRAMS READING THE MASTER DIRECTLY SEE IT TOO. THE
      *    MASTER'S OWN STATUS STANDS
           CALL 'POLSEGLK' USING POL-NEW-REC
                                 WS-SEG-AS-OF-DATE
                                 WS-SEG-IN-FORCE
           MOVE POL-STATUS OF POL-MASTER-REC
               TO POL-STATUS OF POL-NEW-REC.

       3200-APPLY-MATCHED-TRANS.
           MOVE 'Y' TO WS-TRANS-FOUND
           SET PT-APPLIED(WS-PT-IDX) TO TRUE
           PERFORM 3500-CHECK-COVERAGE-CHANGE THRU 3500-EXIT
           EVALUATE TRUE
               WHEN PTRN-ADD OF WS-PT-ENTRY(WS-PT-IDX)
                   CALL 'ERRHANDL' USING
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE POL-MASTER-REC TO POL-NEW-REC
                   WRITE POL-NEW-REC
               WHEN PTRN-UPDATE OF WS-PT-ENTRY(WS-PT-IDX)
                 AND SEGMENT-REJECTED
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-SEGMENT-BACKDATED
                       BY CONTENT POL-POLICY-NUMBER OF POL-MASTER-REC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE POL-MASTER-REC TO POL-NEW-REC
                   PERFORM 3050-REFRESH-COVERAGE
                   WRITE POL-NEW-REC
               WHEN PTRN-UPDATE OF WS-PT-ENTRY(WS-PT-IDX)
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE POL-MASTER-REC TO POL-NEW-REC
                   MOVE PTRN-GROUP-NUMBER OF WS-PT-ENTRY(WS-PT-IDX)
                       TO POL-GROUP-NUMBER OF POL-NEW-REC
                   PERFORM 3250-SET-CURRENCY-CODE
                   IF COVERAGE-CHANGED
                       PERFORM 3550-ROLL-COVERAGE-SEGMENT
                   END-IF
                   MOVE ZERO TO WS-REFUND-AMOUNT
                   PERFORM 3260-WRITE-AUDIT-RECORD
                   WRITE POL-NEW-REC
                   END-IF
                   PERFORM 3400-REFUND-UNEARNED-PREMIUM
                       THRU 3400-EXIT
                   PERFORM 3600-TERMINATE-SEGMENT THRU 3600-EXIT
                   PERFORM 3260-WRITE-AUDIT-RECORD
                   WRITE POL-NEW-REC
           END-EVALUATE.
                                 WS-REFUND-AMOUNT-USD
                                 WS-TODAY-DATE

      *    PYMTIO ADDS THE LINE TO THE LIVE LEDGER THE SAME WAY
      *    PYMTAUTH DOES - THE NEXT DISBURSEMENT SWEEP PICKS THE
      *    STATUS-A MEMBER-PAYEE LINE UP AND CUTS THE CHECK
           MOVE SPACES TO PAYMENT-RECORD
           STRING "REFUND" WS-REFUND-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-CLAIM-NUMBER
           MOVE "M" TO PYMT-PAYEE-TYPE
           MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
               TO PYMT-POLICY-NUMBER
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK

           PERFORM 3440-SAVE-REFUND-CONTROL

           WRITE REFUND-CONTROL-RECORD
           CLOSE REFUND-CONTROL-FILE.

       3500-CHECK-COVERAGE-CHANGE.
      *    AN UPDATE THAT MOVES THE PLAN, A DEDUCTIBLE, THE MAXIMUM OR
      *    THE GROUP IS A COVERAGE CHANGE AND ROLLS THE SEGMENTS. ONE
      *    DATED BEFORE THE START OF THE OPEN SEGMENT WOULD REWRITE
      *    CLOSED HISTORY AND IS REJECTED WHOLE
           MOVE 'N' TO WS-COVERAGE-CHANGED
           MOVE 'N' TO WS-SEGMENT-REJECTED
           IF NOT PTRN-UPDATE OF WS-PT-ENTRY(WS-PT-IDX)
               GO TO 3500-EXIT
           END-IF
           IF PTRN-PLAN-TYPE OF WS-PT-ENTRY(WS-PT-IDX)
                   = POL-PLAN-TYPE OF POL-MASTER-REC
             AND PTRN-DEDUCTIBLE OF WS-PT-ENTRY(WS-PT-IDX)
                   = POL-DEDUCTIBLE OF POL-MASTER-REC
             AND PTRN-INDIV-DEDUCTIBLE OF WS-PT-ENTRY(WS-PT-IDX)
                   = POL-INDIV-DEDUCTIBLE OF POL-MASTER-REC
             AND PTRN-MAX-COVERAGE OF WS-PT-ENTRY(WS-PT-IDX)
                   = POL-MAX-COVERAGE OF POL-MASTER-REC
             AND PTRN-GROUP-NUMBER OF WS-PT-ENTRY(WS-PT-IDX)
                   = POL-GROUP-NUMBER OF POL-MASTER-REC
               GO TO 3500-EXIT
           END-IF
           SET COVERAGE-CHANGED TO TRUE

           IF PTRN-CHANGE-DATE OF WS-PT-ENTRY(WS-PT-IDX) NUMERIC
             AND PTRN-CHANGE-DATE OF WS-PT-ENTRY(WS-PT-IDX) > ZERO
               MOVE PTRN-CHANGE-DATE OF WS-PT-ENTRY(WS-PT-IDX)
                   TO WS-CHANGE-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-CHANGE-DATE
           END-IF

           PERFORM 3510-FIND-OPEN-SEGMENT THRU 3510-EXIT
           IF WS-OPEN-SEG-IDX > ZERO
               IF WS-CHANGE-DATE
                       < PSEG-FROM-DATE OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   SET SEGMENT-REJECTED TO TRUE
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3510-FIND-OPEN-SEGMENT.
      *    THE BINARY SEARCH LANDS ON ANY ONE OF THE POLICY'S
      *    SEGMENTS - BACK UP TO ITS FIRST, THEN WALK ITS SEGMENTS IN
      *    FROM-DATE ORDER FOR THE ONE STILL OPEN
           MOVE ZERO TO WS-OPEN-SEG-IDX
           MOVE 'N' TO WS-SEG-POLICY-FOUND
           IF WS-SEGMENT-COUNT = ZERO
               GO TO 3510-EXIT
           END-IF
           SEARCH ALL WS-SEG-ENTRY
               WHEN PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-SEG-TBL-IDX)
                        = POL-POLICY-NUMBER OF POL-MASTER-REC
                   SET SEG-POLICY-FOUND TO TRUE
                   SET WS-SG-IDX TO WS-SEG-TBL-IDX
           END-SEARCH
           IF NOT SEG-POLICY-FOUND
               GO TO 3510-EXIT
           END-IF
           MOVE 'N' TO WS-AT-FIRST-SEGMENT
           PERFORM 3520-BACK-UP-ONE
               UNTIL WS-SG-IDX = 1 OR AT-FIRST-SEGMENT
           PERFORM 3530-CHECK-OPEN-SEGMENT
               VARYING WS-SG-IDX FROM WS-SG-IDX BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
                  OR PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-SG-IDX)
                       NOT = POL-POLICY-NUMBER OF POL-MASTER-REC.
       3510-EXIT.
           EXIT.

       3520-BACK-UP-ONE.
           IF PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-SG-IDX - 1)
                   = POL-POLICY-NUMBER OF POL-MASTER-REC
               SUBTRACT 1 FROM WS-SG-IDX
           ELSE
               SET AT-FIRST-SEGMENT TO TRUE
           END-IF.

       3530-CHECK-OPEN-SEGMENT.
           IF PSEG-OPEN-ENDED OF WS-SEG-ENTRY(WS-SG-IDX)
               MOVE WS-SG-IDX TO WS-OPEN-SEG-IDX
           END-IF.

       3550-ROLL-COVERAGE-SEGMENT.
      *    A POLICY WITH NO SEGMENTS YET FIRST GETS ONE FOR THE
      *    COVERAGE IT HAS RUN ON SINCE ITS EFFECTIVE DATE, SO THE
      *    HISTORY IS COMPLETE FROM THE START. A CHANGE DATED THE SAME
      *    DAY THE OPEN SEGMENT STARTS CORRECTS THAT SEGMENT IN PLACE
           COMPUTE WS-DAY-BEFORE-CHANGE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CHANGE-DATE) - 1)
           END-COMPUTE
           MOVE 'N' TO WS-SEGMENT-CORRECTED

           IF WS-OPEN-SEG-IDX = ZERO
               IF WS-CHANGE-DATE > POL-EFFECTIVE-DATE OF POL-MASTER-REC
                   PERFORM 3565-FIGURES-FROM-MASTER
                   MOVE POL-EFFECTIVE-DATE OF POL-MASTER-REC
                       TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
                   MOVE WS-DAY-BEFORE-CHANGE
                       TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
                   MOVE POL-STATUS OF POL-MASTER-REC
                       TO PSEG-STATUS OF WS-NEW-SEGMENT
                   PERFORM 3580-QUEUE-SEGMENT
               END-IF
               PERFORM 3575-FIGURES-FROM-NEW
               MOVE POL-STATUS OF POL-MASTER-REC
                   TO PSEG-STATUS OF WS-NEW-SEGMENT
           ELSE
               PERFORM 3575-FIGURES-FROM-NEW
               MOVE PSEG-STATUS OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   TO PSEG-STATUS OF WS-NEW-SEGMENT
               IF WS-CHANGE-DATE
                       = PSEG-FROM-DATE OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   SET SEGMENT-CORRECTED TO TRUE
                   PERFORM 3560-CORRECT-OPEN-SEGMENT
               ELSE
                   MOVE WS-DAY-BEFORE-CHANGE
                       TO PSEG-THRU-DATE
                           OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   MOVE WS-TODAY-DATE
                       TO PSEG-RECORDED-DATE
                           OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   ADD 1 TO WS-SEGMENTS-CLOSED
               END-IF
           END-IF

           IF NOT SEGMENT-CORRECTED
               MOVE WS-CHANGE-DATE TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
               MOVE 99999999 TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
               PERFORM 3580-QUEUE-SEGMENT
           END-IF

      *    A CHANGE DATED AHEAD IS NOT IN FORCE YET - THE MASTER KEEPS
      *    ITS CURRENT COVERAGE UNTIL THE REFRESH BRINGS IT FORWARD
           IF PSEG-FROM-DATE OF WS-NEW-SEGMENT > WS-TODAY-DATE
               MOVE POL-PLAN-TYPE OF POL-MASTER-REC
                   TO POL-PLAN-TYPE OF POL-NEW-REC
               MOVE POL-DEDUCTIBLE OF POL-MASTER-REC
                   TO POL-DEDUCTIBLE OF POL-NEW-REC
               MOVE POL-INDIV-DEDUCTIBLE OF POL-MASTER-REC
                   TO POL-INDIV-DEDUCTIBLE OF POL-NEW-REC
               MOVE POL-MAX-COVERAGE OF POL-MASTER-REC
                   TO POL-MAX-COVERAGE OF POL-NEW-REC
               MOVE POL-GROUP-NUMBER OF POL-MASTER-REC
                   TO POL-GROUP-NUMBER OF POL-NEW-REC
           END-IF.

       3560-CORRECT-OPEN-SEGMENT.
           MOVE PSEG-FROM-DATE OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
               TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
           MOVE 99999999 TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
           MOVE WS-TODAY-DATE TO PSEG-RECORDED-DATE OF WS-NEW-SEGMENT
           MOVE WS-NEW-SEGMENT TO WS-SEG-ENTRY(WS-OPEN-SEG-IDX).

       3565-FIGURES-FROM-MASTER.
           MOVE SPACES TO WS-NEW-SEGMENT
           MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
               TO PSEG-POLICY-NUMBER OF WS-NEW-SEGMENT
           MOVE POL-PLAN-TYPE OF POL-MASTER-REC
               TO PSEG-PLAN-TYPE OF WS-NEW-SEGMENT
           MOVE POL-DEDUCTIBLE OF POL-MASTER-REC
               TO PSEG-DEDUCTIBLE OF WS-NEW-SEGMENT
           MOVE POL-INDIV-DEDUCTIBLE OF POL-MASTER-REC
               TO PSEG-INDIV-DEDUCTIBLE OF WS-NEW-SEGMENT
           MOVE POL-MAX-COVERAGE OF POL-MASTER-REC
               TO PSEG-MAX-COVERAGE OF WS-NEW-SEGMENT
           MOVE POL-GROUP-NUMBER OF POL-MASTER-REC
               TO PSEG-GROUP-NUMBER OF WS-NEW-SEGMENT.

       3575-FIGURES-FROM-NEW.
           MOVE SPACES TO WS-NEW-SEGMENT
           MOVE POL-POLICY-NUMBER OF POL-NEW-REC
               TO PSEG-POLICY-NUMBER OF WS-NEW-SEGMENT
           MOVE POL-PLAN-TYPE OF POL-NEW-REC
               TO PSEG-PLAN-TYPE OF WS-NEW-SEGMENT
           MOVE POL-DEDUCTIBLE OF POL-NEW-REC
               TO PSEG-DEDUCTIBLE OF WS-NEW-SEGMENT
           MOVE POL-INDIV-DEDUCTIBLE OF POL-NEW-REC
               TO PSEG-INDIV-DEDUCTIBLE OF WS-NEW-SEGMENT
           MOVE POL-MAX-COVERAGE OF POL-NEW-REC
               TO PSEG-MAX-COVERAGE OF WS-NEW-SEGMENT
           MOVE POL-GROUP-NUMBER OF POL-NEW-REC
               TO PSEG-GROUP-NUMBER OF WS-NEW-SEGMENT.

       3580-QUEUE-SEGMENT.
           MOVE WS-TODAY-DATE TO PSEG-RECORDED-DATE OF WS-NEW-SEGMENT
           IF WS-ADDED-SEG-COUNT < WS-MAX-ADDED-SEGS
               ADD 1 TO WS-ADDED-SEG-COUNT
               MOVE WS-NEW-SEGMENT TO WS-ADDED-SEG(WS-ADDED-SEG-COUNT)
               ADD 1 TO WS-SEGMENTS-OPENED
           ELSE
               DISPLAY "POLMAINT WARNING: ADDED SEGMENT TABLE FULL - "
                       "POLICY " PSEG-POLICY-NUMBER OF WS-NEW-SEGMENT
                       " SEGMENT NOT WRITTEN"
           END-IF.

       3600-TERMINATE-SEGMENT.
      *    COVERAGE RUNS THROUGH THE CANCELLATION DATE (TODAY WHEN THE
      *    TERMINATION CARRIES NONE) - THE OPEN SEGMENT IS CLOSED
      *    THERE AND A TERMINATED SEGMENT OPENS THE DAY AFTER. A
      *    RETROACTIVE CANCELLATION EARLIER THAN THE OPEN SEGMENT'S
      *    START TERMINATES THAT SEGMENT OUTRIGHT
           IF PTRN-CANCEL-DATE OF WS-PT-ENTRY(WS-PT-IDX) > ZERO
               MOVE PTRN-CANCEL-DATE OF WS-PT-ENTRY(WS-PT-IDX)
                   TO WS-COVERAGE-END-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-COVERAGE-END-DATE
           END-IF
           COMPUTE WS-DAY-AFTER-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-COVERAGE-END-DATE) + 1)
           END-COMPUTE

           PERFORM 3510-FIND-OPEN-SEGMENT THRU 3510-EXIT
           IF WS-OPEN-SEG-IDX = ZERO
               IF WS-COVERAGE-END-DATE
                       NOT < POL-EFFECTIVE-DATE OF POL-MASTER-REC
                   PERFORM 3565-FIGURES-FROM-MASTER
                   MOVE POL-EFFECTIVE-DATE OF POL-MASTER-REC
                       TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
                   MOVE WS-COVERAGE-END-DATE
                       TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
                   MOVE "A" TO PSEG-STATUS OF WS-NEW-SEGMENT
                   PERFORM 3580-QUEUE-SEGMENT
               END-IF
           ELSE
               IF WS-COVERAGE-END-DATE
                       < PSEG-FROM-DATE OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   MOVE "T"
                       TO PSEG-STATUS OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   MOVE WS-TODAY-DATE
                       TO PSEG-RECORDED-DATE
                           OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
                   GO TO 3600-EXIT
               END-IF
               MOVE WS-COVERAGE-END-DATE
                   TO PSEG-THRU-DATE OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
               MOVE WS-TODAY-DATE
                   TO PSEG-RECORDED-DATE
                       OF WS-SEG-ENTRY(WS-OPEN-SEG-IDX)
               ADD 1 TO WS-SEGMENTS-CLOSED
           END-IF

           PERFORM 3575-FIGURES-FROM-NEW
           MOVE WS-DAY-AFTER-END TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
           MOVE 99999999 TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
           MOVE "T" TO PSEG-STATUS OF WS-NEW-SEGMENT
           PERFORM 3580-QUEUE-SEGMENT.
       3600-EXIT.
           EXIT.

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT PT-APPLIED(WS-PT-IDX)
               IF PTRN-ADD OF WS-PT-ENTRY(WS-PT-IDX)
           PERFORM 3250-SET-CURRENCY-CODE
           PERFORM 4200-INHERIT-GROUP-DEFAULTS
           WRITE POL-NEW-REC
      *    THE NEW POLICY'S FIRST COVERAGE SEGMENT, OPEN FROM ITS
      *    EFFECTIVE DATE
           PERFORM 3575-FIGURES-FROM-NEW
           MOVE POL-EFFECTIVE-DATE OF POL-NEW-REC
               TO PSEG-FROM-DATE OF WS-NEW-SEGMENT
           MOVE 99999999 TO PSEG-THRU-DATE OF WS-NEW-SEGMENT
           MOVE "A" TO PSEG-STATUS OF WS-NEW-SEGMENT
           PERFORM 3580-QUEUE-SEGMENT
      *    A NEW ENROLLMENT OWES THE HOUSEHOLD ID CARDS - QUEUED FOR
      *    IDCARD'S VENDOR EXTRACT INSTEAD OF RE-KEYED INTO A PORTAL
           PERFORM 4300-QUEUE-CARD-REQUEST.
               END-IF
           END-IF.

       4500-WRITE-SEGMENTS.
      *    THE CARRIED-FORWARD HISTORY (WITH TODAY'S CLOSINGS APPLIED)
      *    FOLLOWED BY TODAY'S NEW SEGMENTS - POLSEGLK SORTS ON LOAD,
      *    SO THE FILE NEEDS NO ORDER OF ITS OWN
           OPEN OUTPUT NEW-SEGMENT-FILE
           PERFORM 4510-WRITE-CARRIED-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           PERFORM 4520-WRITE-ADDED-SEGMENT
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-ADDED-SEG-COUNT
           CLOSE NEW-SEGMENT-FILE.

       4510-WRITE-CARRIED-SEGMENT.
           MOVE WS-SEG-ENTRY(WS-SG-IDX) TO NEW-SEGMENT-RECORD
           WRITE NEW-SEGMENT-RECORD.

       4520-WRITE-ADDED-SEGMENT.
           MOVE WS-ADDED-SEG(WS-AS-IDX) TO NEW-SEGMENT-RECORD
           WRITE NEW-SEGMENT-RECORD.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "POLICY MAINTENANCE COMPLETE"
           DISPLAY "POLICIES UNCHANGED:  " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NEW MASTER WRITTEN TO: data/policies_new.dat"
           DISPLAY "COVERAGE SEGMENTS OPENED: " WS-SEGMENTS-OPENED
           DISPLAY "COVERAGE SEGMENTS CLOSED: " WS-SEGMENTS-CLOSED
           DISPLAY "SEGMENTS WRITTEN TO: data/policy_segments_new.dat"
           DISPLAY "CLAIMS FLAGGED FOR RETROACTIVE IMPACT: "
                   WS-IMPACT-COUNT
           DISPLAY "IMPACT RECORDS WRITTEN TO: data/cancel_impact.dat"
