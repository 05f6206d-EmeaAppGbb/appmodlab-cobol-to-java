       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORTHOPAY.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ORTHODONTIC TREATMENT PLAN MONTHLY INSTALLMENTS                *
      * WORKS EVERY ACTIVE TREATMENT PLAN ORTHPLAN SET UP WHOSE NEXT   *
      * INSTALLMENT HAS FALLEN DUE:                                    *
      *   - A POLICY NO LONGER ACTIVE, OR A PATIENT TERMINATED OR      *
      *     DECEASED ON OR BEFORE THE DUE DATE, STOPS THE SCHEDULE -   *
      *     NOTHING MORE IS PAID ON THE PLAN                           *
      *   - A PATIENT AT THE ORTHODONTIC LIFETIME MAXIMUM STOPS THE    *
      *     SCHEDULE; ONE NEARING IT IS PAID ONLY WHAT REMAINS         *
      *   - OTHERWISE ONE INSTALLMENT IS AUTHORIZED THROUGH PYMTAUTH   *
      *     AS AN O LINE ON THE CLAIM, POSTED TO THE ORTHODONTIC AND   *
      *     FAMILY BENEFIT ACCUMULATORS, AND THE NEXT DUE DATE MOVES   *
      *     ON A MONTH. THE LAST INSTALLMENT COMPLETES THE PLAN        *
      * ONE INSTALLMENT PER PLAN PER RUN - A PLAN BEHIND BY MORE THAN  *
      * A MONTH CATCHES UP ONE MONTH AT A TIME. AN INSTALLMENT ALREADY *
      * ON THE LEDGER FOR THE MONTH (A RERUN) MOVES THE SCHEDULE ON    *
      * WITHOUT PAYING TWICE. THE PLAN FILE IS COPIED OLD TO NEW AND   *
      * THE JOB PROMOTES IT. AN INSTALLMENT PYMTAUTH WOULD NOT         *
      * AUTHORIZE ENDS THE STEP WITH RC 4                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT ORTHO-PLAN-FILE
               ASSIGN TO "data/ortho_plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT NEW-ORTHO-PLAN-FILE
               ASSIGN TO "data/ortho_plans_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PLAN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/ortho_installments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  ORTHO-PLAN-FILE.
       01  ORTHO-PLAN-RECORD.
           COPY OTPLREC.

       FD  NEW-ORTHO-PLAN-FILE.
       01  NEW-ORTHO-PLAN-RECORD.
           COPY OTPLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-NEW-PLAN-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * A SIMULATED RUN SHOWS WHAT WOULD BE PAID - PYMTAUTH BOOKS
      * NOTHING AND ACCUMIO POSTS NOTHING, SO EVERY PLAN IS CARRIED
      * TO THE NEW FILE UNCHANGED
       01  WS-SIMULATE-MODE         PIC X VALUE 'N'.
           88 SIMULATE-MODE         VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * THE SAME LIFETIME CAP ADJUDCTN HOLDS THE COURSE OF TREATMENT
      * TO WHEN THE CLAIM APPROVES
       01  WS-ORTHO-LIFETIME-MAX    PIC 9(7)V99 VALUE 2000.00.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-FIELDS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-MONTH       PIC 9(6).
           05  FILLER               PIC 9(2).
       01  WS-LEDGER-DATE           PIC 9(8).
       01  WS-LEDGER-FIELDS REDEFINES WS-LEDGER-DATE.
           05  WS-LEDGER-MONTH      PIC 9(6).
           05  FILLER               PIC 9(2).

      * INSTALLMENTS FALL DUE ON THE SAME DAY EACH MONTH - ORTHPLAN
      * ALREADY HELD THE DAY TO THE 28TH SO EVERY MONTH HAS IT
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(4).
           05  WS-DUE-MM            PIC 9(2).
           05  WS-DUE-DD            PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

      * ELIGIBILITY LOOKUPS
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
           88 POLICY-FOUND          VALUE 'Y'.
       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MEMBER-FOUND          PIC X VALUE 'N'.
           88 MEMBER-FOUND          VALUE 'Y'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.

      * ACCUMULATOR ROWS - THE ORTHODONTIC FIGURE RIDES THE MEMBER
      * ROW WHEN THE PLAN NAMES A PATIENT, OTHERWISE THE FAMILY ROW;
      * BENEFIT-PAID IS ALWAYS THE FAMILY ROW
       01  WS-ACCUMIO-FUNCTION      PIC X(1).
       01  WS-ACCUMIO-OK            PIC X(1).
       01  WS-FAM-ACCUM.
           COPY ACCUMREC.
       01  WS-MBR-ACCUM.
           COPY ACCUMREC.
       01  WS-ORTHO-PAID            PIC 9(7)V99.
       01  WS-ORTHO-REMAINING       PIC 9(7)V99.

      * PAYMENT LEDGER SCAN - AN INSTALLMENT ALREADY BOOKED FOR THE
      * PLAN'S CLAIM THIS MONTH
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.
       01  WS-EOF-LEDGER            PIC X VALUE 'N'.
           88 EOF-LEDGER            VALUE 'Y'.
       01  WS-BOOKED-FOUND          PIC X VALUE 'N'.
           88 BOOKED-FOUND          VALUE 'Y'.
       01  WS-BOOKED-AMOUNT         PIC 9(7)V99.
       01  WS-BOOKED-STATUS         PIC X(1).

      * PYMTAUTH INTERFACE - THE WORK CLAIM RECORD IS BUILT FROM THE
      * PLAN AND MARKED AS AN INSTALLMENT
       01  WS-WORK-CLAIM-RECORD.
           COPY CLMREC.
       01  WS-PAYMENT-AMOUNT        PIC 9(7)V99.
       01  WS-NATIVE-PAYMENT-AMOUNT PIC 9(7)V99.
       01  WS-INSTALLMENT-DUE       PIC 9(7)V99.
       01  WS-MAX-CAPPED            PIC X VALUE 'N'.
           88 MAX-CAPPED            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PLAN-ROWS         PIC 9(5) VALUE 0.
           05  WS-NOT-DUE-COUNT     PIC 9(5) VALUE 0.
           05  WS-PAID-COUNT        PIC 9(5) VALUE 0.
           05  WS-RERUN-COUNT       PIC 9(5) VALUE 0.
           05  WS-COMPLETED-COUNT   PIC 9(5) VALUE 0.
           05  WS-STOPPED-COUNT     PIC 9(5) VALUE 0.
           05  WS-MAX-COUNT         PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-TOTAL-PAID            PIC 9(9)V99 VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER               PIC X(12) VALUE "CLAIM".
           05  FILLER               PIC X(12) VALUE "POLICY".
           05  FILLER               PIC X(12) VALUE "PATIENT".
           05  FILLER               PIC X(10) VALUE "DUE".
           05  FILLER               PIC X(9)  VALUE "INST".
           05  FILLER               PIC X(14) VALUE "AMOUNT".
           05  FILLER               PIC X(63) VALUE "OUTCOME".

       01  WS-DETAIL-LINE.
           05  WS-DL-CLAIM-NUMBER   PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-POLICY-NUMBER  PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-MEMBER-ID      PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DUE-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-INST-NUMBER    PIC ZZ9.
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-DL-INST-COUNT     PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-OUTCOME        PIC X(60).
           05  FILLER               PIC X(3) VALUE SPACES.

       01  WS-COUNT-DISPLAY         PIC Z,ZZ9.
       01  WS-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "ORTHOPAY".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO A WARNING RUN STILL ENDS RC 4
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-WORK-PLANS THRU 2000-EXIT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - ORTHODONTIC INSTALLMENTS"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1050-RESOLVE-RUNPARMS
           PERFORM 1100-LOAD-RULES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ORTHODONTIC TREATMENT PLAN INSTALLMENTS - "
                  "BUSINESS DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ORTHO-LIFETIME-MAX TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ORTHODONTIC LIFETIME MAXIMUM " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF SIMULATE-MODE
               MOVE "SIMULATED RUN - NOTHING BOOKED OR POSTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       1050-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1060-READ-RUNPARM UNTIL EOF-CURRENT
               CLOSE RUNPARM-FILE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "SIMULATE"
                       AND RUNPARM-VALUE(1:1) = "Y"
                       SET SIMULATE-MODE TO TRUE
                   END-IF
           END-READ.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1110-READ-RULE UNTIL EOF-CURRENT
               CLOSE RULES-FILE
           END-IF.

       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RULE-NAME = "ORTHO-LIFETIME-MAX"
                       MOVE RULE-VALUE TO WS-ORTHO-LIFETIME-MAX
                   END-IF
           END-READ.

       2000-WORK-PLANS.
      *    THE NEW PLAN FILE IS ALWAYS WRITTEN, EMPTY IF NEED BE, SO
      *    THE PROMOTE STEP NEVER FINDS IT MISSING
           OPEN OUTPUT NEW-ORTHO-PLAN-FILE
           OPEN INPUT ORTHO-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ORTHOPAY: NO TREATMENT PLAN FILE - NOTHING "
                       "TO PAY"
               CLOSE NEW-ORTHO-PLAN-FILE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2100-COPY-PLAN-ROW UNTIL EOF-CURRENT
           CLOSE ORTHO-PLAN-FILE
           CLOSE NEW-ORTHO-PLAN-FILE.
       2000-EXIT.
           EXIT.

       2100-COPY-PLAN-ROW.
           READ ORTHO-PLAN-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-PLAN-ROWS
                   MOVE ORTHO-PLAN-RECORD TO NEW-ORTHO-PLAN-RECORD
                   IF OTPL-ACTIVE OF NEW-ORTHO-PLAN-RECORD
                       IF OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
                               > WS-TODAY-DATE
                           ADD 1 TO WS-NOT-DUE-COUNT
                       ELSE
                           PERFORM 3000-WORK-DUE-PLAN THRU 3000-EXIT
                       END-IF
                   END-IF
                   IF SIMULATE-MODE
                       MOVE ORTHO-PLAN-RECORD TO NEW-ORTHO-PLAN-RECORD
                   END-IF
                   WRITE NEW-ORTHO-PLAN-RECORD
           END-READ.

       3000-WORK-DUE-PLAN.
           PERFORM 3800-FILL-DETAIL

      *    ELIGIBILITY AT THE DUE DATE - THE POLICY FIRST, THEN THE
      *    PATIENT WHEN THE PLAN NAMES ONE
           CALL 'POLYLKUP' USING OTPL-POLICY-NUMBER
                                     OF NEW-ORTHO-PLAN-RECORD
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF NOT POLICY-FOUND
             OR POL-STATUS OF WS-POLICY-RECORD NOT = "A"
               MOVE "POLICY NOT ACTIVE - SCHEDULE STOPPED"
                   TO WS-DL-OUTCOME
               PERFORM 3600-STOP-SCHEDULE
               GO TO 3000-EXIT
           END-IF

           IF OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD NOT = SPACES
               CALL 'MBRLKUP' USING OTPL-POLICY-NUMBER
                                        OF NEW-ORTHO-PLAN-RECORD
                                    OTPL-MEMBER-ID
                                        OF NEW-ORTHO-PLAN-RECORD
                                    WS-MEMBER-RECORD
                                    WS-MEMBER-FOUND
                                    WS-MBR-MASTER-PRESENT
               IF MEMBER-FOUND
                   IF MBR-DEATH-DATE OF WS-MEMBER-RECORD > ZERO
                     AND MBR-DEATH-DATE OF WS-MEMBER-RECORD
                         NOT > OTPL-NEXT-DUE-DATE
                             OF NEW-ORTHO-PLAN-RECORD
                       MOVE "PATIENT DECEASED - SCHEDULE STOPPED"
                           TO WS-DL-OUTCOME
                       PERFORM 3600-STOP-SCHEDULE
                       GO TO 3000-EXIT
                   END-IF
                   IF MBR-TERMINATED OF WS-MEMBER-RECORD
                     AND MBR-TERM-DATE OF WS-MEMBER-RECORD
                         NOT > OTPL-NEXT-DUE-DATE
                             OF NEW-ORTHO-PLAN-RECORD
                       MOVE "PATIENT TERMINATED - SCHEDULE STOPPED"
                           TO WS-DL-OUTCOME
                       PERFORM 3600-STOP-SCHEDULE
                       GO TO 3000-EXIT
                   END-IF
               END-IF
           END-IF

      *    A POLICY STILL ACTIVE BUT PAST ITS EXPIRY IS AWAITING
      *    RENEWAL - THE INSTALLMENT WAITS, THE SCHEDULE IS NOT STOPPED
           IF OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
                   > POL-EXPIRY-DATE OF WS-POLICY-RECORD
               ADD 1 TO WS-HELD-COUNT
               MOVE "POLICY PAST EXPIRY - WAITING FOR RENEWAL"
                   TO WS-DL-OUTCOME
               PERFORM 3900-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF

      *    ONE INSTALLMENT A MONTH - A PLAN ALREADY PAID THIS MONTH
      *    THAT IS STILL DUE (IT WAS BEHIND) WAITS FOR THE NEXT RUN
           MOVE OTPL-LAST-PAID-DATE OF NEW-ORTHO-PLAN-RECORD
               TO WS-LEDGER-DATE
           IF WS-LEDGER-MONTH = WS-TODAY-MONTH
             AND OTPL-INSTALLMENTS-PAID OF NEW-ORTHO-PLAN-RECORD
                 > ZERO
               ADD 1 TO WS-HELD-COUNT
               MOVE "ALREADY PAID THIS MONTH - NEXT ONE NEXT RUN"
                   TO WS-DL-OUTCOME
               PERFORM 3900-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF

      *    A RERUN AFTER THE MONTH'S INSTALLMENT WAS BOOKED BUT BEFORE
      *    THE PLAN FILE WAS PROMOTED - ITS POSTINGS ARE ALREADY DONE,
      *    SO THE SCHEDULE JUST MOVES ON
           PERFORM 3500-FIND-BOOKED-INSTALLMENT THRU 3500-EXIT
           IF BOOKED-FOUND
               ADD 1 TO WS-RERUN-COUNT
               MOVE WS-BOOKED-AMOUNT TO WS-DL-AMOUNT
               MOVE "ALREADY BOOKED THIS MONTH - SCHEDULE ADVANCED"
                   TO WS-DL-OUTCOME
               MOVE 'N' TO WS-MAX-CAPPED
               PERFORM 3700-ADVANCE-SCHEDULE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-LOAD-ACCUM-ROWS
           COMPUTE WS-ORTHO-REMAINING =
               WS-ORTHO-LIFETIME-MAX - WS-ORTHO-PAID
               ON SIZE ERROR
                   MOVE ZERO TO WS-ORTHO-REMAINING
           END-COMPUTE
           IF WS-ORTHO-PAID NOT < WS-ORTHO-LIFETIME-MAX
               ADD 1 TO WS-MAX-COUNT
               MOVE "M" TO OTPL-STATUS OF NEW-ORTHO-PLAN-RECORD
               MOVE WS-TODAY-DATE
                   TO OTPL-STATUS-DATE OF NEW-ORTHO-PLAN-RECORD
               MOVE "ORTHODONTIC LIFETIME MAXIMUM REACHED - STOPPED"
                   TO WS-DL-OUTCOME
               PERFORM 3900-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF

      *    THE LAST INSTALLMENT TAKES WHATEVER ROUNDING LEFT OVER
           IF OTPL-INSTALLMENTS-PAID OF NEW-ORTHO-PLAN-RECORD + 1
                   NOT < OTPL-INSTALLMENT-COUNT OF NEW-ORTHO-PLAN-RECORD
               COMPUTE WS-INSTALLMENT-DUE =
                   OTPL-TOTAL-ALLOWED OF NEW-ORTHO-PLAN-RECORD
                       - OTPL-PAID-TO-DATE OF NEW-ORTHO-PLAN-RECORD
                   ON SIZE ERROR
                       MOVE ZERO TO WS-INSTALLMENT-DUE
               END-COMPUTE
           ELSE
               MOVE OTPL-INSTALLMENT-AMOUNT OF NEW-ORTHO-PLAN-RECORD
                   TO WS-INSTALLMENT-DUE
           END-IF
           MOVE 'N' TO WS-MAX-CAPPED
           IF WS-INSTALLMENT-DUE > WS-ORTHO-REMAINING
               MOVE WS-ORTHO-REMAINING TO WS-INSTALLMENT-DUE
               SET MAX-CAPPED TO TRUE
           END-IF
           IF WS-INSTALLMENT-DUE = ZERO
               ADD 1 TO WS-COMPLETED-COUNT
               MOVE "C" TO OTPL-STATUS OF NEW-ORTHO-PLAN-RECORD
               MOVE WS-TODAY-DATE
                   TO OTPL-STATUS-DATE OF NEW-ORTHO-PLAN-RECORD
               MOVE "NOTHING LEFT TO PAY - PLAN COMPLETE"
                   TO WS-DL-OUTCOME
               PERFORM 3900-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-AUTHORIZE-INSTALLMENT
           IF WS-PAYMENT-AMOUNT > ZERO
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-PAID
               MOVE WS-NATIVE-PAYMENT-AMOUNT TO WS-BOOKED-AMOUNT
               MOVE WS-BOOKED-AMOUNT TO WS-DL-AMOUNT
               PERFORM 3300-POST-ACCUMULATORS
               MOVE "INSTALLMENT AUTHORIZED" TO WS-DL-OUTCOME
               PERFORM 3700-ADVANCE-SCHEDULE
               GO TO 3000-EXIT
           END-IF

      *    NOTHING CAME BACK - A LINE BOOKED HELD UNDER A FRAUD HOLD
      *    IS STILL THE MONTH'S INSTALLMENT, PAID WHEN THE HOLD IS
      *    RELEASED; ANYTHING ELSE WAS REFUSED AND IS TRIED AGAIN NEXT
      *    RUN
           IF NOT SIMULATE-MODE
               PERFORM 3500-FIND-BOOKED-INSTALLMENT THRU 3500-EXIT
           END-IF
           IF BOOKED-FOUND
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-BOOKED-AMOUNT TO WS-DL-AMOUNT
               MOVE WS-BOOKED-AMOUNT TO WS-NATIVE-PAYMENT-AMOUNT
               PERFORM 3300-POST-ACCUMULATORS
               MOVE "BOOKED HELD - FRAUD HOLD ON PROVIDER OR CLAIM"
                   TO WS-DL-OUTCOME
               PERFORM 3700-ADVANCE-SCHEDULE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 4 TO RETURN-CODE
           MOVE WS-INSTALLMENT-DUE TO WS-DL-AMOUNT
           MOVE "** NOT AUTHORIZED BY PYMTAUTH - RETRIED NEXT RUN"
               TO WS-DL-OUTCOME
           DISPLAY "ORTHOPAY WARNING: INSTALLMENT FOR CLAIM "
                   OTPL-CLAIM-NUMBER OF NEW-ORTHO-PLAN-RECORD
                   " NOT AUTHORIZED"
           PERFORM 3900-WRITE-DETAIL.
       3000-EXIT.
           EXIT.

       3100-LOAD-ACCUM-ROWS.
           MOVE OTPL-POLICY-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO ACCUM-POLICY-NUMBER OF WS-FAM-ACCUM
           MOVE SPACES TO ACCUM-MEMBER-ID OF WS-FAM-ACCUM
           MOVE "R" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-FAM-ACCUM
                                WS-ACCUMIO-OK
           IF OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD = SPACES
               MOVE ACCUM-ORTHO-PAID OF WS-FAM-ACCUM TO WS-ORTHO-PAID
           ELSE
               MOVE OTPL-POLICY-NUMBER OF NEW-ORTHO-PLAN-RECORD
                   TO ACCUM-POLICY-NUMBER OF WS-MBR-ACCUM
               MOVE OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD
                   TO ACCUM-MEMBER-ID OF WS-MBR-ACCUM
               MOVE "R" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
               MOVE ACCUM-ORTHO-PAID OF WS-MBR-ACCUM TO WS-ORTHO-PAID
           END-IF.

       3200-AUTHORIZE-INSTALLMENT.
      *    THE WORK CLAIM CARRIES THE ORIGINAL CLAIM NUMBER SO THE O
      *    LINE TIES BACK TO IT. THE PROMPT-PAY CLOCK STARTS WHEN THE
      *    INSTALLMENT FELL DUE, NOT WHEN THE CLAIM WAS RECEIVED
           INITIALIZE WS-WORK-CLAIM-RECORD
           MOVE OTPL-CLAIM-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO CLM-CLAIM-NUMBER OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-POLICY-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO CLM-POLICY-NUMBER OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD
               TO CLM-MEMBER-ID OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-PROVIDER-ID OF NEW-ORTHO-PLAN-RECORD
               TO CLM-PROVIDER-ID OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-ASSIGN-BENEFITS OF NEW-ORTHO-PLAN-RECORD
               TO CLM-ASSIGN-BENEFITS OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-BANDING-DATE OF NEW-ORTHO-PLAN-RECORD
               TO CLM-CLAIM-DATE OF WS-WORK-CLAIM-RECORD
           MOVE OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
               TO CLM-RECEIPT-DATE OF WS-WORK-CLAIM-RECORD
           MOVE "05" TO CLM-CLAIM-TYPE OF WS-WORK-CLAIM-RECORD
           MOVE WS-INSTALLMENT-DUE
               TO CLM-CLAIM-AMOUNT OF WS-WORK-CLAIM-RECORD
           MOVE "A" TO CLM-STATUS OF WS-WORK-CLAIM-RECORD
           MOVE "O" TO CLM-RECYCLE-FLAG OF WS-WORK-CLAIM-RECORD

           MOVE ZERO TO WS-PAYMENT-AMOUNT
           MOVE ZERO TO WS-NATIVE-PAYMENT-AMOUNT
           CALL 'PYMTAUTH' USING WS-WORK-CLAIM-RECORD
                                 WS-POLICY-RECORD
                                 WS-PAYMENT-AMOUNT
                                 WS-NATIVE-PAYMENT-AMOUNT
                                 WS-INSTALLMENT-DUE.

       3300-POST-ACCUMULATORS.
      *    POSTED IN THE POLICY'S OWN CURRENCY, WHICH IS WHAT BOTH
      *    MAXIMUM CHECKS COMPARE AGAINST. A SIMULATED RUN'S WRITES
      *    ARE DROPPED BY ACCUMIO
           ADD WS-NATIVE-PAYMENT-AMOUNT
               TO ACCUM-BENEFIT-PAID OF WS-FAM-ACCUM
           IF OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD = SPACES
               ADD WS-NATIVE-PAYMENT-AMOUNT
                   TO ACCUM-ORTHO-PAID OF WS-FAM-ACCUM
           ELSE
               ADD WS-NATIVE-PAYMENT-AMOUNT
                   TO ACCUM-ORTHO-PAID OF WS-MBR-ACCUM
               MOVE "W" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
           END-IF
           MOVE "W" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-FAM-ACCUM
                                WS-ACCUMIO-OK.

       3500-FIND-BOOKED-INSTALLMENT.
      *    ANY O LINE FOR THE CLAIM DATED THIS MONTH THAT HAS NOT BEEN
      *    VOIDED OR CANCELLED - THE SAME STATUSES PYMTAUTH'S OWN
      *    DOUBLE-PAYMENT GUARD TREATS AS BOOKED
           MOVE 'N' TO WS-BOOKED-FOUND
           MOVE ZERO TO WS-BOOKED-AMOUNT
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE OTPL-CLAIM-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
           MOVE "C" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-LEDGER
           PERFORM 3510-READ-LEDGER-ENTRY
               UNTIL EOF-LEDGER OR BOOKED-FOUND.
       3500-EXIT.
           EXIT.

       3510-READ-LEDGER-ENTRY.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               OR PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                   NOT = OTPL-CLAIM-NUMBER OF NEW-ORTHO-PLAN-RECORD
               SET EOF-LEDGER TO TRUE
           ELSE
               MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                   TO WS-LEDGER-DATE
               MOVE PYMT-STATUS OF PAYMENT-RECORD TO WS-BOOKED-STATUS
               IF PYMT-ORTHO-INSTALLMENT OF PAYMENT-RECORD
                 AND WS-LEDGER-MONTH = WS-TODAY-MONTH
                 AND (WS-BOOKED-STATUS = "A" OR "P" OR "C"
                      OR "S" OR "H")
                   SET BOOKED-FOUND TO TRUE
                   MOVE PYMT-ORIGINAL-AMOUNT OF PAYMENT-RECORD
                       TO WS-BOOKED-AMOUNT
               END-IF
           END-IF.

       3600-STOP-SCHEDULE.
      *    THE PATIENT IS NO LONGER COVERED - THE MONTHS OF TREATMENT
      *    STILL TO COME ARE NEVER PAID
           ADD 1 TO WS-STOPPED-COUNT
           MOVE "T" TO OTPL-STATUS OF NEW-ORTHO-PLAN-RECORD
           MOVE WS-TODAY-DATE
               TO OTPL-STATUS-DATE OF NEW-ORTHO-PLAN-RECORD
           PERFORM 3900-WRITE-DETAIL.

       3700-ADVANCE-SCHEDULE.
           ADD 1 TO OTPL-INSTALLMENTS-PAID OF NEW-ORTHO-PLAN-RECORD
           ADD WS-BOOKED-AMOUNT
               TO OTPL-PAID-TO-DATE OF NEW-ORTHO-PLAN-RECORD
           MOVE WS-TODAY-DATE
               TO OTPL-LAST-PAID-DATE OF NEW-ORTHO-PLAN-RECORD
           MOVE OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
               TO WS-DUE-DATE-NUM
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-DUE-DATE-NUM
               TO OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
           EVALUATE TRUE
               WHEN OTPL-INSTALLMENTS-PAID OF NEW-ORTHO-PLAN-RECORD
                   NOT < OTPL-INSTALLMENT-COUNT OF NEW-ORTHO-PLAN-RECORD
                   ADD 1 TO WS-COMPLETED-COUNT
                   MOVE "C" TO OTPL-STATUS OF NEW-ORTHO-PLAN-RECORD
                   MOVE WS-TODAY-DATE
                       TO OTPL-STATUS-DATE OF NEW-ORTHO-PLAN-RECORD
                   MOVE "LAST INSTALLMENT - PLAN COMPLETE"
                       TO WS-DL-OUTCOME
               WHEN MAX-CAPPED
                   ADD 1 TO WS-MAX-COUNT
                   MOVE "M" TO OTPL-STATUS OF NEW-ORTHO-PLAN-RECORD
                   MOVE WS-TODAY-DATE
                       TO OTPL-STATUS-DATE OF NEW-ORTHO-PLAN-RECORD
                   MOVE "PAID TO THE LIFETIME MAXIMUM - STOPPED"
                       TO WS-DL-OUTCOME
           END-EVALUATE
           PERFORM 3900-WRITE-DETAIL.

       3800-FILL-DETAIL.
           MOVE SPACES TO WS-DL-OUTCOME
           MOVE ZERO TO WS-DL-AMOUNT
           MOVE OTPL-CLAIM-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO WS-DL-CLAIM-NUMBER
           MOVE OTPL-POLICY-NUMBER OF NEW-ORTHO-PLAN-RECORD
               TO WS-DL-POLICY-NUMBER
           MOVE OTPL-MEMBER-ID OF NEW-ORTHO-PLAN-RECORD
               TO WS-DL-MEMBER-ID
           MOVE OTPL-NEXT-DUE-DATE OF NEW-ORTHO-PLAN-RECORD
               TO WS-DL-DUE-DATE
           COMPUTE WS-DL-INST-NUMBER =
               OTPL-INSTALLMENTS-PAID OF NEW-ORTHO-PLAN-RECORD + 1
           END-COMPUTE
           MOVE OTPL-INSTALLMENT-COUNT OF NEW-ORTHO-PLAN-RECORD
               TO WS-DL-INST-COUNT.

       3900-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-DISPLAY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-PAID TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-COUNT-DISPLAY " INSTALLMENT(S) AUTHORIZED - "
                  "USD " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-REFUSED-COUNT > ZERO
               MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "ALERT - " WS-COUNT-DISPLAY
                      " INSTALLMENT(S) NOT AUTHORIZED - SEE PYMTAUTH "
                      "MESSAGES IN THE JOB LOG"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           DISPLAY " "
           DISPLAY "ORTHODONTIC INSTALLMENTS COMPLETE"
           DISPLAY "PLANS READ:            " WS-PLAN-ROWS
           DISPLAY "NOT YET DUE:           " WS-NOT-DUE-COUNT
           DISPLAY "INSTALLMENTS PAID:     " WS-PAID-COUNT
           DISPLAY "TOTAL PAID (USD):      " WS-AMOUNT-DISPLAY
           DISPLAY "ALREADY BOOKED:        " WS-RERUN-COUNT
           DISPLAY "HELD / WAITING:        " WS-HELD-COUNT
           DISPLAY "PLANS COMPLETED:       " WS-COMPLETED-COUNT
           DISPLAY "STOPPED - INELIGIBLE:  " WS-STOPPED-COUNT
           DISPLAY "STOPPED - AT MAXIMUM:  " WS-MAX-COUNT
           DISPLAY "NOT AUTHORIZED:        " WS-REFUSED-COUNT
           DISPLAY "REPORT WRITTEN TO: "
                   "reports/ortho_installments.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
