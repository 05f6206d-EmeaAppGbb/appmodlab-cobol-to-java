       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ACCOUNTING PERIOD CLOSE PROGRAM                                *
      * FINANCE'S MONTH-END CLOSE. APPLIES THE PERIOD-CONTROL          *
      * ACTIONS ON data/accounting_periods.dat THAT ACCTPER READS FOR  *
      * EVERY MONEY-POSTING PROGRAM -                                  *
      *   C - CLOSE A MONTH. ONLY A MONTH BEFORE THE CURRENT BUSINESS  *
      *       MONTH CAN CLOSE, AND ONLY WHEN ITS CHECKLIST IS CLEAN    *
      *       OR THE OVERRIDE FLAG IS SET                              *
      *   R - REOPEN A CLOSED MONTH FOR A CORRECTION                   *
      *   L - PRINT THE CHECKLIST ONLY                                 *
      * EVERY ACTION PRINTS THE MONTH-END CLOSE CHECKLIST FOR ITS      *
      * MONTH, SHOWING WHAT IS STILL UNPOSTED -                        *
      *   - BUSINESS DAYS WITH NO COMPLETED GLEXTR RUN (THE DAY'S      *
      *     JOURNALS NEVER REACHED THE LEDGER), AND GUARDED CYCLE      *
      *     STEPS THAT STARTED BUT NEVER COMPLETED                     *
      *   - AUTHORIZED PAYMENTS DATED IN OR BEFORE THE MONTH THAT NO   *
      *     DISBURSEMENT RUN HAS PAID YET                              *
      *   - OVERPAYMENT RECOVERIES BOOKED BUT NOT YET COLLECTED, AND   *
      *     REINSURANCE RECOVERIES CEDED BUT NOT YET RECEIVED          *
      * WITH NO TRANSACTION FILE THE CHECKLIST PRINTS FOR THE MONTH    *
      * BEFORE THE BUSINESS DATE, READY FOR THE CLOSE                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO "data/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-TRANS-FILE
               ASSIGN TO "data/period_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "data/run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "data/recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT REINS-RECOVERY-FILE
               ASSIGN TO "data/reins_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/period_close_checklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY ACPDREC.

       FD  PERIOD-TRANS-FILE.
       01  PERIOD-TRANS-RECORD.
           COPY ACPTREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           COPY CLAWREC.

       FD  REINS-RECOVERY-FILE.
       01  REINS-RECOVERY-RECORD.
           COPY RIRECREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-TRANS-STATUS          PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-REINS-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-PERIOD            PIC X VALUE 'N'.
           88 EOF-PERIOD            VALUE 'Y'.
       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-CURRENT-PERIOD        PIC 9(6).

      * THE MONTH THE CHECKLIST IS FOR, ITS FIRST AND LAST DAYS, AND
      * THE DAY BEING JUDGED
       01  WS-CHECK-PERIOD          PIC 9(6).
       01  WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR        PIC 9(4).
           05  WS-CHECK-MONTH       PIC 9(2).
       01  WS-PERIOD-START          PIC 9(8).
       01  WS-PERIOD-END            PIC 9(8).
       01  WS-NEXT-PERIOD-START     PIC 9(8).
       01  WS-PRIOR-DAY             PIC 9(8).
       01  WS-CHECK-DAY             PIC 9(8).
       01  WS-DAY-INT               PIC 9(8).
       01  WS-START-INT             PIC 9(8).
       01  WS-END-INT               PIC 9(8).
       01  WS-BUSINESS-DAYS         PIC S9(5).

      * THE PERIOD FILE, HELD FOR THE RUN AND WRITTEN BACK WHEN A
      * MONTH IS CLOSED OR REOPENED
       01  WS-MAX-PERIODS           PIC 9(3) VALUE 600.
       01  WS-PERIOD-COUNT          PIC 9(3) VALUE 0.
       01  WS-PD-IDX                PIC 9(3) VALUE 0.
       01  WS-PD-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-PD-FOUND              PIC X VALUE 'N'.
           88 PD-FOUND              VALUE 'Y'.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 600 TIMES.
               COPY ACPDREC REPLACING ==05== BY ==10==.
       01  WS-PERIODS-CHANGED       PIC X VALUE 'N'.
           88 PERIODS-CHANGED       VALUE 'Y'.

      * GUARDED CYCLE STEPS RUN IN THE MONTH - ONE ENTRY PER DATE AND
      * STEP, MARKED WHEN A COMPLETION WAS RECORDED
       01  WS-MAX-STEPS             PIC 9(4) VALUE 3000.
       01  WS-STEP-COUNT            PIC 9(4) VALUE 0.
       01  WS-ST-IDX                PIC 9(4) VALUE 0.
       01  WS-ST-MATCH-IDX          PIC 9(4) VALUE 0.
       01  WS-ST-FOUND              PIC X VALUE 'N'.
           88 ST-FOUND              VALUE 'Y'.
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 3000 TIMES.
               10  WS-ST-DATE       PIC 9(8).
               10  WS-ST-PROGRAM    PIC X(8).
               10  WS-ST-COMPLETED  PIC X(1).
                   88 ST-COMPLETED  VALUE 'Y'.
       01  WS-GLEXTR-PROGRAM        PIC X(8) VALUE "GLEXTR".
       01  WS-GLEXTR-FOUND          PIC X VALUE 'N'.
           88 GLEXTR-FOUND          VALUE 'Y'.

      * AUTHORIZED PAYMENTS AWAITING DISBURSEMENT, BY PAYMENT DATE
       01  WS-MAX-PAY-DATES         PIC 9(3) VALUE 400.
       01  WS-PAY-DATE-COUNT        PIC 9(3) VALUE 0.
       01  WS-PY-IDX                PIC 9(3) VALUE 0.
       01  WS-PY-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-PY-FOUND              PIC X VALUE 'N'.
           88 PY-FOUND              VALUE 'Y'.
       01  WS-PAY-DATE-TABLE.
           05  WS-PY-ENTRY OCCURS 400 TIMES.
               10  WS-PY-DATE       PIC 9(8).
               10  WS-PY-LINES      PIC 9(7).
               10  WS-PY-AMOUNT     PIC 9(11)V99.

       01  WS-OPEN-BALANCE          PIC 9(9)V99.
       01  WS-AMT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01  WS-REJECT-REASON         PIC X(50).

       01  WS-CHECKLIST-ITEMS       PIC 9(5) VALUE 0.
       01  WS-SECTION-ITEMS         PIC 9(5) VALUE 0.
       01  WS-SECTION-AMOUNT        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(5) VALUE 0.
           05  WS-PERIODS-CLOSED    PIC 9(5) VALUE 0.
           05  WS-PERIODS-REOPENED  PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-PERIODS UNTIL EOF-PERIOD
           IF WS-TRANS-STATUS = "00"
               PERFORM 2000-PROCESS-TRANSACTION UNTIL EOF-TRANS
           ELSE
      *        NO ACTIONS TODAY - THE CHECKLIST FOR LAST MONTH
               MOVE WS-CURRENT-PERIOD TO WS-CHECK-PERIOD
               IF WS-CHECK-MONTH = 1
                   SUBTRACT 1 FROM WS-CHECK-YEAR
                   MOVE 12 TO WS-CHECK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CHECK-MONTH
               END-IF
               PERFORM 3000-PRINT-CHECKLIST
           END-IF
           IF PERIODS-CHANGED
               PERFORM 7000-REWRITE-PERIODS
           END-IF
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - ACCOUNTING PERIOD CLOSE"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD

           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               SET EOF-PERIOD TO TRUE
           END-IF
           OPEN INPUT PERIOD-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               SET EOF-TRANS TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH-END CLOSE CHECKLIST - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       1300-LOAD-PERIODS.
           READ PERIOD-FILE
               AT END
                   SET EOF-PERIOD TO TRUE
                   CLOSE PERIOD-FILE
               NOT AT END
                   IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PERIOD-RECORD
                           TO WS-PD-ENTRY(WS-PERIOD-COUNT)
                   ELSE
                       DISPLAY "PERCLOSE ERROR: PERIOD TABLE FULL - "
                               "NOTHING PROCESSED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           READ PERIOD-TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF ACPT-PERIOD IS NOT NUMERIC
               MOVE "PERIOD NOT YYYYMM" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-EXIT
           END-IF
           MOVE ACPT-PERIOD TO WS-CHECK-PERIOD
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               MOVE "PERIOD NOT YYYYMM" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-EXIT
           END-IF
           IF NOT ACPT-CLOSE AND NOT ACPT-REOPEN
             AND NOT ACPT-CHECKLIST-ONLY
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-EXIT
           END-IF

           PERFORM 3000-PRINT-CHECKLIST
           PERFORM 2500-FIND-PERIOD

           EVALUATE TRUE
               WHEN ACPT-CLOSE
                   PERFORM 2200-CLOSE-PERIOD THRU 2200-EXIT
               WHEN ACPT-REOPEN
                   PERFORM 2300-REOPEN-PERIOD THRU 2300-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-CLOSE-PERIOD.
      *    THE CURRENT MONTH IS STILL TAKING POSTINGS - IT CLOSES
      *    ONCE THE BUSINESS DATE HAS MOVED INTO THE NEXT
           IF WS-CHECK-PERIOD NOT < WS-CURRENT-PERIOD
               MOVE "MONTH NOT YET ENDED" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2200-EXIT
           END-IF
           IF PD-FOUND
               IF ACPD-CLOSED OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
                   MOVE "PERIOD ALREADY CLOSED" TO WS-REJECT-REASON
                   PERFORM 2900-REPORT-REJECT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF WS-CHECKLIST-ITEMS > ZERO AND NOT ACPT-CLOSE-ANYWAY
               MOVE "CHECKLIST NOT CLEAR - RESUBMIT WITH OVERRIDE"
                   TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2200-EXIT
           END-IF

           IF NOT PD-FOUND
               IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE WS-PERIOD-COUNT TO WS-PD-MATCH-IDX
                   MOVE WS-CHECK-PERIOD
                       TO ACPD-PERIOD OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
               ELSE
                   MOVE "PERIOD TABLE FULL" TO WS-REJECT-REASON
                   PERFORM 2900-REPORT-REJECT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE "C" TO ACPD-STATUS OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE WS-TODAY-DATE
               TO ACPD-CLOSE-DATE OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE ACPT-USER-ID
               TO ACPD-CLOSED-BY OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE ZERO
               TO ACPD-REOPEN-DATE OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE SPACES
               TO ACPD-REOPENED-BY OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           SET PERIODS-CHANGED TO TRUE
           ADD 1 TO WS-PERIODS-CLOSED

           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " WS-CHECK-PERIOD " CLOSED BY " ACPT-USER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF WS-CHECKLIST-ITEMS > ZERO
               MOVE WS-CHECKLIST-ITEMS TO WS-COUNT-DISPLAY
               STRING REPORT-LINE(1:32) " UNDER OVERRIDE WITH "
                      WS-COUNT-DISPLAY " ITEMS OPEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.

       2300-REOPEN-PERIOD.
           IF NOT PD-FOUND
               MOVE "PERIOD IS NOT CLOSED" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2300-EXIT
           END-IF
           IF NOT ACPD-CLOSED OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
               MOVE "PERIOD IS NOT CLOSED" TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2300-EXIT
           END-IF
           MOVE "O" TO ACPD-STATUS OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE WS-TODAY-DATE
               TO ACPD-REOPEN-DATE OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           MOVE ACPT-USER-ID
               TO ACPD-REOPENED-BY OF WS-PD-ENTRY(WS-PD-MATCH-IDX)
           SET PERIODS-CHANGED TO TRUE
           ADD 1 TO WS-PERIODS-REOPENED
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " WS-CHECK-PERIOD " REOPENED BY "
                  ACPT-USER-ID
                  " - POSTINGS DATED IN IT BOOK THERE AGAIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.

       2500-FIND-PERIOD.
           MOVE 'N' TO WS-PD-FOUND
           PERFORM 2510-SCAN-PERIOD
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PERIOD-COUNT OR PD-FOUND.

       2510-SCAN-PERIOD.
           IF ACPD-PERIOD OF WS-PD-ENTRY(WS-PD-IDX) = WS-CHECK-PERIOD
               SET PD-FOUND TO TRUE
               MOVE WS-PD-IDX TO WS-PD-MATCH-IDX
           END-IF.

       2900-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE 4 TO RETURN-CODE
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED - ACTION " ACPT-ACTION " PERIOD "
                  ACPT-PERIOD " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "PERCLOSE: " REPORT-LINE.

       3000-PRINT-CHECKLIST.
           MOVE ZERO TO WS-CHECKLIST-ITEMS
           MOVE WS-CHECK-PERIOD TO WS-PERIOD-START(1:6)
           MOVE "01" TO WS-PERIOD-START(7:2)
           IF WS-CHECK-MONTH = 12
               COMPUTE WS-NEXT-PERIOD-START =
                   (WS-CHECK-YEAR + 1) * 10000 + 101
               END-COMPUTE
           ELSE
               COMPUTE WS-NEXT-PERIOD-START =
                   WS-PERIOD-START + 100
               END-COMPUTE
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)
           END-COMPUTE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " WS-CHECK-PERIOD "  (" WS-PERIOD-START
                  " - " WS-PERIOD-END ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM 3100-CHECK-CYCLES
           PERFORM 3400-CHECK-DISBURSEMENTS THRU 3400-EXIT
           PERFORM 3600-CHECK-RECOVERIES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CHECKLIST-ITEMS = ZERO
               STRING "CHECKLIST CLEAR - PERIOD " WS-CHECK-PERIOD
                      " IS READY TO CLOSE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-CHECKLIST-ITEMS TO WS-COUNT-DISPLAY
               STRING "ITEMS STILL UNPOSTED FOR PERIOD "
                      WS-CHECK-PERIOD ": " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       3100-CHECK-CYCLES.
      *    EVERY BUSINESS DAY OF THE MONTH NEEDS A COMPLETED GLEXTR
      *    RUN - THAT IS WHAT BOOKS THE DAY'S MONEY TO THE LEDGER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DAILY CYCLES NOT POSTED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-ITEMS
           MOVE ZERO TO WS-STEP-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 3110-READ-RUN-CONTROL UNTIL EOF-CURRENT
               CLOSE RUN-CONTROL-FILE
           END-IF

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           END-COMPUTE
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           END-COMPUTE
           PERFORM 3200-CHECK-ONE-DAY THRU 3200-EXIT
               VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-END-INT
           PERFORM 3300-REPORT-UNFINISHED-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT
           PERFORM 3900-SECTION-TOTAL.

       3110-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RUNC-CYCLE-DATE NOT < WS-PERIOD-START
                     AND RUNC-CYCLE-DATE NOT > WS-PERIOD-END
                       PERFORM 3120-RECORD-STEP-EVENT THRU 3120-EXIT
                   END-IF
           END-READ.

       3120-RECORD-STEP-EVENT.
           MOVE 'N' TO WS-ST-FOUND
           PERFORM 3130-SCAN-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT OR ST-FOUND
           IF NOT ST-FOUND
               IF WS-STEP-COUNT < WS-MAX-STEPS
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-ST-MATCH-IDX
                   MOVE RUNC-CYCLE-DATE
                       TO WS-ST-DATE(WS-ST-MATCH-IDX)
                   MOVE RUNC-PROGRAM
                       TO WS-ST-PROGRAM(WS-ST-MATCH-IDX)
                   MOVE 'N' TO WS-ST-COMPLETED(WS-ST-MATCH-IDX)
               ELSE
                   DISPLAY "PERCLOSE WARNING: STEP TABLE FULL - "
                           RUNC-PROGRAM " " RUNC-CYCLE-DATE
                           " NOT CHECKED"
                   MOVE 4 TO RETURN-CODE
                   GO TO 3120-EXIT
               END-IF
           END-IF
           IF RUNC-COMPLETED
               SET ST-COMPLETED(WS-ST-MATCH-IDX) TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.

       3130-SCAN-STEP.
           IF WS-ST-DATE(WS-ST-IDX) = RUNC-CYCLE-DATE
             AND WS-ST-PROGRAM(WS-ST-IDX) = RUNC-PROGRAM
               SET ST-FOUND TO TRUE
               MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
           END-IF.

       3200-CHECK-ONE-DAY.
      *    A WEEKEND OR CALENDAR HOLIDAY RUNS NO CYCLE
           COMPUTE WS-CHECK-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-COMPUTE
           COMPUTE WS-PRIOR-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT - 1)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-PRIOR-DAY
                                WS-CHECK-DAY
                                WS-BUSINESS-DAYS
           IF WS-BUSINESS-DAYS = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO WS-GLEXTR-FOUND
           PERFORM 3250-SCAN-GLEXTR-RUN
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT OR GLEXTR-FOUND
           IF NOT GLEXTR-FOUND
               ADD 1 TO WS-SECTION-ITEMS
               MOVE SPACES TO REPORT-LINE
               STRING "  CYCLE " WS-CHECK-DAY
                      "  NO COMPLETED GLEXTR RUN - JOURNALS NOT BOOKED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-SCAN-GLEXTR-RUN.
           IF WS-ST-DATE(WS-ST-IDX) = WS-CHECK-DAY
             AND WS-ST-PROGRAM(WS-ST-IDX) = WS-GLEXTR-PROGRAM
             AND ST-COMPLETED(WS-ST-IDX)
               SET GLEXTR-FOUND TO TRUE
           END-IF.

       3300-REPORT-UNFINISHED-STEP.
           IF NOT ST-COMPLETED(WS-ST-IDX)
               ADD 1 TO WS-SECTION-ITEMS
               MOVE SPACES TO REPORT-LINE
               STRING "  CYCLE " WS-ST-DATE(WS-ST-IDX)
                      "  STEP " WS-ST-PROGRAM(WS-ST-IDX)
                      " STARTED BUT NEVER COMPLETED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       3400-CHECK-DISBURSEMENTS.
      *    AN AUTHORIZATION DATED IN OR BEFORE THE MONTH THAT IS STILL
      *    STATUS A HAS NOT BEEN THROUGH A DISBURSEMENT RUN. LINES ON
      *    A FRAUD OR AUDIT HOLD ARE WAITING ON A DECISION, NOT A RUN
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DISBURSEMENT RUNS OUTSTANDING (AUTHORIZED, NOT PAID)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-ITEMS
           MOVE ZERO TO WS-SECTION-AMOUNT
           MOVE ZERO TO WS-PAY-DATE-COUNT
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               PERFORM 3900-SECTION-TOTAL
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 3410-READ-PAYMENT UNTIL EOF-CURRENT
           PERFORM 3450-REPORT-PAY-DATE
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PAY-DATE-COUNT
           PERFORM 3900-SECTION-TOTAL.
       3400-EXIT.
           EXIT.

       3410-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF PYMT-STATUS = "A"
                 AND PYMT-PAYMENT-DATE NOT > WS-PERIOD-END
                   PERFORM 3420-ADD-PAY-DATE
               END-IF
           END-IF.

       3420-ADD-PAY-DATE.
           MOVE 'N' TO WS-PY-FOUND
           PERFORM 3430-SCAN-PAY-DATE
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PAY-DATE-COUNT OR PY-FOUND
           IF NOT PY-FOUND
               IF WS-PAY-DATE-COUNT < WS-MAX-PAY-DATES
                   ADD 1 TO WS-PAY-DATE-COUNT
                   MOVE WS-PAY-DATE-COUNT TO WS-PY-MATCH-IDX
                   MOVE PYMT-PAYMENT-DATE
                       TO WS-PY-DATE(WS-PY-MATCH-IDX)
                   MOVE ZERO TO WS-PY-LINES(WS-PY-MATCH-IDX)
                   MOVE ZERO TO WS-PY-AMOUNT(WS-PY-MATCH-IDX)
               ELSE
      *            ALL LATER DATES RIDE THE LAST SLOT - THE TOTAL
      *            STILL COUNTS THEM
                   MOVE WS-PAY-DATE-COUNT TO WS-PY-MATCH-IDX
               END-IF
           END-IF
           ADD 1 TO WS-PY-LINES(WS-PY-MATCH-IDX)
           ADD PYMT-PAYMENT-AMOUNT TO WS-PY-AMOUNT(WS-PY-MATCH-IDX).

       3430-SCAN-PAY-DATE.
           IF WS-PY-DATE(WS-PY-IDX) = PYMT-PAYMENT-DATE
               SET PY-FOUND TO TRUE
               MOVE WS-PY-IDX TO WS-PY-MATCH-IDX
           END-IF.

       3450-REPORT-PAY-DATE.
           ADD 1 TO WS-SECTION-ITEMS
           ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-SECTION-AMOUNT
           MOVE WS-PY-LINES(WS-PY-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  AUTHORIZED " WS-PY-DATE(WS-PY-IDX)
                  "  LINES " WS-COUNT-DISPLAY
                  "  $" WS-AMT-DISPLAY "  AWAITING PAYDISB"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       3600-CHECK-RECOVERIES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECOVERIES NOT YET COLLECTED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-ITEMS
           MOVE ZERO TO WS-SECTION-AMOUNT
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 3610-READ-RECOVERY UNTIL EOF-CURRENT
               CLOSE RECOVERY-FILE
           END-IF
           OPEN INPUT REINS-RECOVERY-FILE
           IF WS-REINS-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 3650-READ-REINS-CASE UNTIL EOF-CURRENT
               CLOSE REINS-RECOVERY-FILE
           END-IF
           PERFORM 3900-SECTION-TOTAL.

       3610-READ-RECOVERY.
           READ RECOVERY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF (CLAW-RECOVERED-FULL OR CLAW-RECOVERED-PART)
                     AND NOT CLAW-IS-SATISFIED
                     AND CLAW-RECOVERY-DATE NOT > WS-PERIOD-END
                     AND CLAW-RECOVERY-AMOUNT > CLAW-COLLECTED-AMT
                       COMPUTE WS-OPEN-BALANCE =
                           CLAW-RECOVERY-AMOUNT - CLAW-COLLECTED-AMT
                       END-COMPUTE
                       ADD 1 TO WS-SECTION-ITEMS
                       ADD WS-OPEN-BALANCE TO WS-SECTION-AMOUNT
                       MOVE WS-OPEN-BALANCE TO WS-AMT-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "  OVERPAYMENT  CLAIM "
                              CLAW-CLAIM-NUMBER
                              "  BOOKED " CLAW-RECOVERY-DATE
                              "  OPEN $" WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       3650-READ-REINS-CASE.
           READ REINS-RECOVERY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF NOT RIRC-RECOVERED
                     AND RIRC-CESSION-DATE NOT > WS-PERIOD-END
                     AND RIRC-EXPECTED-AMOUNT > RIRC-RECEIVED-AMOUNT
                       COMPUTE WS-OPEN-BALANCE =
                           RIRC-EXPECTED-AMOUNT - RIRC-RECEIVED-AMOUNT
                       END-COMPUTE
                       ADD 1 TO WS-SECTION-ITEMS
                       ADD WS-OPEN-BALANCE TO WS-SECTION-AMOUNT
                       MOVE WS-OPEN-BALANCE TO WS-AMT-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "  REINSURANCE  CLAIM "
                              RIRC-CLAIM-NUMBER
                              "  CEDED  " RIRC-CESSION-DATE
                              "  OPEN $" WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       3900-SECTION-TOTAL.
           ADD WS-SECTION-ITEMS TO WS-CHECKLIST-ITEMS
           MOVE SPACES TO REPORT-LINE
           IF WS-SECTION-ITEMS = ZERO
               MOVE "  NONE" TO REPORT-LINE
           ELSE
               MOVE WS-SECTION-ITEMS TO WS-COUNT-DISPLAY
               MOVE WS-SECTION-AMOUNT TO WS-AMT-DISPLAY
               IF WS-SECTION-AMOUNT = ZERO
                   STRING "  ITEMS: " WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  ITEMS: " WS-COUNT-DISPLAY
                          "  TOTAL $" WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-AMOUNT.

       7000-REWRITE-PERIODS.
           OPEN OUTPUT PERIOD-FILE
           PERFORM 7050-WRITE-PERIOD
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PERIOD-COUNT
           CLOSE PERIOD-FILE.

       7050-WRITE-PERIOD.
           MOVE WS-PD-ENTRY(WS-PD-IDX) TO PERIOD-RECORD
           WRITE PERIOD-RECORD.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "ACCOUNTING PERIOD CLOSE COMPLETE"
           DISPLAY "TRANSACTIONS READ:  " WS-TRANS-READ
           DISPLAY "PERIODS CLOSED:     " WS-PERIODS-CLOSED
           DISPLAY "PERIODS REOPENED:   " WS-PERIODS-REOPENED
           DISPLAY "REJECTED:           " WS-TRANS-REJECTED
           DISPLAY "CHECKLIST: reports/period_close_checklist.txt".

       9000-CLEANUP.
           IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
               CLOSE PERIOD-TRANS-FILE
           END-IF
           CLOSE REPORT-FILE.
