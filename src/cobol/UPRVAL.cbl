       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRVAL.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTH-END UNEARNED PREMIUM RESERVE VALUATION                   *
      * VALUES EVERY PREMIUM INVOICE AS OF THE MONTH-END BUSINESS      *
      * DATE BY THE DAILY PRO-RATA METHOD - AN INVOICE'S PREMIUM IS    *
      * EARNED EVENLY OVER THE DAYS FROM ITS PERIOD START (THE         *
      * PAID-THRU DATE IT WAS BILLED FROM) TO ITS PERIOD END, AND      *
      * WHATEVER IS NOT YET EARNED IS THE RESERVE. FOR THE MONTH EACH  *
      * POLICY SHOWS:                                                  *
      *   BEGINNING UPR - LAST MONTH'S REGISTER                        *
      *   WRITTEN       - INVOICES BILLED SINCE LAST MONTH, LESS ANY   *
      *                   INVOICE THAT LAPSED UNPAID (REVERSED)        *
      *   EARNED        - THE DAYS OF COVERAGE THAT RAN THIS MONTH     *
      *   ENDING UPR    - WHAT REMAINS UNEARNED AT THE VALUATION DATE  *
      * SUBTOTALLED BY PLAN TYPE, EMPLOYER GROUP AND BILLING           *
      * FREQUENCY, AND PROVED BEGINNING + WRITTEN - EARNED = ENDING.   *
      * AN INVOICE THAT DOES NOT ROLL FORWARD FROM LAST MONTH'S        *
      * REGISTER IS LISTED AS A RECONCILING EXCEPTION. THE MONTH'S     *
      * CHANGE IN RESERVE IS HANDED TO GLEXTR (data/upr_change.dat),   *
      * WHICH JOURNALS IT UNDER SOURCE UPRCHG. THE NEW REGISTER        *
      * (data/upr_register_new.dat) IS PROMOTED BY UPRVAL.JCL AND IS   *
      * NEXT MONTH'S STARTING POINT. WITH NO PRIOR REGISTER THE RUN IS *
      * AN OPENING VALUATION - THE RESERVE IS ESTABLISHED AND NO       *
      * CHANGE IS JOURNALED                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PRIOR-REGISTER-FILE
               ASSIGN TO "data/upr_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT NEW-REGISTER-FILE
               ASSIGN TO "data/upr_register_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-REGISTER-STATUS.

           SELECT CHANGE-FILE
               ASSIGN TO "data/upr_change.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/upr_valuation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  PRIOR-REGISTER-FILE.
       01  PRIOR-REGISTER-RECORD.
           COPY UPRREC.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD.
           COPY UPRREC.

       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           COPY UPRCHREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-PRIOR-STATUS          PIC XX.
       01  WS-NEW-REGISTER-STATUS   PIC XX.
       01  WS-CHANGE-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-INVOICE           PIC X VALUE 'N'.
           88 EOF-INVOICE           VALUE 'Y'.
       01  WS-EOF-PRIOR             PIC X VALUE 'N'.
           88 EOF-PRIOR             VALUE 'Y'.

      * THE VALUATION DATE IS THE MONTH-END BUSINESS DATE THE JOB
      * RUNS ON; THE PRIOR ONE COMES OFF LAST MONTH'S REGISTER
       01  WS-VALUATION-DATE        PIC 9(8).
       01  WS-PRIOR-VALUATION-DATE  PIC 9(8) VALUE 0.
       01  WS-OPENING-RUN           PIC X VALUE 'N'.
           88 OPENING-RUN           VALUE 'Y'.

       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.

      * DAILY PRO-RATA WORK FIELDS
       01  WS-PERIOD-START          PIC 9(8).
       01  WS-EARN-AS-OF            PIC 9(8).
       01  WS-PERIOD-DAYS           PIC S9(7).
       01  WS-DAYS-RUN              PIC S9(7).
       01  WS-EARNED-TO-DATE        PIC 9(7)V99.
       01  WS-ETD-AT-VALUATION      PIC 9(7)V99.
       01  WS-ETD-AT-PRIOR          PIC 9(7)V99.

      * LAST MONTH'S REGISTER, KEYED BY INVOICE
       01  WS-MAX-REGISTER          PIC 9(5) VALUE 20000.
       01  WS-PRIOR-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PR-FOUND              PIC X VALUE 'N'.
           88 PR-FOUND              VALUE 'Y'.
       01  WS-PRIOR-TABLE.
           05  WS-PR-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS UPR-POLICY-NUMBER
                                UPR-INVOICE-DATE
                                UPR-PERIOD-END
               INDEXED BY WS-PR-IDX.
               COPY UPRREC REPLACING ==05== BY ==10==.
               10  WS-PR-MATCHED        PIC X(1).
                   88 PR-MATCHED        VALUE 'Y'.

      * THE MONTH'S MOVEMENT, ONE ENTRY PER INVOICE THAT HAD ANY -
      * RE-SORTED FOR THE POLICY DETAIL AND EACH SUBTOTAL PAGE
       01  WS-MAX-ACTIVITY          PIC 9(5) VALUE 20000.
       01  WS-ACTIVITY-COUNT        PIC 9(5) VALUE 0.
       01  WS-AC-SUB                PIC 9(5) VALUE 0.
       01  WS-ACTIVITY-TABLE.
           05  WS-AC-ENTRY OCCURS 20000 TIMES.
               10  WS-AC-POLICY-NUMBER  PIC X(10).
               10  WS-AC-PLAN-TYPE      PIC X(2).
               10  WS-AC-GROUP-NUMBER   PIC X(8).
               10  WS-AC-BILL-FREQUENCY PIC X(1).
               10  WS-AC-INVOICE-DATE   PIC 9(8).
               10  WS-AC-BEGIN-UPR      PIC S9(9)V99.
               10  WS-AC-WRITTEN        PIC S9(9)V99.
               10  WS-AC-EARNED         PIC S9(9)V99.
               10  WS-AC-ENDING-UPR     PIC S9(9)V99.
      *            M - BILLED BEFORE LAST MONTH BUT NOT ON ITS REGISTER
      *            G - ON LAST MONTH'S REGISTER, NO LONGER ON FILE
               10  WS-AC-EXCEPTION      PIC X(1).
                   88 AC-NOT-ON-PRIOR   VALUE "M".
                   88 AC-NOT-ON-FILE    VALUE "G".

      * THE ONE INVOICE BEING VALUED
       01  WS-INVOICE-MOVEMENT.
           05  WS-IM-BEGIN-UPR      PIC S9(9)V99.
           05  WS-IM-WRITTEN        PIC S9(9)V99.
           05  WS-IM-EARNED         PIC S9(9)V99.
           05  WS-IM-ENDING-UPR     PIC S9(9)V99.
           05  WS-IM-EXCEPTION      PIC X(1).

      * CONTROL BREAKS - THE SAME FOUR FIGURES ROLLED UP BY POLICY,
      * BY SUBTOTAL KEY AND FOR THE WHOLE BOOK
       01  WS-BREAK-KIND            PIC X(1).
           88 BREAK-BY-POLICY       VALUE "P".
           88 BREAK-BY-PLAN         VALUE "T".
           88 BREAK-BY-GROUP        VALUE "G".
           88 BREAK-BY-FREQUENCY    VALUE "F".
       01  WS-BREAK-KEY             PIC X(10).
       01  WS-PREV-BREAK-KEY        PIC X(10).
       01  WS-BREAK-LABEL           PIC X(20).
       01  WS-BREAK-TOTALS.
           05  WS-BT-BEGIN-UPR      PIC S9(11)V99 VALUE 0.
           05  WS-BT-WRITTEN        PIC S9(11)V99 VALUE 0.
           05  WS-BT-EARNED         PIC S9(11)V99 VALUE 0.
           05  WS-BT-ENDING-UPR     PIC S9(11)V99 VALUE 0.
       01  WS-BREAK-DETAIL          PIC X(40).
       01  WS-GRAND-TOTALS.
           05  WS-GT-BEGIN-UPR      PIC S9(11)V99 VALUE 0.
           05  WS-GT-WRITTEN        PIC S9(11)V99 VALUE 0.
           05  WS-GT-EARNED         PIC S9(11)V99 VALUE 0.
           05  WS-GT-ENDING-UPR     PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-DIFFERENCE       PIC S9(11)V99 VALUE 0.
       01  WS-RESERVE-CHANGE        PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-LINE.
           05  WS-AL-BEGIN          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AL-WRITTEN        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AL-EARNED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AL-ENDING         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(7) VALUE 0.
           05  WS-INVOICES-VALUED   PIC 9(7) VALUE 0.
           05  WS-INVOICES-REVERSED PIC 9(7) VALUE 0.
           05  WS-REGISTER-WRITTEN  PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
           05  WS-POLICIES-UNKNOWN  PIC 9(7) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "UPRVAL".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-PRIOR-REGISTER UNTIL EOF-PRIOR
           PERFORM 1200-SORT-PRIOR-REGISTER
           PERFORM 1300-CHECK-VALUATION-DATE
           OPEN OUTPUT NEW-REGISTER-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-VALUE-INVOICES UNTIL EOF-INVOICE
           PERFORM 3000-LIST-DROPPED-INVOICE THRU 3000-EXIT
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRIOR-COUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 4800-WRITE-RESERVE-CHANGE
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - UNEARNED PREMIUM VALUATION"

           CALL 'BIZDATE' USING WS-VALUATION-DATE

      *    WITHOUT THE INVOICES EVERY RESERVE ON THE REGISTER WOULD BE
      *    RELEASED - THE RUN STOPS AND THE PROMOTE STEP IS BYPASSED
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "UPRVAL: CANNOT OPEN PREMIUM INVOICES - "
                       "NO VALUATION PRODUCED"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT "PREMIUM-INVOICES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRIOR-REGISTER-FILE
           IF WS-PRIOR-STATUS NOT = "00"
               SET EOF-PRIOR TO TRUE
           END-IF.

       1100-LOAD-PRIOR-REGISTER.
           READ PRIOR-REGISTER-FILE
               AT END
                   SET EOF-PRIOR TO TRUE
                   CLOSE PRIOR-REGISTER-FILE
               NOT AT END
                   MOVE UPR-VALUATION-DATE OF PRIOR-REGISTER-RECORD
                       TO WS-PRIOR-VALUATION-DATE
                   IF WS-PRIOR-COUNT < WS-MAX-REGISTER
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE PRIOR-REGISTER-RECORD
                           TO WS-PR-ENTRY(WS-PRIOR-COUNT)
                       MOVE 'N' TO WS-PR-MATCHED(WS-PRIOR-COUNT)
                   ELSE
                       DISPLAY "UPRVAL WARNING: PRIOR REGISTER TABLE "
                               "FULL - POLICY "
                               UPR-POLICY-NUMBER
                                   OF PRIOR-REGISTER-RECORD
                               " NOT CARRIED FORWARD"
                   END-IF
           END-READ.

       1200-SORT-PRIOR-REGISTER.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED ROWS STAY
      *    WITHIN 1..WS-PRIOR-COUNT, AS PRVDIRX DOES
           PERFORM 1250-PAD-PRIOR-SLOT
               VARYING WS-PAD-IDX FROM WS-PRIOR-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-REGISTER
           SORT WS-PR-ENTRY
               ON ASCENDING KEY UPR-POLICY-NUMBER OF WS-PR-ENTRY
                                UPR-INVOICE-DATE OF WS-PR-ENTRY
                                UPR-PERIOD-END OF WS-PR-ENTRY.

       1250-PAD-PRIOR-SLOT.
           MOVE HIGH-VALUES
               TO UPR-POLICY-NUMBER OF WS-PR-ENTRY(WS-PAD-IDX + 1)
           MOVE 99999999
               TO UPR-INVOICE-DATE OF WS-PR-ENTRY(WS-PAD-IDX + 1)
           MOVE 99999999
               TO UPR-PERIOD-END OF WS-PR-ENTRY(WS-PAD-IDX + 1).

       1300-CHECK-VALUATION-DATE.
      *    NO REGISTER YET MEANS THE OPENING VALUATION. A REGISTER
      *    ALREADY AT (OR PAST) TODAY MEANS THIS MONTH WAS VALUED AND
      *    PROMOTED - A SECOND RUN WOULD ROLL IT FORWARD ONTO ITSELF
           IF WS-PRIOR-VALUATION-DATE = ZERO
               SET OPENING-RUN TO TRUE
               DISPLAY "UPRVAL: NO PRIOR REGISTER - OPENING VALUATION"
           END-IF
           IF WS-PRIOR-VALUATION-DATE NOT < WS-VALUATION-DATE
               DISPLAY "UPRVAL ERROR: REGISTER ALREADY VALUED AS OF "
                       WS-PRIOR-VALUATION-DATE " - NOT REVALUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-VALUE-INVOICES.
           READ INVOICE-FILE
               AT END
                   SET EOF-INVOICE TO TRUE
                   CLOSE INVOICE-FILE
               NOT AT END
                   ADD 1 TO WS-INVOICES-READ
                   PERFORM 2100-VALUE-ONE-INVOICE THRU 2100-EXIT
           END-READ.

       2100-VALUE-ONE-INVOICE.
      *    AN INVOICE DATED AFTER THE VALUATION DATE IS NOT WRITTEN
      *    PREMIUM YET
           IF INV-INVOICE-DATE > WS-VALUATION-DATE
               GO TO 2100-EXIT
           END-IF

      *    INVOICES WRITTEN BEFORE THE PERIOD-START FIELD EXISTED
      *    CARRY ZERO THERE - THE PERIOD IS TAKEN FROM THE INVOICE
      *    DATE, AS PREMPOST'S REVERSAL DOES
           IF INV-PERIOD-START = ZERO
               MOVE INV-INVOICE-DATE TO WS-PERIOD-START
           ELSE
               MOVE INV-PERIOD-START TO WS-PERIOD-START
           END-IF

           MOVE 'N' TO WS-PR-FOUND
           IF WS-PRIOR-COUNT > ZERO
               SEARCH ALL WS-PR-ENTRY
                   WHEN UPR-POLICY-NUMBER OF WS-PR-ENTRY(WS-PR-IDX)
                            = INV-POLICY-NUMBER
                    AND UPR-INVOICE-DATE OF WS-PR-ENTRY(WS-PR-IDX)
                            = INV-INVOICE-DATE
                    AND UPR-PERIOD-END OF WS-PR-ENTRY(WS-PR-IDX)
                            = INV-PERIOD-END
                       SET PR-FOUND TO TRUE
                       SET PR-MATCHED(WS-PR-IDX) TO TRUE
               END-SEARCH
           END-IF

           INITIALIZE WS-INVOICE-MOVEMENT

      *    A LAPSED INVOICE WAS NEVER PAID AND ITS PERIOD NEVER
      *    COVERED - WHAT WAS WRITTEN AND EARNED ON IT IS REVERSED.
      *    ONE THAT LAPSED BEFORE EVER REACHING THE REGISTER HAS
      *    NOTHING TO REVERSE
           IF INV-LAPSED
               IF NOT PR-FOUND
                   GO TO 2100-EXIT
               END-IF
               MOVE UPR-UNEARNED OF WS-PR-ENTRY(WS-PR-IDX)
                   TO WS-IM-BEGIN-UPR
               COMPUTE WS-IM-WRITTEN =
                   ZERO - UPR-PREMIUM-AMOUNT OF WS-PR-ENTRY(WS-PR-IDX)
               COMPUTE WS-IM-EARNED =
                   ZERO - UPR-EARNED-TO-DATE OF WS-PR-ENTRY(WS-PR-IDX)
               MOVE ZERO TO WS-IM-ENDING-UPR
               ADD 1 TO WS-INVOICES-REVERSED
               PERFORM 2500-RECORD-MOVEMENT
               GO TO 2100-EXIT
           END-IF

           MOVE WS-VALUATION-DATE TO WS-EARN-AS-OF
           PERFORM 2200-COMPUTE-EARNED
           MOVE WS-EARNED-TO-DATE TO WS-ETD-AT-VALUATION
           COMPUTE WS-IM-ENDING-UPR =
               INV-PREMIUM-AMOUNT - WS-ETD-AT-VALUATION

           EVALUATE TRUE
               WHEN PR-FOUND
                   MOVE UPR-UNEARNED OF WS-PR-ENTRY(WS-PR-IDX)
                       TO WS-IM-BEGIN-UPR
                   COMPUTE WS-IM-WRITTEN = INV-PREMIUM-AMOUNT
                       - UPR-PREMIUM-AMOUNT OF WS-PR-ENTRY(WS-PR-IDX)
                   COMPUTE WS-IM-EARNED = WS-ETD-AT-VALUATION
                       - UPR-EARNED-TO-DATE OF WS-PR-ENTRY(WS-PR-IDX)
               WHEN OPENING-RUN
                 OR INV-INVOICE-DATE > WS-PRIOR-VALUATION-DATE
                   MOVE INV-PREMIUM-AMOUNT TO WS-IM-WRITTEN
                   MOVE WS-ETD-AT-VALUATION TO WS-IM-EARNED
               WHEN OTHER
      *            BILLED BEFORE LAST MONTH-END AND NOT ON ITS
      *            REGISTER - RIGHTLY SO ONLY WHEN IT WAS PAID AND
      *            FULLY EARNED BY THEN
                   MOVE WS-PRIOR-VALUATION-DATE TO WS-EARN-AS-OF
                   PERFORM 2200-COMPUTE-EARNED
                   MOVE WS-EARNED-TO-DATE TO WS-ETD-AT-PRIOR
                   IF WS-ETD-AT-PRIOR NOT < INV-PREMIUM-AMOUNT
                     AND NOT INV-OPEN
                       GO TO 2100-EXIT
                   END-IF
                   COMPUTE WS-IM-EARNED =
                       WS-ETD-AT-VALUATION - WS-ETD-AT-PRIOR
                   MOVE "M" TO WS-IM-EXCEPTION
           END-EVALUATE

      *    THE INVOICE STAYS ON THE REGISTER WHILE RESERVE REMAINS
      *    OR WHILE IT IS OPEN AND COULD STILL LAPSE
           IF WS-IM-ENDING-UPR > ZERO OR INV-OPEN
               PERFORM 2300-WRITE-REGISTER-ROW
           END-IF

           IF WS-IM-BEGIN-UPR NOT = ZERO
             OR WS-IM-WRITTEN NOT = ZERO
             OR WS-IM-EARNED NOT = ZERO
             OR WS-IM-ENDING-UPR NOT = ZERO
             OR WS-IM-EXCEPTION NOT = SPACES
               PERFORM 2500-RECORD-MOVEMENT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COMPUTE-EARNED.
      *    DAILY PRO-RATA - THE SHARE OF THE PERIOD'S DAYS THAT HAVE
      *    RUN BY THE AS-OF DATE, NEVER BELOW NONE OR ABOVE ALL
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(INV-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           END-COMPUTE
           COMPUTE WS-DAYS-RUN =
               FUNCTION INTEGER-OF-DATE(WS-EARN-AS-OF)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           END-COMPUTE
           IF WS-PERIOD-DAYS NOT > ZERO
               IF WS-EARN-AS-OF NOT < INV-PERIOD-END
                   MOVE INV-PREMIUM-AMOUNT TO WS-EARNED-TO-DATE
               ELSE
                   MOVE ZERO TO WS-EARNED-TO-DATE
               END-IF
           ELSE
               IF WS-DAYS-RUN < ZERO
                   MOVE ZERO TO WS-DAYS-RUN
               END-IF
               IF WS-DAYS-RUN > WS-PERIOD-DAYS
                   MOVE WS-PERIOD-DAYS TO WS-DAYS-RUN
               END-IF
               COMPUTE WS-EARNED-TO-DATE ROUNDED =
                   INV-PREMIUM-AMOUNT * WS-DAYS-RUN / WS-PERIOD-DAYS
           END-IF.

       2300-WRITE-REGISTER-ROW.
           MOVE SPACES TO NEW-REGISTER-RECORD
           MOVE WS-VALUATION-DATE
               TO UPR-VALUATION-DATE OF NEW-REGISTER-RECORD
           MOVE INV-POLICY-NUMBER
               TO UPR-POLICY-NUMBER OF NEW-REGISTER-RECORD
           MOVE INV-INVOICE-DATE
               TO UPR-INVOICE-DATE OF NEW-REGISTER-RECORD
           MOVE INV-PERIOD-END
               TO UPR-PERIOD-END OF NEW-REGISTER-RECORD
           MOVE WS-PERIOD-START
               TO UPR-PERIOD-START OF NEW-REGISTER-RECORD
           MOVE INV-STATUS
               TO UPR-INVOICE-STATUS OF NEW-REGISTER-RECORD
           MOVE INV-PREMIUM-AMOUNT
               TO UPR-PREMIUM-AMOUNT OF NEW-REGISTER-RECORD
           MOVE WS-ETD-AT-VALUATION
               TO UPR-EARNED-TO-DATE OF NEW-REGISTER-RECORD
           MOVE WS-IM-ENDING-UPR
               TO UPR-UNEARNED OF NEW-REGISTER-RECORD
           WRITE NEW-REGISTER-RECORD
           ADD 1 TO WS-REGISTER-WRITTEN.

       2500-RECORD-MOVEMENT.
           ADD 1 TO WS-INVOICES-VALUED
           IF WS-ACTIVITY-COUNT NOT < WS-MAX-ACTIVITY
               DISPLAY "UPRVAL WARNING: ACTIVITY TABLE FULL - POLICY "
                       INV-POLICY-NUMBER " LEFT OFF THE REPORT"
           ELSE
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE INV-POLICY-NUMBER
                   TO WS-AC-POLICY-NUMBER(WS-ACTIVITY-COUNT)
               MOVE INV-INVOICE-DATE
                   TO WS-AC-INVOICE-DATE(WS-ACTIVITY-COUNT)
               PERFORM 2600-ATTACH-POLICY
               MOVE WS-IM-BEGIN-UPR
                   TO WS-AC-BEGIN-UPR(WS-ACTIVITY-COUNT)
               MOVE WS-IM-WRITTEN TO WS-AC-WRITTEN(WS-ACTIVITY-COUNT)
               MOVE WS-IM-EARNED TO WS-AC-EARNED(WS-ACTIVITY-COUNT)
               MOVE WS-IM-ENDING-UPR
                   TO WS-AC-ENDING-UPR(WS-ACTIVITY-COUNT)
               MOVE WS-IM-EXCEPTION
                   TO WS-AC-EXCEPTION(WS-ACTIVITY-COUNT)
               IF WS-IM-EXCEPTION NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

       2600-ATTACH-POLICY.
      *    THE SUBTOTAL KEYS COME OFF THE POLICY AS IT STANDS TODAY.
      *    A POLICY NO LONGER ON THE MASTER SUBTOTALS UNDER "??"
           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING
               WS-AC-POLICY-NUMBER(WS-ACTIVITY-COUNT)
               WS-POLICY-RECORD
               WS-POLICY-FOUND
           IF WS-POLICY-FOUND = 'Y'
               MOVE POL-PLAN-TYPE OF WS-POLICY-RECORD
                   TO WS-AC-PLAN-TYPE(WS-ACTIVITY-COUNT)
               MOVE POL-GROUP-NUMBER OF WS-POLICY-RECORD
                   TO WS-AC-GROUP-NUMBER(WS-ACTIVITY-COUNT)
               MOVE POL-BILL-FREQUENCY OF WS-POLICY-RECORD
                   TO WS-AC-BILL-FREQUENCY(WS-ACTIVITY-COUNT)
           ELSE
               ADD 1 TO WS-POLICIES-UNKNOWN
               MOVE "??" TO WS-AC-PLAN-TYPE(WS-ACTIVITY-COUNT)
               MOVE SPACES TO WS-AC-GROUP-NUMBER(WS-ACTIVITY-COUNT)
               MOVE "?" TO WS-AC-BILL-FREQUENCY(WS-ACTIVITY-COUNT)
           END-IF.

       3000-LIST-DROPPED-INVOICE.
      *    ON LAST MONTH'S REGISTER WITH RESERVE, BUT THE INVOICE IS
      *    GONE FROM THE FILE - ITS RESERVE CANNOT ROLL FORWARD AND
      *    THE MONTH WILL NOT PROVE UNTIL FINANCE ACCOUNTS FOR IT
           IF PR-MATCHED(WS-PR-IDX)
             OR UPR-UNEARNED OF WS-PR-ENTRY(WS-PR-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE UPR-POLICY-NUMBER OF WS-PR-ENTRY(WS-PR-IDX)
               TO INV-POLICY-NUMBER
           MOVE UPR-INVOICE-DATE OF WS-PR-ENTRY(WS-PR-IDX)
               TO INV-INVOICE-DATE
           INITIALIZE WS-INVOICE-MOVEMENT
           MOVE UPR-UNEARNED OF WS-PR-ENTRY(WS-PR-IDX)
               TO WS-IM-BEGIN-UPR
           MOVE "G" TO WS-IM-EXCEPTION
           PERFORM 2500-RECORD-MOVEMENT.
       3000-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "CONTINENTAL INSURANCE - UNEARNED PREMIUM RESERVE "
                  "VALUATION AS OF " WS-VALUATION-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF OPENING-RUN
               MOVE "OPENING VALUATION - NO PRIOR REGISTER, EVERY "
                   TO REPORT-LINE
               MOVE "INVOICE IN FORCE IS TAKEN UP AS WRITTEN"
                   TO REPORT-LINE(46:)
           ELSE
               STRING "DAILY PRO-RATA - ROLLED FORWARD FROM THE "
                      "REGISTER AS OF " WS-PRIOR-VALUATION-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           SET BREAK-BY-POLICY TO TRUE
           MOVE "BY POLICY" TO WS-BREAK-LABEL
           PERFORM 4100-PRINT-BREAKDOWN
           SET BREAK-BY-PLAN TO TRUE
           MOVE "BY PLAN TYPE" TO WS-BREAK-LABEL
           PERFORM 4100-PRINT-BREAKDOWN
           SET BREAK-BY-GROUP TO TRUE
           MOVE "BY EMPLOYER GROUP" TO WS-BREAK-LABEL
           PERFORM 4100-PRINT-BREAKDOWN
           SET BREAK-BY-FREQUENCY TO TRUE
           MOVE "BY BILLING FREQUENCY" TO WS-BREAK-LABEL
           PERFORM 4100-PRINT-BREAKDOWN

           PERFORM 4500-PRINT-RECONCILIATION
           PERFORM 4600-PRINT-EXCEPTIONS.

       4100-PRINT-BREAKDOWN.
      *    THE SAME TABLE RE-SORTED ON THE PAGE'S KEY, POLICY NUMBER
      *    BREAKING TIES. UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE
      *    LOADED ENTRIES STAY WITHIN 1..WS-ACTIVITY-COUNT
           PERFORM 4150-PAD-ACTIVITY-SLOT
               VARYING WS-PAD-IDX FROM WS-ACTIVITY-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-ACTIVITY
           EVALUATE TRUE
               WHEN BREAK-BY-PLAN
                   SORT WS-AC-ENTRY
                       ON ASCENDING KEY WS-AC-PLAN-TYPE
                                        WS-AC-POLICY-NUMBER
               WHEN BREAK-BY-GROUP
                   SORT WS-AC-ENTRY
                       ON ASCENDING KEY WS-AC-GROUP-NUMBER
                                        WS-AC-POLICY-NUMBER
               WHEN BREAK-BY-FREQUENCY
                   SORT WS-AC-ENTRY
                       ON ASCENDING KEY WS-AC-BILL-FREQUENCY
                                        WS-AC-POLICY-NUMBER
               WHEN OTHER
                   SORT WS-AC-ENTRY
                       ON ASCENDING KEY WS-AC-POLICY-NUMBER
                                        WS-AC-INVOICE-DATE
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREMIUM " WS-BREAK-LABEL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "    BEGINNING UPR" TO REPORT-LINE(41:)
           MOVE "          WRITTEN" TO REPORT-LINE(58:)
           MOVE "           EARNED" TO REPORT-LINE(75:)
           MOVE "       ENDING UPR" TO REPORT-LINE(92:)
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE

           MOVE HIGH-VALUES TO WS-PREV-BREAK-KEY
           INITIALIZE WS-BREAK-TOTALS
           PERFORM 4200-ROLL-UP-ENTRY
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-ACTIVITY-COUNT
           IF WS-ACTIVITY-COUNT > ZERO
               PERFORM 4300-PRINT-BREAK-LINE
           END-IF.

       4150-PAD-ACTIVITY-SLOT.
           MOVE HIGH-VALUES TO WS-AC-POLICY-NUMBER(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES TO WS-AC-PLAN-TYPE(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES TO WS-AC-GROUP-NUMBER(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES TO WS-AC-BILL-FREQUENCY(WS-PAD-IDX + 1)
           MOVE 99999999 TO WS-AC-INVOICE-DATE(WS-PAD-IDX + 1).

       4200-ROLL-UP-ENTRY.
           EVALUATE TRUE
               WHEN BREAK-BY-PLAN
                   MOVE WS-AC-PLAN-TYPE(WS-AC-SUB) TO WS-BREAK-KEY
               WHEN BREAK-BY-GROUP
                   MOVE WS-AC-GROUP-NUMBER(WS-AC-SUB) TO WS-BREAK-KEY
               WHEN BREAK-BY-FREQUENCY
                   MOVE WS-AC-BILL-FREQUENCY(WS-AC-SUB)
                       TO WS-BREAK-KEY
               WHEN OTHER
                   MOVE WS-AC-POLICY-NUMBER(WS-AC-SUB) TO WS-BREAK-KEY
           END-EVALUATE

           IF WS-BREAK-KEY NOT = WS-PREV-BREAK-KEY
               IF WS-AC-SUB > 1
                   PERFORM 4300-PRINT-BREAK-LINE
               END-IF
               MOVE WS-BREAK-KEY TO WS-PREV-BREAK-KEY
               INITIALIZE WS-BREAK-TOTALS
               PERFORM 4250-DESCRIBE-BREAK
           END-IF

           ADD WS-AC-BEGIN-UPR(WS-AC-SUB) TO WS-BT-BEGIN-UPR
           ADD WS-AC-WRITTEN(WS-AC-SUB) TO WS-BT-WRITTEN
           ADD WS-AC-EARNED(WS-AC-SUB) TO WS-BT-EARNED
           ADD WS-AC-ENDING-UPR(WS-AC-SUB) TO WS-BT-ENDING-UPR

      *    THE POLICY PAGE IS THE ONE PASS THAT SEES EVERY ENTRY
      *    ONCE - THE BOOK TOTALS ARE TAKEN THERE
           IF BREAK-BY-POLICY
               ADD WS-AC-BEGIN-UPR(WS-AC-SUB) TO WS-GT-BEGIN-UPR
               ADD WS-AC-WRITTEN(WS-AC-SUB) TO WS-GT-WRITTEN
               ADD WS-AC-EARNED(WS-AC-SUB) TO WS-GT-EARNED
               ADD WS-AC-ENDING-UPR(WS-AC-SUB) TO WS-GT-ENDING-UPR
           END-IF.

       4250-DESCRIBE-BREAK.
           MOVE SPACES TO WS-BREAK-DETAIL
           EVALUATE TRUE
               WHEN BREAK-BY-PLAN
                   STRING "PLAN TYPE " WS-AC-PLAN-TYPE(WS-AC-SUB)
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   END-STRING
               WHEN BREAK-BY-GROUP
                   IF WS-AC-GROUP-NUMBER(WS-AC-SUB) = SPACES
                       MOVE "INDIVIDUAL BUSINESS" TO WS-BREAK-DETAIL
                   ELSE
                       STRING "GROUP " WS-AC-GROUP-NUMBER(WS-AC-SUB)
                           DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                       END-STRING
                   END-IF
               WHEN BREAK-BY-FREQUENCY
                   EVALUATE WS-AC-BILL-FREQUENCY(WS-AC-SUB)
                       WHEN "M"
                           MOVE "MONTHLY" TO WS-BREAK-DETAIL
                       WHEN "Q"
                           MOVE "QUARTERLY" TO WS-BREAK-DETAIL
                       WHEN "A"
                           MOVE "ANNUAL" TO WS-BREAK-DETAIL
                       WHEN OTHER
                           MOVE "NOT ON POLICY MASTER"
                               TO WS-BREAK-DETAIL
                   END-EVALUATE
               WHEN OTHER
                   STRING WS-AC-POLICY-NUMBER(WS-AC-SUB)
                          "  PLAN " WS-AC-PLAN-TYPE(WS-AC-SUB)
                          "  GROUP " WS-AC-GROUP-NUMBER(WS-AC-SUB)
                          "  FREQ " WS-AC-BILL-FREQUENCY(WS-AC-SUB)
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   END-STRING
           END-EVALUATE.

       4300-PRINT-BREAK-LINE.
           MOVE WS-BT-BEGIN-UPR TO WS-AL-BEGIN
           MOVE WS-BT-WRITTEN TO WS-AL-WRITTEN
           MOVE WS-BT-EARNED TO WS-AL-EARNED
           MOVE WS-BT-ENDING-UPR TO WS-AL-ENDING
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BREAK-DETAIL TO REPORT-LINE(1:40)
           MOVE WS-AMOUNT-LINE TO REPORT-LINE(43:)
           WRITE REPORT-LINE.

       4500-PRINT-RECONCILIATION.
      *    THE ROLL-FORWARD PROOF - BEGINNING + WRITTEN - EARNED MUST
      *    EQUAL ENDING. EVERY INVOICE ROLLS FORWARD EXACTLY, SO ANY
      *    DIFFERENCE IS THE EXCEPTIONS LISTED BELOW
           COMPUTE WS-ROLL-DIFFERENCE = WS-GT-BEGIN-UPR + WS-GT-WRITTEN
               - WS-GT-EARNED - WS-GT-ENDING-UPR
           COMPUTE WS-RESERVE-CHANGE =
               WS-GT-ENDING-UPR - WS-GT-BEGIN-UPR

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE
           MOVE "RECONCILIATION TO PRIOR MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE

           MOVE WS-GT-BEGIN-UPR TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "BEGINNING UPR          " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GT-WRITTEN TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PLUS WRITTEN           " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GT-EARNED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "LESS EARNED            " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GT-ENDING-UPR TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ENDING UPR             " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ROLL-DIFFERENCE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "UNRECONCILED           " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-ROLL-DIFFERENCE = ZERO
               MOVE "ROLL-FORWARD PROVES - BEGINNING + WRITTEN - "
                   TO REPORT-LINE
               MOVE "EARNED = ENDING" TO REPORT-LINE(45:)
           ELSE
               MOVE "ROLL-FORWARD DOES NOT PROVE - SEE EXCEPTIONS"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESERVE-CHANGE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF OPENING-RUN
               STRING "RESERVE ESTABLISHED    " WS-AMT-DISPLAY
                      "  - OPENING RUN, NOT JOURNALED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "CHANGE IN RESERVE      " WS-AMT-DISPLAY
                      "  - JOURNALED BY GLEXTR AS UPRCHG ON "
                      WS-VALUATION-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       4600-PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE
           MOVE "RECONCILING EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4650-PRINT-EXCEPTION
                   VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-ACTIVITY-COUNT
           END-IF.

       4650-PRINT-EXCEPTION.
           IF WS-AC-EXCEPTION(WS-AC-SUB) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               IF AC-NOT-ON-FILE(WS-AC-SUB)
                   MOVE WS-AC-BEGIN-UPR(WS-AC-SUB) TO WS-AMT-DISPLAY
                   STRING "POLICY " WS-AC-POLICY-NUMBER(WS-AC-SUB)
                          " INVOICE " WS-AC-INVOICE-DATE(WS-AC-SUB)
                          " - ON LAST MONTH'S REGISTER, NO LONGER ON "
                          "THE INVOICE FILE - RESERVE "
                          WS-AMT-DISPLAY " NOT ROLLED FORWARD"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE WS-AC-ENDING-UPR(WS-AC-SUB) TO WS-AMT-DISPLAY
                   STRING "POLICY " WS-AC-POLICY-NUMBER(WS-AC-SUB)
                          " INVOICE " WS-AC-INVOICE-DATE(WS-AC-SUB)
                          " - BILLED BEFORE LAST MONTH-END BUT NOT ON "
                          "ITS REGISTER - RESERVE NOW "
                          WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.

       4800-WRITE-RESERVE-CHANGE.
      *    THE FILE IS REWRITTEN EVERY RUN SO LAST MONTH'S CHANGE IS
      *    NEVER PICKED UP AGAIN. THE OPENING RUN LEAVES IT EMPTY -
      *    THE OPENING RESERVE IS BOOKED ONCE BY FINANCE
           OPEN OUTPUT CHANGE-FILE
           IF NOT OPENING-RUN
               MOVE SPACES TO CHANGE-RECORD
               MOVE WS-VALUATION-DATE TO UPRC-VALUATION-DATE
               IF WS-RESERVE-CHANGE < ZERO
                   SET UPRC-DECREASE TO TRUE
                   COMPUTE UPRC-CHANGE-AMOUNT =
                       ZERO - WS-RESERVE-CHANGE
               ELSE
                   SET UPRC-INCREASE TO TRUE
                   MOVE WS-RESERVE-CHANGE TO UPRC-CHANGE-AMOUNT
               END-IF
               MOVE WS-GT-BEGIN-UPR TO UPRC-BEGINNING-UPR
               MOVE WS-GT-ENDING-UPR TO UPRC-ENDING-UPR
               WRITE CHANGE-RECORD
           END-IF
           CLOSE CHANGE-FILE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "UNEARNED PREMIUM VALUATION COMPLETE"
           DISPLAY "VALUATION DATE:       " WS-VALUATION-DATE
           DISPLAY "PRIOR VALUATION:      " WS-PRIOR-VALUATION-DATE
           DISPLAY "INVOICES READ:        " WS-INVOICES-READ
           DISPLAY "INVOICES WITH ACTIVITY:" WS-INVOICES-VALUED
           DISPLAY "LAPSES REVERSED:      " WS-INVOICES-REVERSED
           DISPLAY "REGISTER ROWS:        " WS-REGISTER-WRITTEN
           DISPLAY "POLICIES NOT ON FILE: " WS-POLICIES-UNKNOWN
           DISPLAY "EXCEPTIONS:           " WS-EXCEPTION-COUNT
           MOVE WS-GT-ENDING-UPR TO WS-AMT-DISPLAY
           DISPLAY "ENDING UPR:  $" WS-AMT-DISPLAY
           MOVE WS-RESERVE-CHANGE TO WS-AMT-DISPLAY
           DISPLAY "CHANGE:      $" WS-AMT-DISPLAY
           IF WS-ROLL-DIFFERENCE NOT = ZERO
               DISPLAY "UPRVAL WARNING: ROLL-FORWARD DOES NOT PROVE"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REPORT:   reports/upr_valuation.txt"
           DISPLAY "REGISTER: data/upr_register_new.dat".

       9000-CLEANUP.
           CLOSE NEW-REGISTER-FILE
           CLOSE REPORT-FILE.
