       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXGLRPT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTH-END FOREIGN EXCHANGE GAIN/LOSS REPORT                    *
      * TWO VIEWS OF WHAT EXCHANGE RATE MOVEMENT HAS DONE TO THE       *
      * FOREIGN-CURRENCY CLAIM PAYMENTS, BY CURRENCY:                  *
      *   REALIZED   - THE MONTH'S ROWS ON THE REALIZED FX FILE - EACH *
      *                LINE PAYDISB PAID, BOOKED AT ITS AUTHORIZATION  *
      *                DATE'S RATE AND PAID AT ITS DISBURSEMENT DATE'S *
      *   UNREALIZED - EVERY FOREIGN-CURRENCY LINE STILL AUTHORIZED    *
      *                BUT UNPAID (STATUS A, OR H/U ON A FRAUD OR      *
      *                AUDIT HOLD), RE-CONVERTED THROUGH CURRCONV AT   *
      *                THE RATE IN EFFECT ON THE BUSINESS DATE AGAINST *
      *                THE USD IT IS BOOKED AT                         *
      * A GAIN IS A LINE THAT COSTS LESS USD THAN IT WAS BOOKED AT.    *
      * RUN ON THE MONTH-END BUSINESS DATE AFTER PAYDISB. NOTHING IS   *
      * CHANGED - THE REALIZED FIGURES ARE JOURNALED BY GLEXTR         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-REALIZED-FILE
               ASSIGN TO "data/fx_realized.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-REALIZED-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/fx_gain_loss.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-REALIZED-FILE.
       01  FX-REALIZED-RECORD.
           COPY FXRLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FX-REALIZED-STATUS    PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-MONTH       PIC X(6).
           05  FILLER               PIC X(2).
       01  WS-RECORD-DATE           PIC 9(8).
       01  WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE.
           05  WS-RECORD-MONTH      PIC X(6).
           05  FILLER               PIC X(2).

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * CURRCONV PARAMETERS - THE SAME CALL PYMTAUTH AND PAYDISB MAKE
       01  WS-FX-CURRENCY-CODE      PIC X(3).
       01  WS-FX-FOREIGN-AMOUNT     PIC 9(9)V99.
       01  WS-FX-USD-AMOUNT         PIC 9(9)V99.

      * ONE ROW PER CURRENCY SEEN ON EITHER SIDE OF THE REPORT
       01  WS-MAX-CURRENCIES        PIC 9(3) VALUE 200.
       01  WS-CURRENCY-COUNT        PIC 9(3) VALUE 0.
       01  WS-CY-IDX                PIC 9(3) VALUE 0.
       01  WS-CY-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-ENTRY OCCURS 200 TIMES.
               10  WS-CY-CODE           PIC X(3).
               10  WS-CY-RLZ-LINES      PIC 9(7).
               10  WS-CY-RLZ-GAIN       PIC 9(11)V99.
               10  WS-CY-RLZ-LOSS       PIC 9(11)V99.
               10  WS-CY-UNR-LINES      PIC 9(7).
               10  WS-CY-UNR-FOREIGN    PIC 9(11)V99.
               10  WS-CY-UNR-BOOKED     PIC 9(11)V99.
               10  WS-CY-UNR-CURRENT    PIC 9(11)V99.

       01  WS-NET-WORK              PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-REALIZED-READ     PIC 9(7) VALUE 0.
           05  WS-REALIZED-MONTH    PIC 9(7) VALUE 0.
           05  WS-LEDGER-READ       PIC 9(7) VALUE 0.
           05  WS-UNPAID-FOREIGN    PIC 9(7) VALUE 0.
           05  WS-NO-RATE-LINES     PIC 9(7) VALUE 0.
           05  WS-TOT-RLZ-LINES     PIC 9(7) VALUE 0.
           05  WS-TOT-RLZ-GAIN      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-RLZ-LOSS      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-UNR-LINES     PIC 9(7) VALUE 0.
           05  WS-TOT-UNR-BOOKED    PIC 9(11)V99 VALUE 0.
           05  WS-TOT-UNR-CURRENT   PIC 9(11)V99 VALUE 0.

       01  WS-REALIZED-HEADING.
           05  FILLER               PIC X(10) VALUE "CURRENCY".
           05  FILLER               PIC X(11) VALUE "      LINES".
           05  FILLER               PIC X(19)
               VALUE "      REALIZED GAIN".
           05  FILLER               PIC X(19)
               VALUE "      REALIZED LOSS".
           05  FILLER               PIC X(19)
               VALUE "      NET GAIN/LOSS".
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-REALIZED-LINE.
           05  WS-RL-CURRENCY       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-LINES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-GAIN           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-LOSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-NET            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-UNREALIZED-HEADING.
           05  FILLER               PIC X(10) VALUE "CURRENCY".
           05  FILLER               PIC X(11) VALUE "      LINES".
           05  FILLER               PIC X(19)
               VALUE "     FOREIGN AMOUNT".
           05  FILLER               PIC X(19)
               VALUE "         BOOKED USD".
           05  FILLER               PIC X(19)
               VALUE "  USD AT TODAY RATE".
           05  FILLER               PIC X(19)
               VALUE "   UNREALIZED G/(L)".
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-UNREALIZED-LINE.
           05  WS-UL-CURRENCY       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-UL-LINES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-UL-FOREIGN        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-UL-BOOKED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-UL-CURRENT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-UL-NET            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(35) VALUE SPACES.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "FXGLRPT".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-TALLY-REALIZED THRU 2000-EXIT
           PERFORM 3000-TALLY-UNREALIZED THRU 3000-EXIT
           PERFORM 6000-WRITE-REALIZED
           PERFORM 6500-WRITE-UNREALIZED
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
           DISPLAY "CONTINENTAL INSURANCE - FX GAIN/LOSS REPORT"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FOREIGN EXCHANGE GAIN/LOSS - BUSINESS DATE "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "USD AMOUNTS - A GAIN IS A LINE THAT COSTS LESS "
                  "THAN THE USD IT WAS BOOKED AT ON AUTHORIZATION"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ******************************************************************
      * REALIZED - THE ROWS PAYDISB WROTE FOR LINES PAID THIS MONTH.   *
      * NO FILE MEANS NO FOREIGN-CURRENCY LINE HAS EVER BEEN PAID      *
      ******************************************************************
       2000-TALLY-REALIZED.
           OPEN INPUT FX-REALIZED-FILE
           IF WS-FX-REALIZED-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 2010-READ-REALIZED UNTIL EOF-CURRENT-FILE
           CLOSE FX-REALIZED-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-REALIZED.
           READ FX-REALIZED-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REALIZED-READ
                   MOVE FXRL-DISBURSED-DATE TO WS-RECORD-DATE
                   IF WS-RECORD-MONTH = WS-TODAY-MONTH
                       PERFORM 2100-ADD-REALIZED-ROW THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-ADD-REALIZED-ROW.
           ADD 1 TO WS-REALIZED-MONTH
           MOVE FXRL-CURRENCY-CODE TO WS-FX-CURRENCY-CODE
           PERFORM 4000-FIND-CURRENCY THRU 4000-EXIT
           IF WS-CY-MATCH-IDX = ZERO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CY-RLZ-LINES(WS-CY-MATCH-IDX)
           IF FXRL-LOSS
               ADD FXRL-GAIN-LOSS-AMT
                   TO WS-CY-RLZ-LOSS(WS-CY-MATCH-IDX)
           ELSE
               ADD FXRL-GAIN-LOSS-AMT
                   TO WS-CY-RLZ-GAIN(WS-CY-MATCH-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * UNREALIZED - A FULL SCAN OF THE PAYMENT LEDGER FOR FOREIGN-    *
      * CURRENCY LINES NOT YET PAID, EACH RE-CONVERTED AS OF TODAY     *
      ******************************************************************
       3000-TALLY-UNREALIZED.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 3010-READ-PAYMENT UNTIL EOF-CURRENT-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF (PYMT-STATUS = "A" OR PYMT-STATUS = "H"
                     OR PYMT-STATUS = "U")
                 AND PYMT-CURRENCY-CODE NOT = SPACES
                 AND PYMT-CURRENCY-CODE NOT = "USD"
                 AND PYMT-ORIGINAL-AMOUNT > ZERO
                   PERFORM 3100-REVALUE-UNPAID-LINE THRU 3100-EXIT
               END-IF
           END-IF.

       3100-REVALUE-UNPAID-LINE.
           ADD 1 TO WS-UNPAID-FOREIGN
           MOVE PYMT-CURRENCY-CODE TO WS-FX-CURRENCY-CODE
           MOVE PYMT-ORIGINAL-AMOUNT TO WS-FX-FOREIGN-AMOUNT
           CALL 'CURRCONV' USING WS-FX-CURRENCY-CODE
                                 WS-FX-FOREIGN-AMOUNT
                                 WS-FX-USD-AMOUNT
                                 WS-TODAY-DATE

      *    NO RATE ON FILE COMES BACK UNCONVERTED - THE SAME TEST
      *    PAYDISB MAKES. SUCH A LINE IS COUNTED BUT CARRIES NO
      *    EXPOSURE RATHER THAN ITS FOREIGN FACE VALUE AS DOLLARS
           IF WS-FX-USD-AMOUNT = WS-FX-FOREIGN-AMOUNT
             AND PYMT-PAYMENT-AMOUNT NOT = WS-FX-FOREIGN-AMOUNT
               ADD 1 TO WS-NO-RATE-LINES
               MOVE PYMT-PAYMENT-AMOUNT TO WS-FX-USD-AMOUNT
           END-IF

           PERFORM 4000-FIND-CURRENCY THRU 4000-EXIT
           IF WS-CY-MATCH-IDX = ZERO
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CY-UNR-LINES(WS-CY-MATCH-IDX)
           ADD PYMT-ORIGINAL-AMOUNT
               TO WS-CY-UNR-FOREIGN(WS-CY-MATCH-IDX)
           ADD PYMT-PAYMENT-AMOUNT
               TO WS-CY-UNR-BOOKED(WS-CY-MATCH-IDX)
           ADD WS-FX-USD-AMOUNT
               TO WS-CY-UNR-CURRENT(WS-CY-MATCH-IDX).
       3100-EXIT.
           EXIT.

       4000-FIND-CURRENCY.
      *    A CURRENCY NOT YET IN THE TABLE IS ADDED - A ZERO INDEX
      *    BACK MEANS THE TABLE IS FULL AND THE ROW IS LEFT OUT
           MOVE ZERO TO WS-CY-MATCH-IDX
           PERFORM 4010-SCAN-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CURRENCY-COUNT
                   OR WS-CY-MATCH-IDX > ZERO
           IF WS-CY-MATCH-IDX > ZERO
               GO TO 4000-EXIT
           END-IF
           IF WS-CURRENCY-COUNT NOT < WS-MAX-CURRENCIES
               DISPLAY "FXGLRPT WARNING: CURRENCY TABLE FULL - "
                       WS-FX-CURRENCY-CODE " NOT REPORTED"
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-CURRENCY-COUNT
           MOVE WS-CURRENCY-COUNT TO WS-CY-MATCH-IDX
           MOVE WS-FX-CURRENCY-CODE TO WS-CY-CODE(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-RLZ-LINES(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-RLZ-GAIN(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-RLZ-LOSS(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-UNR-LINES(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-UNR-FOREIGN(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-UNR-BOOKED(WS-CY-MATCH-IDX)
           MOVE ZERO TO WS-CY-UNR-CURRENT(WS-CY-MATCH-IDX).
       4000-EXIT.
           EXIT.

       4010-SCAN-CURRENCY.
           IF WS-CY-CODE(WS-CY-IDX) = WS-FX-CURRENCY-CODE
               MOVE WS-CY-IDX TO WS-CY-MATCH-IDX
           END-IF.

      ******************************************************************
      * ONE LINE PER CURRENCY IN EACH SECTION - A CURRENCY WITH        *
      * NOTHING ON ONE SIDE IS LEFT OFF THAT SECTION                   *
      ******************************************************************
       6000-WRITE-REALIZED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REALIZED FX GAIN/LOSS - LINES PAID IN MONTH "
                  WS-TODAY-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REALIZED-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6100-WRITE-REALIZED-LINE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CURRENCY-COUNT

           MOVE "TOTAL" TO WS-RL-CURRENCY
           MOVE WS-TOT-RLZ-LINES TO WS-RL-LINES
           MOVE WS-TOT-RLZ-GAIN TO WS-RL-GAIN
           MOVE WS-TOT-RLZ-LOSS TO WS-RL-LOSS
           COMPUTE WS-NET-WORK = WS-TOT-RLZ-GAIN - WS-TOT-RLZ-LOSS
           MOVE WS-NET-WORK TO WS-RL-NET
           MOVE WS-REALIZED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6100-WRITE-REALIZED-LINE.
           IF WS-CY-RLZ-LINES(WS-CY-IDX) > ZERO
               MOVE WS-CY-CODE(WS-CY-IDX) TO WS-RL-CURRENCY
               MOVE WS-CY-RLZ-LINES(WS-CY-IDX) TO WS-RL-LINES
               MOVE WS-CY-RLZ-GAIN(WS-CY-IDX) TO WS-RL-GAIN
               MOVE WS-CY-RLZ-LOSS(WS-CY-IDX) TO WS-RL-LOSS
               COMPUTE WS-NET-WORK = WS-CY-RLZ-GAIN(WS-CY-IDX)
                                   - WS-CY-RLZ-LOSS(WS-CY-IDX)
               MOVE WS-NET-WORK TO WS-RL-NET
               MOVE WS-REALIZED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-CY-RLZ-LINES(WS-CY-IDX) TO WS-TOT-RLZ-LINES
               ADD WS-CY-RLZ-GAIN(WS-CY-IDX) TO WS-TOT-RLZ-GAIN
               ADD WS-CY-RLZ-LOSS(WS-CY-IDX) TO WS-TOT-RLZ-LOSS
           END-IF.

       6500-WRITE-UNREALIZED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "UNREALIZED FX EXPOSURE - LINES AUTHORIZED BUT "
                  "UNPAID, REVALUED AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNREALIZED-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6600-WRITE-UNREALIZED-LINE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CURRENCY-COUNT

      *    FOREIGN AMOUNTS IN MIXED CURRENCIES DO NOT ADD UP, SO THE
      *    TOTAL LINE CARRIES DOLLARS ONLY
           MOVE "TOTAL" TO WS-UL-CURRENCY
           MOVE WS-TOT-UNR-LINES TO WS-UL-LINES
           MOVE ZERO TO WS-UL-FOREIGN
           MOVE WS-TOT-UNR-BOOKED TO WS-UL-BOOKED
           MOVE WS-TOT-UNR-CURRENT TO WS-UL-CURRENT
           COMPUTE WS-NET-WORK = WS-TOT-UNR-BOOKED - WS-TOT-UNR-CURRENT
           MOVE WS-NET-WORK TO WS-UL-NET
           MOVE WS-UNREALIZED-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(24:17)
           WRITE REPORT-LINE

           IF WS-NO-RATE-LINES > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NO-RATE-LINES TO WS-RL-LINES
               STRING "LINES WITH NO RATE ON FILE FOR TODAY, CARRIED "
                      "AT BOOKED USD: " WS-RL-LINES
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       6600-WRITE-UNREALIZED-LINE.
           IF WS-CY-UNR-LINES(WS-CY-IDX) > ZERO
               MOVE WS-CY-CODE(WS-CY-IDX) TO WS-UL-CURRENCY
               MOVE WS-CY-UNR-LINES(WS-CY-IDX) TO WS-UL-LINES
               MOVE WS-CY-UNR-FOREIGN(WS-CY-IDX) TO WS-UL-FOREIGN
               MOVE WS-CY-UNR-BOOKED(WS-CY-IDX) TO WS-UL-BOOKED
               MOVE WS-CY-UNR-CURRENT(WS-CY-IDX) TO WS-UL-CURRENT
               COMPUTE WS-NET-WORK = WS-CY-UNR-BOOKED(WS-CY-IDX)
                                   - WS-CY-UNR-CURRENT(WS-CY-IDX)
               MOVE WS-NET-WORK TO WS-UL-NET
               MOVE WS-UNREALIZED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-CY-UNR-LINES(WS-CY-IDX) TO WS-TOT-UNR-LINES
               ADD WS-CY-UNR-BOOKED(WS-CY-IDX) TO WS-TOT-UNR-BOOKED
               ADD WS-CY-UNR-CURRENT(WS-CY-IDX) TO WS-TOT-UNR-CURRENT
           END-IF.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "FX GAIN/LOSS REPORT COMPLETE"
           DISPLAY "REALIZED ROWS READ:      " WS-REALIZED-READ
           DISPLAY "REALIZED THIS MONTH:     " WS-REALIZED-MONTH
           DISPLAY "LEDGER ENTRIES READ:     " WS-LEDGER-READ
           DISPLAY "UNPAID FOREIGN LINES:    " WS-UNPAID-FOREIGN
           DISPLAY "LINES WITH NO RATE:      " WS-NO-RATE-LINES
           DISPLAY "REPORT: reports/fx_gain_loss.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
