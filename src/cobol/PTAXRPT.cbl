       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXRPT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * QUARTERLY AND ANNUAL STATE PREMIUM TAX REPORT                  *
      * TOTALS THE PREMIUM COLLECTED FROM EACH STATE'S RESIDENTS FOR   *
      * THE QUARTER AND THE YEAR TO DATE, REPLACING THE HAND SORT OF   *
      * THE LOCKBOX AND PREMPOST ACTIVITY. A POLICY'S STATE IS THE     *
      * SUBSCRIBER'S STATE ON THE MEMBER CONTACT MASTER. COLLECTED     *
      * PREMIUM COMES OFF THE COLLECTION HISTORY PREMPOST APPENDS;     *
      * THE NSF REVERSALS ON THE SAME HISTORY AND THE PRO-RATA         *
      * REFUNDS POLMAINT AND THE LOSS RATIO REBATES MLRRBT BOOKED ON   *
      * THE PAYMENT LEDGER (VOIDED AND CANCELLED REFUNDS EXCLUDED)     *
      * COME BACK OUT OF IT, A GROUP'S REBATE IN ITS SITUS STATE. EACH *
      * STATE'S TAXABLE PREMIUM IS TAXED AT THE RATE ON THE STATE TAX  *
      * RATE TABLE EFFECTIVE AT THE PERIOD END AND CREDITED WITH THE   *
      * ESTIMATED PAYMENTS ALREADY MADE. THE REPORTED QUARTER IS THE   *
      * LAST ONE COMPLETED BEFORE THE BUSINESS DATE UNLESS             *
      * data/runparms.dat NAMES ONE; THE FOURTH-QUARTER RUN'S          *
      * YEAR-TO-DATE FIGURES ARE THE ANNUAL RETURN. EVERY STATE WITH   *
      * ACTIVITY GETS ITS OWN FILING EXTRACT,                          *
      * data/premium_tax_SS_YYYYQn.dat                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT COLLECTION-HISTORY-FILE
               ASSIGN TO "data/premium_collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO "data/premium_tax_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ESTIMATE-FILE
               ASSIGN TO "data/premium_tax_estimates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-STATUS.

           SELECT FILING-FILE
               ASSIGN TO WS-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/premium_tax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  COLLECTION-HISTORY-FILE.
       01  COLLECTION-HISTORY-RECORD.
           COPY PCOLREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           COPY PTXRREC.

       FD  ESTIMATE-FILE.
       01  ESTIMATE-RECORD.
           COPY PTXEREC.

       FD  FILING-FILE.
       01  FILING-RECORD.
           COPY PTXFREC.
      *    THE SAME RECORD AREA SEEN AS A BATCH CONTROL ROW - EACH
      *    STATE'S EXTRACT GOES OUT WITH THE HDR/TRL CONTROLS EVERY
      *    TRANSMITTED INTERFACE CARRIES
       01  FILING-CONTROL-RECORD.
           COPY BCTLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-COLLECTION-STATUS     PIC XX.
       01  WS-RATE-STATUS           PIC XX.
       01  WS-ESTIMATE-STATUS       PIC XX.
       01  WS-FILING-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * THE REPORTED PERIOD - OVERRIDDEN BY data/runparms.dat WHEN
      * BOTH THE YEAR AND THE QUARTER ARE NAMED THERE
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-MONTH           PIC 9(2).
       01  WS-TAX-YEAR              PIC 9(4).
       01  WS-TAX-QUARTER           PIC 9(1).
       01  WS-TAX-YEAR-PARM         PIC X(4) VALUE SPACES.
       01  WS-TAX-QUARTER-PARM      PIC X(1) VALUE SPACES.
       01  WS-CURRENT-QUARTER       PIC 9(1).
       01  WS-YEAR-START            PIC 9(8).
       01  WS-QUARTER-START         PIC 9(8).
       01  WS-QUARTER-END           PIC 9(8).
       01  WS-QUARTER-BOUNDS.
           05  FILLER               PIC X(8) VALUE "01010331".
           05  FILLER               PIC X(8) VALUE "04010630".
           05  FILLER               PIC X(8) VALUE "07010930".
           05  FILLER               PIC X(8) VALUE "10011231".
       01  WS-QUARTER-TABLE REDEFINES WS-QUARTER-BOUNDS.
           05  WS-QB-ENTRY OCCURS 4 TIMES.
               10  WS-QB-START-MMDD PIC 9(4).
               10  WS-QB-END-MMDD   PIC 9(4).

      * STATE OF RESIDENCE RESOLUTION - THE SUBSCRIBER'S ADDRESS
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.
       01  WS-LOOKUP-POLICY         PIC X(10).
      *    A LOSS RATIO REBATE PAID TO AN EMPLOYER GROUP BELONGS TO
      *    THE STATE THE GROUP CONTRACT WAS ISSUED IN
       01  WS-LOOKUP-GROUP          PIC X(8).
       01  WS-GROUP-RECORD.
           COPY GRPREC.
       01  WS-GROUP-FOUND           PIC X VALUE 'N'.
      *    "??" COLLECTS PREMIUM WHOSE SUBSCRIBER HAS NO ADDRESS ON
      *    FILE - IT IS REPORTED BUT NEVER EXTRACTED TO A STATE
       01  WS-RESIDENT-STATE        PIC X(2).
           88 STATE-UNKNOWN         VALUE "??".

      * THE ACTIVITY BEING APPLIED TO A STATE
       01  WS-ACTIVITY-DATE         PIC 9(8).
       01  WS-ACTIVITY-AMOUNT       PIC 9(9)V99.
       01  WS-ACTIVITY-KIND         PIC X(1).
           88 ACTIVITY-COLLECTED    VALUE "C".
           88 ACTIVITY-REFUND       VALUE "R".
           88 ACTIVITY-NSF          VALUE "N".

      * THE STATE TAX RATE TABLE, EVERY RATE ROW AS KEYED
       01  WS-MAX-RATES             PIC 9(3) VALUE 500.
       01  WS-RATE-COUNT            PIC 9(3) VALUE 0.
       01  WS-RT-IDX                PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               COPY PTXRREC REPLACING ==05== BY ==10==.
       01  WS-BEST-EFFECTIVE        PIC 9(8).

      * ONE ENTRY PER STATE WITH ANY ACTIVITY OR ESTIMATED PAYMENT,
      * QUARTER AND YEAR-TO-DATE SIDE BY SIDE
       01  WS-MAX-STATES            PIC 9(3) VALUE 70.
       01  WS-STATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-ST-IDX                PIC 9(3) VALUE 0.
       01  WS-ST-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-PAD-IDX               PIC 9(3) VALUE 0.
       01  WS-ST-FOUND              PIC X VALUE 'N'.
           88 ST-FOUND              VALUE 'Y'.
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 70 TIMES.
               10  WS-ST-STATE          PIC X(2).
               10  WS-ST-RATE           PIC 9V9(5).
               10  WS-ST-RATE-FOUND     PIC X(1).
                   88 ST-RATE-FOUND     VALUE 'Y'.
               10  WS-ST-QTD.
                   15  WS-ST-Q-COLLECTED    PIC 9(11)V99.
                   15  WS-ST-Q-REFUNDS      PIC 9(11)V99.
                   15  WS-ST-Q-NSF          PIC 9(11)V99.
                   15  WS-ST-Q-ESTIMATES    PIC 9(11)V99.
               10  WS-ST-YTD.
                   15  WS-ST-Y-COLLECTED    PIC 9(11)V99.
                   15  WS-ST-Y-REFUNDS      PIC 9(11)V99.
                   15  WS-ST-Y-NSF          PIC 9(11)V99.
                   15  WS-ST-Y-ESTIMATES    PIC 9(11)V99.

      * ONE PERIOD'S FIGURES FOR ONE STATE - THE QUARTER, THEN THE
      * YEAR TO DATE, RUN THROUGH THE SAME COMPUTE AND PRINT
       01  WS-PERIOD-KIND           PIC X(1).
           88 PERIOD-QUARTER        VALUE "Q".
           88 PERIOD-YEAR           VALUE "Y".
       01  WS-PERIOD-FIGURES.
           05  WS-PF-COLLECTED      PIC 9(11)V99.
           05  WS-PF-REFUNDS        PIC 9(11)V99.
           05  WS-PF-NSF            PIC 9(11)V99.
           05  WS-PF-ESTIMATES      PIC 9(11)V99.
           05  WS-PF-TAXABLE        PIC S9(11)V99.
           05  WS-PF-TAX-DUE        PIC 9(11)V99.
           05  WS-PF-BALANCE        PIC S9(11)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GT-COLLECTED      PIC 9(11)V99 VALUE 0.
           05  WS-GT-REFUNDS        PIC 9(11)V99 VALUE 0.
           05  WS-GT-NSF            PIC 9(11)V99 VALUE 0.
           05  WS-GT-TAXABLE        PIC S9(11)V99 VALUE 0.
           05  WS-GT-TAX-DUE        PIC 9(11)V99 VALUE 0.
           05  WS-GT-ESTIMATES      PIC 9(11)V99 VALUE 0.
           05  WS-GT-BALANCE        PIC S9(11)V99 VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DL-STATE          PIC X(5).
           05  WS-DL-COLLECTED      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-REFUNDS        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-NSF            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TAXABLE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-RATE           PIC 9.99999.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-TAX-DUE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-ESTIMATES      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-NOTE           PIC X(11).

      * EACH STATE'S FILING EXTRACT IS ITS OWN FILE
       01  WS-FILING-FILENAME       PIC X(60).
       01  WS-BCTL-DETAILS          PIC 9(7) VALUE 0.
       01  WS-BCTL-HASH             PIC 9(13) VALUE 0.
       01  WS-BCTL-CENTS            PIC 9(13) VALUE 0.

       01  WS-COUNTERS.
           05  WS-COLLECTIONS-READ  PIC 9(7) VALUE 0.
           05  WS-COLLECTIONS-USED  PIC 9(7) VALUE 0.
           05  WS-REFUNDS-USED      PIC 9(7) VALUE 0.
           05  WS-ESTIMATES-USED    PIC 9(7) VALUE 0.
           05  WS-NO-STATE-ITEMS    PIC 9(7) VALUE 0.
           05  WS-STATES-NO-RATE    PIC 9(3) VALUE 0.
           05  WS-EXTRACTS-WRITTEN  PIC 9(3) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "PTAXRPT".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-TALLY-COLLECTIONS THRU 2000-EXIT
           PERFORM 2200-TALLY-REFUNDS THRU 2200-EXIT
           PERFORM 2400-TALLY-ESTIMATES THRU 2400-EXIT
           PERFORM 3000-ORDER-STATES
           PERFORM 4000-WRITE-REPORT
           PERFORM 4800-WRITE-FILING-EXTRACT THRU 4800-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           CLOSE REPORT-FILE
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - STATE PREMIUM TAX REPORT"

      *    THE LAST QUARTER COMPLETED BEFORE TODAY
           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MONTH
           COMPUTE WS-CURRENT-QUARTER = (WS-TODAY-MONTH - 1) / 3 + 1
           IF WS-CURRENT-QUARTER = 1
               SUBTRACT 1 FROM WS-TAX-YEAR
               MOVE 4 TO WS-TAX-QUARTER
           ELSE
               COMPUTE WS-TAX-QUARTER = WS-CURRENT-QUARTER - 1
           END-IF

           PERFORM 1100-RESOLVE-RUNPARMS

           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-QUARTER-START = WS-TAX-YEAR * 10000
               + WS-QB-START-MMDD(WS-TAX-QUARTER)
           COMPUTE WS-QUARTER-END = WS-TAX-YEAR * 10000
               + WS-QB-END-MMDD(WS-TAX-QUARTER)

           PERFORM 1200-LOAD-TAX-RATES

           OPEN OUTPUT REPORT-FILE
           DISPLAY "REPORTING " WS-TAX-YEAR " QUARTER " WS-TAX-QUARTER
                   " (" WS-QUARTER-START " - " WS-QUARTER-END ")".

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

      *    A YEAR WITHOUT A QUARTER (OR A QUARTER OUTSIDE 1-4) IS NOT
      *    A PERIOD - THE DEFAULT STANDS RATHER THAN A GUESS
           IF WS-TAX-YEAR-PARM NOT = SPACES
             AND WS-TAX-QUARTER-PARM >= "1"
             AND WS-TAX-QUARTER-PARM <= "4"
               MOVE WS-TAX-YEAR-PARM TO WS-TAX-YEAR
               MOVE WS-TAX-QUARTER-PARM TO WS-TAX-QUARTER
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "PREMIUM-TAX-YEAR"
                           MOVE RUNPARM-VALUE(1:4) TO WS-TAX-YEAR-PARM
                       WHEN "PREMIUM-TAX-QUARTER"
                           MOVE RUNPARM-VALUE(1:1)
                               TO WS-TAX-QUARTER-PARM
                   END-EVALUATE
           END-READ.

       1200-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "PTAXRPT WARNING: NO STATE TAX RATE TABLE - "
                       "NO TAX CAN BE COMPUTED"
           ELSE
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1210-READ-TAX-RATE UNTIL EOF-CURRENT
               CLOSE TAX-RATE-FILE
           END-IF.

       1210-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT < WS-MAX-RATES
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TAX-RATE-RECORD
                           TO WS-RT-ENTRY(WS-RATE-COUNT)
                   ELSE
                       DISPLAY "PTAXRPT WARNING: RATE TABLE FULL - "
                               "STATE " PTXR-STATE OF TAX-RATE-RECORD
                               " RATE NOT LOADED"
                   END-IF
           END-READ.

       2000-TALLY-COLLECTIONS.
      *    WITHOUT THE HISTORY THERE IS NO PREMIUM TO REPORT - THE
      *    REPORT STILL PRINTS, ESTIMATES AND REFUNDS ONLY
           OPEN INPUT COLLECTION-HISTORY-FILE
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "PTAXRPT WARNING: NO PREMIUM COLLECTION "
                       "HISTORY - NO PREMIUM COLLECTED TO REPORT"
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-READ-COLLECTION UNTIL EOF-CURRENT
           CLOSE COLLECTION-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-COLLECTION.
           READ COLLECTION-HISTORY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-COLLECTIONS-READ
                   IF PCOL-RECEIVED-DATE >= WS-YEAR-START
                     AND PCOL-RECEIVED-DATE <= WS-QUARTER-END
                       ADD 1 TO WS-COLLECTIONS-USED
                       MOVE PCOL-POLICY-NUMBER TO WS-LOOKUP-POLICY
                       MOVE SPACES TO WS-LOOKUP-GROUP
                       MOVE PCOL-RECEIVED-DATE TO WS-ACTIVITY-DATE
                       MOVE PCOL-AMOUNT TO WS-ACTIVITY-AMOUNT
                       IF PCOL-NSF-REVERSAL
                           SET ACTIVITY-NSF TO TRUE
                       ELSE
                           SET ACTIVITY-COLLECTED TO TRUE
                       END-IF
                       PERFORM 2600-APPLY-ACTIVITY THRU 2600-EXIT
                   END-IF
           END-READ.

       2200-TALLY-REFUNDS.
      *    POLMAINT'S PRO-RATA REFUND LINES - A VOIDED OR CANCELLED
      *    REFUND NEVER WENT BACK TO THE POLICYHOLDER
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2210-READ-PAYMENT UNTIL EOF-CURRENT.
       2200-EXIT.
           EXIT.

       2210-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF PYMT-REFUND-LINE
                 AND PYMT-STATUS NOT = "V"
                 AND PYMT-STATUS NOT = "X"
                 AND PYMT-PAYMENT-DATE >= WS-YEAR-START
                 AND PYMT-PAYMENT-DATE <= WS-QUARTER-END
                   ADD 1 TO WS-REFUNDS-USED
                   IF PYMT-PAYEE-GROUP
                       MOVE SPACES TO WS-LOOKUP-POLICY
                       MOVE PYMT-POLICY-NUMBER TO WS-LOOKUP-GROUP
                   ELSE
                       MOVE PYMT-POLICY-NUMBER TO WS-LOOKUP-POLICY
                       MOVE SPACES TO WS-LOOKUP-GROUP
                   END-IF
                   MOVE PYMT-PAYMENT-DATE TO WS-ACTIVITY-DATE
                   MOVE PYMT-PAYMENT-AMOUNT TO WS-ACTIVITY-AMOUNT
                   SET ACTIVITY-REFUND TO TRUE
                   PERFORM 2600-APPLY-ACTIVITY THRU 2600-EXIT
               END-IF
           END-IF.

       2400-TALLY-ESTIMATES.
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2410-READ-ESTIMATE UNTIL EOF-CURRENT
           CLOSE ESTIMATE-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-ESTIMATE.
           READ ESTIMATE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF PTXE-TAX-YEAR = WS-TAX-YEAR
                     AND PTXE-QUARTER NOT > WS-TAX-QUARTER
                       ADD 1 TO WS-ESTIMATES-USED
                       MOVE PTXE-STATE TO WS-RESIDENT-STATE
                       PERFORM 2700-FIND-STATE
                       IF ST-FOUND
                           ADD PTXE-AMOUNT
                               TO WS-ST-Y-ESTIMATES(WS-ST-MATCH-IDX)
                           IF PTXE-QUARTER = WS-TAX-QUARTER
                               ADD PTXE-AMOUNT TO
                                   WS-ST-Q-ESTIMATES(WS-ST-MATCH-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2600-APPLY-ACTIVITY.
      *    THE SUBSCRIBER'S STATE AS IT STANDS ON THE CONTACT MASTER
           MOVE "??" TO WS-RESIDENT-STATE
           IF WS-LOOKUP-GROUP NOT = SPACES
               PERFORM 2650-GROUP-SITUS-STATE
               GO TO 2600-COUNT-UNKNOWN
           END-IF
           MOVE 'N' TO WS-SUBSCR-FOUND
           CALL 'MBRLKUP' USING WS-LOOKUP-POLICY
                                WS-BLANK-MEMBER-ID
                                WS-SUBSCRIBER-RECORD
                                WS-SUBSCR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-SUBSCR-FOUND = 'Y'
               MOVE 'N' TO WS-ADDR-FOUND
               CALL 'ADDRLKUP' USING WS-LOOKUP-POLICY
                                     MBR-MEMBER-ID
                                         OF WS-SUBSCRIBER-RECORD
                                     WS-ADDRESS-RECORD
                                     WS-ADDR-FOUND
                                     WS-ADDR-MASTER-PRESENT
               IF WS-ADDR-FOUND = 'Y'
                 AND ADDR-STATE OF WS-ADDRESS-RECORD NOT = SPACES
                   MOVE ADDR-STATE OF WS-ADDRESS-RECORD
                       TO WS-RESIDENT-STATE
               END-IF
           END-IF.
       2600-COUNT-UNKNOWN.
           IF STATE-UNKNOWN
               ADD 1 TO WS-NO-STATE-ITEMS
           END-IF

           PERFORM 2700-FIND-STATE
           IF NOT ST-FOUND
               GO TO 2600-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTIVITY-COLLECTED
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-ST-Y-COLLECTED(WS-ST-MATCH-IDX)
               WHEN ACTIVITY-REFUND
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-ST-Y-REFUNDS(WS-ST-MATCH-IDX)
               WHEN ACTIVITY-NSF
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-ST-Y-NSF(WS-ST-MATCH-IDX)
           END-EVALUATE
           IF WS-ACTIVITY-DATE >= WS-QUARTER-START
               EVALUATE TRUE
                   WHEN ACTIVITY-COLLECTED
                       ADD WS-ACTIVITY-AMOUNT
                           TO WS-ST-Q-COLLECTED(WS-ST-MATCH-IDX)
                   WHEN ACTIVITY-REFUND
                       ADD WS-ACTIVITY-AMOUNT
                           TO WS-ST-Q-REFUNDS(WS-ST-MATCH-IDX)
                   WHEN ACTIVITY-NSF
                       ADD WS-ACTIVITY-AMOUNT
                           TO WS-ST-Q-NSF(WS-ST-MATCH-IDX)
               END-EVALUATE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-GROUP-SITUS-STATE.
           MOVE 'N' TO WS-GROUP-FOUND
           CALL 'GRPLKUP' USING WS-LOOKUP-GROUP
                                WS-GROUP-RECORD
                                WS-GROUP-FOUND
           IF WS-GROUP-FOUND = 'Y'
             AND GRP-SITUS-STATE OF WS-GROUP-RECORD NOT = SPACES
               MOVE GRP-SITUS-STATE OF WS-GROUP-RECORD
                   TO WS-RESIDENT-STATE
           END-IF.

       2700-FIND-STATE.
      *    A STATE NOT YET SEEN IS ADDED WITH ZERO FIGURES
           MOVE 'N' TO WS-ST-FOUND
           PERFORM 2750-SCAN-STATE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT OR ST-FOUND
           IF NOT ST-FOUND
               IF WS-STATE-COUNT < WS-MAX-STATES
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-ST-MATCH-IDX
                   INITIALIZE WS-ST-ENTRY(WS-ST-MATCH-IDX)
                   MOVE WS-RESIDENT-STATE
                       TO WS-ST-STATE(WS-ST-MATCH-IDX)
                   MOVE 'N' TO WS-ST-RATE-FOUND(WS-ST-MATCH-IDX)
                   SET ST-FOUND TO TRUE
               ELSE
                   DISPLAY "PTAXRPT WARNING: STATE TABLE FULL - "
                           "STATE " WS-RESIDENT-STATE " NOT REPORTED"
               END-IF
           END-IF.

       2750-SCAN-STATE.
           IF WS-ST-STATE(WS-ST-IDX) = WS-RESIDENT-STATE
               SET ST-FOUND TO TRUE
               MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
           END-IF.

       3000-ORDER-STATES.
      *    STATE ORDER FOR THE REPORT AND THE EXTRACTS. UNUSED SLOTS
      *    ARE KEYED HIGH-VALUES SO THE LOADED STATES STAY WITHIN
      *    1..WS-STATE-COUNT
           PERFORM 3050-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-STATE-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-STATES
           SORT WS-ST-ENTRY ON ASCENDING KEY WS-ST-STATE
           PERFORM 3100-RESOLVE-RATE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT.

       3050-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES TO WS-ST-STATE(WS-PAD-IDX + 1).

       3100-RESOLVE-RATE.
      *    THE LATEST RATE EFFECTIVE ON OR BEFORE THE QUARTER END
           MOVE ZERO TO WS-BEST-EFFECTIVE
           PERFORM 3150-SCAN-RATE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RATE-COUNT
           IF NOT ST-RATE-FOUND(WS-ST-IDX)
             AND WS-ST-STATE(WS-ST-IDX) NOT = "??"
               ADD 1 TO WS-STATES-NO-RATE
               DISPLAY "PTAXRPT WARNING: NO TAX RATE ON FILE FOR "
                       "STATE " WS-ST-STATE(WS-ST-IDX)
               MOVE 4 TO RETURN-CODE
           END-IF.

       3150-SCAN-RATE.
           IF PTXR-STATE OF WS-RT-ENTRY(WS-RT-IDX)
                   = WS-ST-STATE(WS-ST-IDX)
             AND PTXR-EFFECTIVE-DATE OF WS-RT-ENTRY(WS-RT-IDX)
                   NOT > WS-QUARTER-END
             AND PTXR-EFFECTIVE-DATE OF WS-RT-ENTRY(WS-RT-IDX)
                   NOT < WS-BEST-EFFECTIVE
               MOVE PTXR-EFFECTIVE-DATE OF WS-RT-ENTRY(WS-RT-IDX)
                   TO WS-BEST-EFFECTIVE
               MOVE PTXR-RATE OF WS-RT-ENTRY(WS-RT-IDX)
                   TO WS-ST-RATE(WS-ST-IDX)
               MOVE 'Y' TO WS-ST-RATE-FOUND(WS-ST-IDX)
           END-IF.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "CONTINENTAL INSURANCE - STATE PREMIUM TAX REPORT - "
                  WS-TAX-YEAR " QUARTER " WS-TAX-QUARTER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BY SUBSCRIBER STATE OF RESIDENCE - PREMIUM "
                  "COLLECTED NET OF PRO-RATA REFUNDS AND NSF "
                  "REVERSALS - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           SET PERIOD-QUARTER TO TRUE
           PERFORM 4100-PRINT-PERIOD
           SET PERIOD-YEAR TO TRUE
           PERFORM 4100-PRINT-PERIOD

           IF WS-NO-STATE-ITEMS > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "?? - " WS-NO-STATE-ITEMS " ITEMS WHOSE "
                      "SUBSCRIBER HAS NO ADDRESS ON THE CONTACT "
                      "MASTER - ASSIGN A STATE AND RERUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-PERIOD.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PERIOD-QUARTER
               STRING "QUARTER " WS-TAX-QUARTER " - "
                      WS-QUARTER-START " THROUGH " WS-QUARTER-END
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               IF WS-TAX-QUARTER = 4
                   STRING "ANNUAL " WS-TAX-YEAR " - "
                          WS-YEAR-START " THROUGH " WS-QUARTER-END
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "YEAR TO DATE " WS-TAX-YEAR " - "
                          WS-YEAR-START " THROUGH " WS-QUARTER-END
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STATE    COLLECTED        REFUNDS  NSF REVERSALS"
                  "        TAXABLE      RATE       TAX DUE"
                  "      EST. PAID    BALANCE DUE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE

           INITIALIZE WS-GRAND-TOTALS
           PERFORM 4200-PRINT-STATE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT

           MOVE ALL "-" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "TOTAL" TO WS-DL-STATE
           MOVE WS-GT-COLLECTED TO WS-DL-COLLECTED
           MOVE WS-GT-REFUNDS TO WS-DL-REFUNDS
           MOVE WS-GT-NSF TO WS-DL-NSF
           MOVE WS-GT-TAXABLE TO WS-DL-TAXABLE
           MOVE WS-GT-TAX-DUE TO WS-DL-TAX-DUE
           MOVE WS-GT-ESTIMATES TO WS-DL-ESTIMATES
           MOVE WS-GT-BALANCE TO WS-DL-BALANCE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
      *    A TOTAL RATE MEANS NOTHING - BLANK IT
           MOVE SPACES TO REPORT-LINE(67:7)
           WRITE REPORT-LINE.

       4200-PRINT-STATE.
           PERFORM 4300-COMPUTE-PERIOD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ST-STATE(WS-ST-IDX) TO WS-DL-STATE
           MOVE WS-PF-COLLECTED TO WS-DL-COLLECTED
           MOVE WS-PF-REFUNDS TO WS-DL-REFUNDS
           MOVE WS-PF-NSF TO WS-DL-NSF
           MOVE WS-PF-TAXABLE TO WS-DL-TAXABLE
           MOVE WS-ST-RATE(WS-ST-IDX) TO WS-DL-RATE
           MOVE WS-PF-TAX-DUE TO WS-DL-TAX-DUE
           MOVE WS-PF-ESTIMATES TO WS-DL-ESTIMATES
           MOVE WS-PF-BALANCE TO WS-DL-BALANCE
           IF WS-ST-STATE(WS-ST-IDX) = "??"
               MOVE "NO ADDRESS" TO WS-DL-NOTE
           ELSE
               IF NOT ST-RATE-FOUND(WS-ST-IDX)
                   MOVE "NO RATE" TO WS-DL-NOTE
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-PF-COLLECTED TO WS-GT-COLLECTED
           ADD WS-PF-REFUNDS TO WS-GT-REFUNDS
           ADD WS-PF-NSF TO WS-GT-NSF
           ADD WS-PF-TAXABLE TO WS-GT-TAXABLE
           ADD WS-PF-TAX-DUE TO WS-GT-TAX-DUE
           ADD WS-PF-ESTIMATES TO WS-GT-ESTIMATES
           ADD WS-PF-BALANCE TO WS-GT-BALANCE.

       4300-COMPUTE-PERIOD.
      *    TAXABLE PREMIUM CAN GO NEGATIVE IN A QUARTER OF HEAVY
      *    REFUNDS - NO TAX IS DUE ON IT, AND THE ESTIMATES PAID
      *    THEN STAND AS A CREDIT. NOTHING IS TAXED UNDER "??"
           IF PERIOD-QUARTER
               MOVE WS-ST-Q-COLLECTED(WS-ST-IDX) TO WS-PF-COLLECTED
               MOVE WS-ST-Q-REFUNDS(WS-ST-IDX) TO WS-PF-REFUNDS
               MOVE WS-ST-Q-NSF(WS-ST-IDX) TO WS-PF-NSF
               MOVE WS-ST-Q-ESTIMATES(WS-ST-IDX) TO WS-PF-ESTIMATES
           ELSE
               MOVE WS-ST-Y-COLLECTED(WS-ST-IDX) TO WS-PF-COLLECTED
               MOVE WS-ST-Y-REFUNDS(WS-ST-IDX) TO WS-PF-REFUNDS
               MOVE WS-ST-Y-NSF(WS-ST-IDX) TO WS-PF-NSF
               MOVE WS-ST-Y-ESTIMATES(WS-ST-IDX) TO WS-PF-ESTIMATES
           END-IF
           COMPUTE WS-PF-TAXABLE =
               WS-PF-COLLECTED - WS-PF-REFUNDS - WS-PF-NSF
           MOVE ZERO TO WS-PF-TAX-DUE
           IF WS-PF-TAXABLE > ZERO
             AND WS-ST-STATE(WS-ST-IDX) NOT = "??"
               COMPUTE WS-PF-TAX-DUE ROUNDED =
                   WS-PF-TAXABLE * WS-ST-RATE(WS-ST-IDX)
           END-IF
           COMPUTE WS-PF-BALANCE = WS-PF-TAX-DUE - WS-PF-ESTIMATES.

       4800-WRITE-FILING-EXTRACT.
      *    ONE FILE PER STATE - THE QUARTER ROW, THEN THE YEAR-TO-DATE
      *    ROW, BETWEEN HDR/TRL CONTROLS HASHING THE TAX DUE IN CENTS
           IF WS-ST-STATE(WS-ST-IDX) = "??"
               GO TO 4800-EXIT
           END-IF
           MOVE SPACES TO WS-FILING-FILENAME
           STRING "data/premium_tax_" WS-ST-STATE(WS-ST-IDX) "_"
                  WS-TAX-YEAR "Q" WS-TAX-QUARTER ".dat"
               DELIMITED BY SIZE INTO WS-FILING-FILENAME
           END-STRING
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               DISPLAY "PTAXRPT ERROR: CANNOT WRITE " WS-FILING-FILENAME
               MOVE 8 TO RETURN-CODE
               GO TO 4800-EXIT
           END-IF
           MOVE ZERO TO WS-BCTL-DETAILS
           MOVE ZERO TO WS-BCTL-HASH
           MOVE "HDR" TO BCTL-TAG OF FILING-CONTROL-RECORD
           MOVE WS-TODAY-DATE TO BCTL-FILE-DATE OF FILING-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF FILING-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF FILING-CONTROL-RECORD
           WRITE FILING-CONTROL-RECORD

           SET PERIOD-QUARTER TO TRUE
           PERFORM 4850-WRITE-FILING-ROW
           SET PERIOD-YEAR TO TRUE
           PERFORM 4850-WRITE-FILING-ROW

           MOVE "TRL" TO BCTL-TAG OF FILING-CONTROL-RECORD
           MOVE WS-TODAY-DATE TO BCTL-FILE-DATE OF FILING-CONTROL-RECORD
           MOVE WS-BCTL-DETAILS
               TO BCTL-RECORD-COUNT OF FILING-CONTROL-RECORD
           MOVE WS-BCTL-HASH TO BCTL-HASH-CENTS OF FILING-CONTROL-RECORD
           WRITE FILING-CONTROL-RECORD
           CLOSE FILING-FILE
           ADD 1 TO WS-EXTRACTS-WRITTEN.
       4800-EXIT.
           EXIT.

       4850-WRITE-FILING-ROW.
           PERFORM 4300-COMPUTE-PERIOD
           MOVE SPACES TO FILING-RECORD
           MOVE WS-ST-STATE(WS-ST-IDX) TO PTXF-STATE
           MOVE WS-TAX-YEAR TO PTXF-TAX-YEAR
           MOVE WS-PF-COLLECTED TO PTXF-GROSS-COLLECTED
           MOVE WS-PF-REFUNDS TO PTXF-REFUNDS
           MOVE WS-PF-NSF TO PTXF-NSF-REVERSALS
           MOVE WS-ST-RATE(WS-ST-IDX) TO PTXF-TAX-RATE
           MOVE WS-PF-TAX-DUE TO PTXF-TAX-DUE
           MOVE WS-PF-ESTIMATES TO PTXF-ESTIMATES-PAID
           IF PERIOD-QUARTER
               MOVE WS-TAX-QUARTER TO PTXF-QUARTER
               MOVE WS-QUARTER-START TO PTXF-PERIOD-START
           ELSE
               MOVE ZERO TO PTXF-QUARTER
               MOVE WS-YEAR-START TO PTXF-PERIOD-START
           END-IF
           MOVE WS-QUARTER-END TO PTXF-PERIOD-END
      *    THE UNSIGNED FIELDS TAKE THE MAGNITUDE; THE FLAG THE SIGN
           IF WS-PF-TAXABLE < ZERO
               MOVE "-" TO PTXF-TAXABLE-SIGN
               COMPUTE PTXF-TAXABLE-PREMIUM = ZERO - WS-PF-TAXABLE
           ELSE
               MOVE WS-PF-TAXABLE TO PTXF-TAXABLE-PREMIUM
           END-IF
           IF WS-PF-BALANCE < ZERO
               MOVE "-" TO PTXF-BALANCE-SIGN
               COMPUTE PTXF-BALANCE-DUE = ZERO - WS-PF-BALANCE
           ELSE
               MOVE WS-PF-BALANCE TO PTXF-BALANCE-DUE
           END-IF
           WRITE FILING-RECORD
           ADD 1 TO WS-BCTL-DETAILS
           COMPUTE WS-BCTL-CENTS = WS-PF-TAX-DUE * 100
           ADD WS-BCTL-CENTS TO WS-BCTL-HASH.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "STATE PREMIUM TAX REPORT COMPLETE - " WS-TAX-YEAR
                   " QUARTER " WS-TAX-QUARTER
           DISPLAY "COLLECTION ROWS READ:  " WS-COLLECTIONS-READ
           DISPLAY "COLLECTION ROWS USED:  " WS-COLLECTIONS-USED
           DISPLAY "REFUND LINES USED:     " WS-REFUNDS-USED
           DISPLAY "ESTIMATES APPLIED:     " WS-ESTIMATES-USED
           DISPLAY "ITEMS WITH NO STATE:   " WS-NO-STATE-ITEMS
           DISPLAY "STATES REPORTED:       " WS-STATE-COUNT
           DISPLAY "STATES WITH NO RATE:   " WS-STATES-NO-RATE
           DISPLAY "FILING EXTRACTS:       " WS-EXTRACTS-WRITTEN
           IF WS-NO-STATE-ITEMS > ZERO
             AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REPORT: reports/premium_tax.txt".
