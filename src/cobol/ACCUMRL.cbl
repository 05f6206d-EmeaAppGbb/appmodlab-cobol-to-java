      * UNTOUCHED - RENEWPOL REMAINS THE ONLY PLACE THAT RESETS IT.    *
      * THE PLAN YEAR DEFAULTS TO THE RUN DATE'S YEAR AND CAN BE       *
      * OVERRIDDEN WITH A PLAN-YEAR RUN PARAMETER FOR A LATE RUN       *
      * A ROW WHOSE POLICY IS UNDER AN OPEN LEGAL HOLD IS NEITHER      *
      * ARCHIVED NOR RESET - IT STAYS ON THE MASTER EXACTLY AS IT      *
      * STOOD AND IS LISTED ON THE LEGAL HOLD SKIP REPORT WITH THE     *
      * MATTER HOLDING IT                                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HOLD-SKIP-FILE
               ASSIGN TO "reports/legal_hold_skips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  HISTORY-RECORD.
           COPY ACCHREC.

       FD  HOLD-SKIP-FILE.
       01  HOLD-SKIP-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-PLAN-YEAR-PARM        PIC X(4) VALUE SPACES.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-HOLD-SKIP-STATUS      PIC XX.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-PLAN-YEAR             PIC 9(4).
           88 SCAN-DONE             VALUE 'Y'.
       01  WS-VC-IDX                PIC 9(3) VALUE 0.

      * LEGAL HOLD CHECK - THE ROW'S POLICY IS OFFERED TO LHLDCHK
      * BEFORE IT MOVES. ONLY A POLICY HOLD REACHES A ROW: IT IS A
      * RUNNING TOTAL, NOT A DATED TRANSACTION, SO A DATE-RANGE HOLD
      * WOULD FREEZE EVERY POLICY'S DEDUCTIBLE INTO THE NEW YEAR -
      * THE DATED PAYMENTS AND CLAIMS BEHIND IT ARE HELD INSTEAD
       01  WS-LHLD-FUNCTION         PIC X(1).
       01  WS-LHLD-FOUND            PIC X(1).
           88 ROW-ON-HOLD           VALUE 'Y'.
       01  WS-LHLD-SUBJECT.
           COPY LHSUBJ.
       01  WS-LHLD-ENTRY.
           05  WS-LHLD-RECORD.
               COPY LHLDREC REPLACING ==05== BY ==10==.
           05  WS-LHLD-RECORDS      PIC 9(7).
           05  WS-LHLD-MATTER-RECORDS PIC 9(7).

       01  WS-COUNTERS.
           05  WS-ROWS-ARCHIVED     PIC 9(5) VALUE 0.
           05  WS-ROWS-RESET        PIC 9(5) VALUE 0.
           05  WS-ROWS-HELD         PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "ACCUMRL".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           END-IF
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
               OPEN OUTPUT HISTORY-FILE
           END-IF

           OPEN EXTEND HOLD-SKIP-FILE
           IF WS-HOLD-SKIP-STATUS NOT = "00"
               OPEN OUTPUT HOLD-SKIP-FILE
           END-IF
           MOVE SPACES TO HOLD-SKIP-LINE
           STRING "ACCUMRL LEGAL HOLD SKIPS - RUN DATE "
                  WS-TODAY-DATE
                  "  PLAN YEAR " WS-PLAN-YEAR
               DELIMITED BY SIZE INTO HOLD-SKIP-LINE
           END-STRING
           WRITE HOLD-SKIP-LINE

           DISPLAY "ARCHIVING PLAN YEAR: " WS-PLAN-YEAR.

       1050-RESOLVE-RUNPARMS.
           IF WS-ACCUMIO-OK NOT = 'Y'
               SET SCAN-DONE TO TRUE
           ELSE
               PERFORM 3050-CHECK-LEGAL-HOLD
               IF ROW-ON-HOLD
                   PERFORM 3060-LIST-HELD-ROW
               ELSE
                   PERFORM 3100-ARCHIVE-ONE-ROW
                   PERFORM 3200-RESET-ONE-ROW
               END-IF
           END-IF.

       3050-CHECK-LEGAL-HOLD.
           MOVE SPACES TO WS-LHLD-SUBJECT
           MOVE ACCUM-POLICY-NUMBER OF WS-ACCUM-ROW
               TO LHS-POLICY-NUMBER OF WS-LHLD-SUBJECT
           MOVE ZERO TO LHS-FROM-DATE OF WS-LHLD-SUBJECT
           MOVE ZERO TO LHS-THRU-DATE OF WS-LHLD-SUBJECT
           MOVE "C" TO WS-LHLD-FUNCTION
           CALL 'LHLDCHK' USING WS-LHLD-FUNCTION
                                WS-LHLD-SUBJECT
                                WS-LHLD-ENTRY
                                WS-LHLD-FOUND.

       3060-LIST-HELD-ROW.
           MOVE SPACES TO HOLD-SKIP-LINE
           STRING "ACCUMULATOR POLICY "
                  ACCUM-POLICY-NUMBER OF WS-ACCUM-ROW
                  " MEMBER " ACCUM-MEMBER-ID OF WS-ACCUM-ROW
                  " NOT ARCHIVED OR RESET - HELD FOR MATTER "
                  LHLD-MATTER-ID OF WS-LHLD-ENTRY
               DELIMITED BY SIZE INTO HOLD-SKIP-LINE
           END-STRING
           WRITE HOLD-SKIP-LINE
           ADD 1 TO WS-ROWS-HELD.

       3100-ARCHIVE-ONE-ROW.
           MOVE WS-PLAN-YEAR TO ACCH-PLAN-YEAR
           MOVE ACCUM-POLICY-NUMBER OF WS-ACCUM-ROW
               TO ACCH-BENEFIT-PAID
           MOVE ACCUM-OOP-MET OF WS-ACCUM-ROW
               TO ACCH-OOP-MET
           MOVE ACCUM-VISIT-COUNTS OF WS-ACCUM-ROW
               TO ACCH-VISIT-COUNTS
           MOVE WS-TODAY-DATE TO ACCH-ARCHIVED-DATE
           WRITE HISTORY-RECORD
           ADD 1 TO WS-ROWS-ARCHIVED.
           DISPLAY "PLAN-YEAR ROLLOVER COMPLETE"
           DISPLAY "ROWS ARCHIVED: " WS-ROWS-ARCHIVED
           DISPLAY "ROWS RESET:    " WS-ROWS-RESET
           DISPLAY "ROWS HELD:     " WS-ROWS-HELD
               " (LISTED ON reports/legal_hold_skips.txt)"
           DISPLAY "HISTORY WRITTEN TO: data/accum_history.dat".

       9000-CLEANUP.
           CLOSE HISTORY-FILE
           CLOSE HOLD-SKIP-FILE.
