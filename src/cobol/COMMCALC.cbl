      * ONE DETAIL RECORD PER COMMISSION GOES TO THE COMMISSION        *
      * LEDGER, AND ONE STATEMENT PER AGENT (CONTROL-BREAK TOTALS) TO  *
      * THE STATEMENT FILE. A POLICY NAMING AN AGENT WITH NO MASTER    *
      * RECORD IS LOGGED AND SKIPPED RATHER THAN PAID BLIND. A POLICY  *
      * WRITTEN AFTER THE AGENT'S RESIDENT LICENSE EXPIRED IS HELD -   *
      * LEDGERED AS TYPE H, LEFT OFF THE STATEMENT, AND LISTED ON THE  *
      * LICENSE HOLD EXCEPTION REPORT                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-STATEMENT-STATUS.

      *    THE LEDGER REWRITTEN WITH NETTED MARKS ON THE CHARGEBACK
      *    ROWS THIS RUN ABSORBED - PROMOTED OVER THE LEDGER BY THE
      *    IDCAMS STEP IN COMMDISB.JCL
           SELECT NEW-COMMISSION-FILE
               ASSIGN TO "data/commissions_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT HOLD-REPORT-FILE
               ASSIGN TO "reports/commission_license_holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE        PIC X(100).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-NEW-COMMISSION-STATUS PIC XX.
       01  WS-AGING-STATUS          PIC XX.
       01  WS-HOLD-STATUS           PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-PERIOD-START-DATE     PIC 9(8).
       01  WS-COMMISSION-AMOUNT     PIC 9(7)V99.

      * LICENSE CHECK - THE DATE THE BUSINESS WAS WRITTEN (POLICY
      * EFFECTIVE DATE FOR NEW BUSINESS, RENEWAL DATE FOR A RENEWAL)
      * AGAINST THE EXPIRY ON THE AGENT MASTER
       01  WS-WRITTEN-DATE          PIC 9(8).
       01  WS-LICENSE-LAPSED        PIC X VALUE 'N'.
           88 LICENSE-LAPSED        VALUE 'Y'.
       01  WS-HOLD-TYPE             PIC X(8).
       01  WS-HOLD-POLICY           PIC X(10).
       01  WS-HOLD-PREMIUM          PIC 9(7)V99.
       01  WS-HOLD-RATE             PIC 9(2)V99.

      * AGENT MASTER TABLE, SORTED FOR BINARY SEARCH, WITH PER-AGENT
      * RUNNING TOTALS ACCUMULATED ALONGSIDE FOR THE STATEMENTS
       01  WS-MAX-AGENTS            PIC 9(5) VALUE 2000.
           05  WS-TOTAL-COMMISSION  PIC 9(9)V99 VALUE 0.
           05  WS-CHARGEBACKS-NETTED PIC 9(5) VALUE 0.
           05  WS-TOTAL-NETTED      PIC 9(9)V99 VALUE 0.
           05  WS-LICENSE-HOLDS     PIC 9(5) VALUE 0.
           05  WS-TOTAL-HELD        PIC 9(9)V99 VALUE 0.

       01  WS-STMT-HEADER.
           05  FILLER               PIC X(24)
           05  WS-STMT-AGENT-NAME   PIC X(30).
           05  FILLER               PIC X(68) VALUE SPACES.

       01  WS-HOLD-DETAIL.
           05  WS-HD-AGENT-ID       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HD-AGENT-NAME     PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HD-POLICY         PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HD-TYPE           PIC X(8).
           05  FILLER               PIC X(9) VALUE " WRITTEN ".
           05  WS-HD-WRITTEN        PIC 9(8).
           05  FILLER               PIC X(9) VALUE " LICENSE ".
           05  WS-HD-LICENSE        PIC X(15).
           05  FILLER               PIC X(9) VALUE " EXPIRED ".
           05  WS-HD-EXPIRY         PIC 9(8).
           05  FILLER               PIC X(2) VALUE " $".
           05  WS-HD-AMOUNT         PIC ZZZ,ZZ9.99.

       01  WS-STMT-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-STMT-TAG          PIC X(14).
           05  WS-STMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(87) VALUE SPACES.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "COMMCALC".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 4500-WRITE-CHARGEBACK-AGING
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
           IF WS-COMMISSION-STATUS NOT = "00"
               OPEN OUTPUT COMMISSION-FILE
           END-IF
           OPEN OUTPUT STATEMENT-FILE

           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "COMMISSION HELD - AGENT LICENSE LAPSED WHEN "
                  "WRITTEN - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE
           MOVE "----------------------------------------"
               TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE.

       1400-LOAD-OPEN-CHARGEBACKS.
      *    A MISSING LEDGER OR ONE WITH NO OPEN TYPE-C ROWS JUST
               NOT AT END
                   IF COMM-CHARGEBACK OF COMMISSION-RECORD
                     AND COMM-NETTED OF COMMISSION-RECORD NOT = "Y"
                     AND NOT COMM-IS-PAID OF COMMISSION-RECORD
                       IF WS-CB-COUNT < WS-MAX-CHARGEBACKS
                           ADD 1 TO WS-CB-COUNT
                           MOVE COMM-AGENT-ID OF COMMISSION-RECORD
                       MOVE AGT-STATUS OF AGENT-MASTER-REC
                           TO AGT-STATUS
                               OF WS-AG-ENTRY(WS-AGENT-COUNT)
                       MOVE AGT-LICENSE-NUMBER OF AGENT-MASTER-REC
                           TO AGT-LICENSE-NUMBER
                               OF WS-AG-ENTRY(WS-AGENT-COUNT)
                       MOVE AGT-LICENSE-EXPIRY OF AGENT-MASTER-REC
                           TO AGT-LICENSE-EXPIRY
                               OF WS-AG-ENTRY(WS-AGENT-COUNT)
                       MOVE ZERO
                           TO WS-AG-NEWBUS-COUNT(WS-AGENT-COUNT)
                       MOVE ZERO
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =
               POL-PREMIUM-AMOUNT OF POL-MASTER-REC
               * AGT-NEW-BUS-RATE OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               / 100
           END-COMPUTE

           MOVE POL-EFFECTIVE-DATE OF POL-MASTER-REC
               TO WS-WRITTEN-DATE
           PERFORM 2600-CHECK-LICENSE
           IF LICENSE-LAPSED
               MOVE "NEW BUS" TO WS-HOLD-TYPE
               MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
                   TO WS-HOLD-POLICY
               MOVE POL-PREMIUM-AMOUNT OF POL-MASTER-REC
                   TO WS-HOLD-PREMIUM
               MOVE AGT-NEW-BUS-RATE OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
                   TO WS-HOLD-RATE
               PERFORM 2700-HOLD-COMMISSION
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-NEWBUS-EARNED
           ADD 1 TO WS-AG-NEWBUS-COUNT(WS-AG-MATCH-IDX)
           ADD WS-COMMISSION-AMOUNT
               TO WS-AG-NEWBUS-AMOUNT(WS-AG-MATCH-IDX)
           ADD WS-COMMISSION-AMOUNT TO WS-TOTAL-COMMISSION
           MOVE WS-COMMISSION-AMOUNT TO COMM-AMOUNT
           MOVE WS-TODAY-DATE TO COMM-EARNED-DATE
           MOVE SPACE TO COMM-NETTED
           MOVE SPACE TO COMM-PAID-FLAG
           MOVE ZERO TO COMM-PAID-DATE
           MOVE ZERO TO COMM-CHECK-NUMBER
           WRITE COMMISSION-RECORD.

       2100-EXIT.
                   BY CONTENT WS-AGENT-KEY
           END-IF.

       2600-CHECK-LICENSE.
      *    ONLY AN EXPIRY ON FILE CAN LAPSE - AN AGENT RECORD THAT
      *    PREDATES THE LICENSE FIELDS CARRIES SPACES AND IS NOT HELD
           MOVE 'N' TO WS-LICENSE-LAPSED
           IF AGT-LICENSE-EXPIRY OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
                   IS NUMERIC
             AND AGT-LICENSE-EXPIRY OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
                   > ZERO
             AND WS-WRITTEN-DATE
                   > AGT-LICENSE-EXPIRY OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               SET LICENSE-LAPSED TO TRUE
           END-IF.

       2700-HOLD-COMMISSION.
      *    THE HELD COMMISSION IS LEDGERED AS TYPE H SO THE AUDIT
      *    TRAIL SHOWS WHAT WAS WITHHELD, BUT IT NEVER REACHES THE
      *    STATEMENT, THE DISBURSEMENT RUN OR THE GL EXPENSE JOURNAL
           ADD 1 TO WS-LICENSE-HOLDS
           ADD WS-COMMISSION-AMOUNT TO WS-TOTAL-HELD

           MOVE WS-AGENT-KEY TO COMM-AGENT-ID
           MOVE WS-HOLD-POLICY TO COMM-POLICY-NUMBER
           MOVE "H" TO COMM-TYPE
           MOVE WS-HOLD-PREMIUM TO COMM-BASE-PREMIUM
           MOVE WS-HOLD-RATE TO COMM-RATE
           MOVE WS-COMMISSION-AMOUNT TO COMM-AMOUNT
           MOVE WS-TODAY-DATE TO COMM-EARNED-DATE
           MOVE SPACE TO COMM-NETTED
           MOVE SPACE TO COMM-PAID-FLAG
           MOVE ZERO TO COMM-PAID-DATE
           MOVE ZERO TO COMM-CHECK-NUMBER
           WRITE COMMISSION-RECORD

           MOVE WS-AGENT-KEY TO WS-HD-AGENT-ID
           MOVE AGT-AGENT-NAME OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               TO WS-HD-AGENT-NAME
           MOVE WS-HOLD-POLICY TO WS-HD-POLICY
           MOVE WS-HOLD-TYPE TO WS-HD-TYPE
           MOVE WS-WRITTEN-DATE TO WS-HD-WRITTEN
           MOVE AGT-LICENSE-NUMBER OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               TO WS-HD-LICENSE
           MOVE AGT-LICENSE-EXPIRY OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               TO WS-HD-EXPIRY
           MOVE WS-COMMISSION-AMOUNT TO WS-HD-AMOUNT
           MOVE WS-HOLD-DETAIL TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE.

       3000-EARN-RENEWALS.
           READ RENEWAL-LOG-FILE
               AT END
               GO TO 3100-EXIT
           END-IF

           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =
               POL-PREMIUM-AMOUNT OF WS-POLICY-RECORD
               * AGT-RENEWAL-RATE OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
               / 100
           END-COMPUTE

           MOVE RENW-RENEWAL-DATE TO WS-WRITTEN-DATE
           PERFORM 2600-CHECK-LICENSE
           IF LICENSE-LAPSED
               MOVE "RENEWAL" TO WS-HOLD-TYPE
               MOVE RENW-POLICY-NUMBER TO WS-HOLD-POLICY
               MOVE POL-PREMIUM-AMOUNT OF WS-POLICY-RECORD
                   TO WS-HOLD-PREMIUM
               MOVE AGT-RENEWAL-RATE OF WS-AG-ENTRY(WS-AG-MATCH-IDX)
                   TO WS-HOLD-RATE
               PERFORM 2700-HOLD-COMMISSION
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-RENEWALS-EARNED
           ADD 1 TO WS-AG-RENEW-COUNT(WS-AG-MATCH-IDX)
           ADD WS-COMMISSION-AMOUNT
               TO WS-AG-RENEW-AMOUNT(WS-AG-MATCH-IDX)
           ADD WS-COMMISSION-AMOUNT TO WS-TOTAL-COMMISSION
           MOVE WS-COMMISSION-AMOUNT TO COMM-AMOUNT
           MOVE WS-TODAY-DATE TO COMM-EARNED-DATE
           MOVE SPACE TO COMM-NETTED
           MOVE SPACE TO COMM-PAID-FLAG
           MOVE ZERO TO COMM-PAID-DATE
           MOVE ZERO TO COMM-CHECK-NUMBER
           WRITE COMMISSION-RECORD.

       3100-EXIT.
           DISPLAY "TOTAL COMMISSION: $" WS-TOTAL-COMMISSION
           DISPLAY "CHARGEBACKS NETTED:   " WS-CHARGEBACKS-NETTED
           DISPLAY "TOTAL NETTED: $" WS-TOTAL-NETTED
           DISPLAY "LICENSE HOLDS:        " WS-LICENSE-HOLDS
           DISPLAY "TOTAL HELD: $" WS-TOTAL-HELD
           DISPLAY "DETAIL LEDGER: data/commissions.dat"
           DISPLAY "STATEMENTS: reports/commission_stmts.txt"
           DISPLAY "CHARGEBACK AGING: reports/chargeback_aging.txt"
           DISPLAY "LICENSE HOLDS: reports/commission_license_holds.txt"
           DISPLAY "MARKED LEDGER: data/commissions_new.dat"
           DISPLAY "PROMOTE OVER data/commissions.dat TO FINALIZE "
                   "THE NETTED MARKS".

       8000-MARK-NETTED-ROWS.
      *    THE LEDGER GOES BACK OUT WITH THE ABSORBED CHARGEBACK ROWS
      *    OLD/NEW REWRITE, PROMOTED BY THE IDCAMS STEP IN COMMDISB.JCL
      *    OLD/NEW REWRITE, PROMOTED LIKE THE PAYMENT LEDGER
           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS NOT = "00"
           END-IF
           CLOSE COMMISSION-FILE
           CLOSE STATEMENT-FILE
           CLOSE HOLD-REPORT-FILE
           PERFORM 8000-MARK-NETTED-ROWS THRU 8000-EXIT.
