       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDINV.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * LEGAL HOLD INVENTORY REPORT                                    *
      * RUN ON DEMAND FOR COUNSEL. WALKS EVERY LIVE RECORD THE         *
      * RETENTION ARCHIVE AND THE PLAN-YEAR ROLLOVER COULD OTHERWISE   *
      * MOVE - THE PAYMENT LEDGER, THE SEEN-CLAIM HISTORY, THE EOB     *
      * LETTER FILE, THE ERROR LOG AND THE ACCUMULATOR MASTER - AND    *
      * OFFERS EACH TO LHLDCHK, THE SAME CHECK ARCHPURG AND ACCUMRL    *
      * MAKE, WHATEVER ITS AGE. THE REPORT THEN LISTS EVERY OPEN HOLD  *
      * BY MATTER WITH THE RECORDS IT COVERS, AND EACH MATTER'S TOTAL  *
      * COUNTS A RECORD ONCE HOWEVER MANY OF THE MATTER'S HOLDS COVER  *
      * IT. NOTHING IS CHANGED                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT SEEN-CLAIM-FILE
               ASSIGN TO WS-SEEN-CLAIM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEEN-STATUS.

           SELECT EOB-LETTER-FILE
               ASSIGN TO WS-EOB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO WS-ERRLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/legal_hold_inventory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  SEEN-CLAIM-FILE.
       01  SEEN-CLAIM-RECORD        PIC X(58).

       FD  EOB-LETTER-FILE.
       01  EOB-LETTER-LINE          PIC X(132).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE           PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-SEEN-STATUS           PIC XX.
       01  WS-EOB-STATUS            PIC XX.
       01  WS-ERRLOG-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-SEEN-CLAIM-FILENAME   PIC X(60)
           VALUE "data/claim_history.dat".
       01  WS-EOB-FILENAME          PIC X(60)
           VALUE "reports/eob_letters.txt".
       01  WS-ERRLOG-FILENAME       PIC X(60)
           VALUE "reports/error.log".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RECORD-DATE           PIC 9(8).
       01  WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE PIC X(8).
       01  WS-ERRLOG-WORK-DATE.
           05  WS-ELOG-YEAR         PIC X(4).
           05  WS-ELOG-MONTH        PIC X(2).
           05  WS-ELOG-DAY          PIC X(2).

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-ACCUMIO-FUNCTION      PIC X(1).
       01  WS-ACCUMIO-OK            PIC X(1).
       01  WS-ACCUM-ROW.
           COPY ACCUMREC.

      * EOB LETTERS ARE CHECKED A LETTER AT A TIME - THE HEADING,
      * POLICY AND CLAIM LINES ARE COLLECTED UNTIL THE NEXT
      * SEPARATOR LINE CLOSES THE LETTER
       01  WS-BLOCK-OPEN            PIC X VALUE 'N'.
           88 BLOCK-OPEN            VALUE 'Y'.
       01  WS-BLOCK-DATE            PIC 9(8) VALUE 0.
       01  WS-BLOCK-POLICY          PIC X(10) VALUE SPACES.
       01  WS-BLOCK-CLAIM           PIC X(10) VALUE SPACES.

       01  WS-LHLD-FUNCTION         PIC X(1).
       01  WS-LHLD-FOUND            PIC X(1).
           88 RECORD-ON-HOLD        VALUE 'Y'.
           88 HOLD-RETURNED         VALUE 'Y'.
       01  WS-LHLD-SUBJECT.
           COPY LHSUBJ.
       01  WS-LHLD-ENTRY.
           05  WS-LHLD-RECORD.
               COPY LHLDREC REPLACING ==05== BY ==10==.
           05  WS-LHLD-RECORDS      PIC 9(7).
           05  WS-LHLD-MATTER-RECORDS PIC 9(7).

       01  WS-CURRENT-MATTER        PIC X(10) VALUE SPACES.
       01  WS-MATTER-TOTAL          PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECORDS-CHECKED   PIC 9(7) VALUE 0.
           05  WS-RECORDS-HELD      PIC 9(7) VALUE 0.
           05  WS-HOLDS-LISTED      PIC 9(5) VALUE 0.
           05  WS-MATTERS-LISTED    PIC 9(5) VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER               PIC X(11) VALUE "MATTER".
           05  FILLER               PIC X(5)  VALUE "TYPE".
           05  FILLER               PIC X(11) VALUE "KEY".
           05  FILLER               PIC X(9)  VALUE "FROM".
           05  FILLER               PIC X(9)  VALUE "THRU".
           05  FILLER               PIC X(9)  VALUE "PLACED".
           05  FILLER               PIC X(9)  VALUE "RELEASE".
           05  FILLER               PIC X(9)  VALUE "  RECORDS".
           05  FILLER               PIC X(60) VALUE "  DESCRIPTION".

       01  WS-DETAIL-LINE.
           05  WS-DL-MATTER-ID      PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-HOLD-TYPE      PIC X(1).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-HOLD-KEY       PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-FROM-DATE      PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-THRU-DATE      PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-PLACED-DATE    PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-RELEASE-DATE   PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-RECORDS        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DESCRIPTION    PIC X(30).
           05  FILLER               PIC X(28) VALUE SPACES.

       01  WS-TOTAL-DISPLAY         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-CHECK-PAYMENTS THRU 2000-EXIT
           PERFORM 3000-CHECK-SEEN-CLAIMS THRU 3000-EXIT
           PERFORM 4000-CHECK-EOB-LETTERS THRU 4000-EXIT
           PERFORM 5000-CHECK-ERROR-LOG THRU 5000-EXIT
           PERFORM 6000-CHECK-ACCUMULATORS THRU 6000-EXIT
           PERFORM 7000-LIST-HOLDS THRU 7000-EXIT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - LEGAL HOLD INVENTORY"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1050-RESOLVE-RUNPARMS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LEGAL HOLD INVENTORY - BUSINESS DATE "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN HOLDS ONLY - RECORDS ARE LIVE PAYMENT LEDGER "
                  "LINES, SEEN CLAIMS, EOB LETTERS, ERROR LOG LINES "
                  "AND ACCUMULATOR ROWS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       1050-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "SEEN-CLAIM-FILE"
                           MOVE RUNPARM-VALUE
                               TO WS-SEEN-CLAIM-FILENAME
                       WHEN "EOB-LETTER-FILE"
                           MOVE RUNPARM-VALUE TO WS-EOB-FILENAME
                       WHEN "ERROR-LOG-FILE"
                           MOVE RUNPARM-VALUE TO WS-ERRLOG-FILENAME
                   END-EVALUATE
           END-READ.

       2000-CHECK-PAYMENTS.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "LHLDINV: PAYMENT LEDGER EMPTY - SKIPPED"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 2100-CHECK-PAYMENT UNTIL EOF-CURRENT-FILE.

       2000-EXIT.
           EXIT.

       2100-CHECK-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               MOVE SPACES TO WS-LHLD-SUBJECT
               MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                   TO LHS-CLAIM-NUMBER
               MOVE PYMT-POLICY-NUMBER OF PAYMENT-RECORD
                   TO LHS-POLICY-NUMBER
               MOVE PYMT-PROVIDER-ID OF PAYMENT-RECORD
                   TO LHS-PROVIDER-ID
               MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                   TO LHS-FROM-DATE
               MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                   TO LHS-THRU-DATE
               PERFORM 7900-CHECK-LEGAL-HOLD
           END-IF.

       3000-CHECK-SEEN-CLAIMS.
           OPEN INPUT SEEN-CLAIM-FILE
           IF WS-SEEN-STATUS NOT = "00"
               DISPLAY "LHLDINV: NO SEEN-CLAIM HISTORY - SKIPPED"
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 3100-CHECK-SEEN-CLAIM UNTIL EOF-CURRENT-FILE
           CLOSE SEEN-CLAIM-FILE.

       3000-EXIT.
           EXIT.

       3100-CHECK-SEEN-CLAIM.
      *    SAME COLUMNS ARCHPURG SPLITS ON - POLICY 1-10, SERVICE
      *    DATE 11-18, PROVIDER 30-37
           READ SEEN-CLAIM-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-LHLD-SUBJECT
                   MOVE SEEN-CLAIM-RECORD(1:10) TO LHS-POLICY-NUMBER
                   MOVE SEEN-CLAIM-RECORD(30:8) TO LHS-PROVIDER-ID
                   MOVE SEEN-CLAIM-RECORD(11:8) TO WS-RECORD-DATE-X
                   IF WS-RECORD-DATE IS NUMERIC
                       MOVE WS-RECORD-DATE TO LHS-FROM-DATE
                       MOVE WS-RECORD-DATE TO LHS-THRU-DATE
                   ELSE
                       MOVE ZERO TO LHS-FROM-DATE
                       MOVE ZERO TO LHS-THRU-DATE
                   END-IF
                   PERFORM 7900-CHECK-LEGAL-HOLD
           END-READ.

       4000-CHECK-EOB-LETTERS.
           OPEN INPUT EOB-LETTER-FILE
           IF WS-EOB-STATUS NOT = "00"
               DISPLAY "LHLDINV: NO EOB LETTER FILE - SKIPPED"
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-BLOCK-OPEN
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 4100-READ-EOB-LINE UNTIL EOF-CURRENT-FILE
           PERFORM 4300-CHECK-EOB-BLOCK
           CLOSE EOB-LETTER-FILE.

       4000-EXIT.
           EXIT.

       4100-READ-EOB-LINE.
           READ EOB-LETTER-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   PERFORM 4200-NOTE-EOB-LINE
           END-READ.

       4200-NOTE-EOB-LINE.
           IF EOB-LETTER-LINE(1:10) = "=========="
               PERFORM 4300-CHECK-EOB-BLOCK
           END-IF
           SET BLOCK-OPEN TO TRUE
           IF EOB-LETTER-LINE(1:26) = "EXPLANATION OF BENEFITS - "
               MOVE EOB-LETTER-LINE(27:8) TO WS-RECORD-DATE-X
               IF WS-RECORD-DATE IS NUMERIC
                   MOVE WS-RECORD-DATE TO WS-BLOCK-DATE
               END-IF
           END-IF
           IF EOB-LETTER-LINE(1:15) = "POLICY NUMBER: "
               MOVE EOB-LETTER-LINE(16:10) TO WS-BLOCK-POLICY
           END-IF
           IF EOB-LETTER-LINE(1:14) = "CLAIM NUMBER: "
               MOVE EOB-LETTER-LINE(15:10) TO WS-BLOCK-CLAIM
           END-IF.

       4300-CHECK-EOB-BLOCK.
           IF BLOCK-OPEN
               MOVE SPACES TO WS-LHLD-SUBJECT
               MOVE WS-BLOCK-CLAIM TO LHS-CLAIM-NUMBER
               MOVE WS-BLOCK-POLICY TO LHS-POLICY-NUMBER
               MOVE WS-BLOCK-DATE TO LHS-FROM-DATE
               MOVE WS-BLOCK-DATE TO LHS-THRU-DATE
               PERFORM 7900-CHECK-LEGAL-HOLD
           END-IF
           MOVE 'N' TO WS-BLOCK-OPEN
           MOVE ZERO TO WS-BLOCK-DATE
           MOVE SPACES TO WS-BLOCK-POLICY
           MOVE SPACES TO WS-BLOCK-CLAIM.

       5000-CHECK-ERROR-LOG.
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS NOT = "00"
               DISPLAY "LHLDINV: NO ERROR LOG - SKIPPED"
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 5100-CHECK-LOG-LINE UNTIL EOF-CURRENT-FILE
           CLOSE ERROR-LOG-FILE.

       5000-EXIT.
           EXIT.

       5100-CHECK-LOG-LINE.
           READ ERROR-LOG-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-LHLD-SUBJECT
                   MOVE ERROR-LOG-LINE(1:4) TO WS-ELOG-YEAR
                   MOVE ERROR-LOG-LINE(6:2) TO WS-ELOG-MONTH
                   MOVE ERROR-LOG-LINE(9:2) TO WS-ELOG-DAY
                   MOVE WS-ERRLOG-WORK-DATE TO WS-RECORD-DATE-X
                   IF WS-RECORD-DATE IS NUMERIC
                       MOVE WS-RECORD-DATE TO LHS-FROM-DATE
                       MOVE WS-RECORD-DATE TO LHS-THRU-DATE
                   ELSE
                       MOVE ZERO TO LHS-FROM-DATE
                       MOVE ZERO TO LHS-THRU-DATE
                   END-IF
                   MOVE ERROR-LOG-LINE(21:112) TO LHS-TEXT
                   PERFORM 7900-CHECK-LEGAL-HOLD
           END-READ.

       6000-CHECK-ACCUMULATORS.
      *    AN ACCUMULATOR ROW IS CHECKED ON ITS POLICY ALONE - THE
      *    SAME CHECK ACCUMRL MAKES
           MOVE LOW-VALUES TO ACCUM-KEY OF WS-ACCUM-ROW
           MOVE "S" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-ACCUM-ROW
                                WS-ACCUMIO-OK
           IF WS-ACCUMIO-OK NOT = 'Y'
               DISPLAY "LHLDINV: ACCUMULATOR STORE EMPTY - SKIPPED"
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 6100-CHECK-ACCUM-ROW UNTIL EOF-CURRENT-FILE.

       6000-EXIT.
           EXIT.

       6100-CHECK-ACCUM-ROW.
           MOVE "N" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-ACCUM-ROW
                                WS-ACCUMIO-OK
           IF WS-ACCUMIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               MOVE SPACES TO WS-LHLD-SUBJECT
               MOVE ACCUM-POLICY-NUMBER OF WS-ACCUM-ROW
                   TO LHS-POLICY-NUMBER
               MOVE ZERO TO LHS-FROM-DATE
               MOVE ZERO TO LHS-THRU-DATE
               PERFORM 7900-CHECK-LEGAL-HOLD
           END-IF.

       7000-LIST-HOLDS.
           MOVE "F" TO WS-LHLD-FUNCTION
           PERFORM 7950-GET-HOLD
           IF NOT HOLD-RETURNED
               MOVE SPACES TO REPORT-LINE
               STRING "NO OPEN LEGAL HOLDS ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 7000-EXIT
           END-IF
           MOVE LHLD-MATTER-ID OF WS-LHLD-ENTRY TO WS-CURRENT-MATTER
           MOVE ZERO TO WS-MATTER-TOTAL
           PERFORM 7100-LIST-ONE-HOLD UNTIL NOT HOLD-RETURNED
           PERFORM 7200-WRITE-MATTER-TOTAL.

       7000-EXIT.
           EXIT.

       7100-LIST-ONE-HOLD.
           IF LHLD-MATTER-ID OF WS-LHLD-ENTRY NOT = WS-CURRENT-MATTER
               PERFORM 7200-WRITE-MATTER-TOTAL
               MOVE LHLD-MATTER-ID OF WS-LHLD-ENTRY
                   TO WS-CURRENT-MATTER
               MOVE ZERO TO WS-MATTER-TOTAL
           END-IF
           MOVE LHLD-MATTER-ID OF WS-LHLD-ENTRY TO WS-DL-MATTER-ID
           MOVE LHLD-HOLD-TYPE OF WS-LHLD-ENTRY TO WS-DL-HOLD-TYPE
           MOVE LHLD-HOLD-KEY OF WS-LHLD-ENTRY TO WS-DL-HOLD-KEY
           MOVE LHLD-FROM-DATE OF WS-LHLD-ENTRY TO WS-DL-FROM-DATE
           MOVE LHLD-THRU-DATE OF WS-LHLD-ENTRY TO WS-DL-THRU-DATE
           MOVE LHLD-PLACED-DATE OF WS-LHLD-ENTRY
               TO WS-DL-PLACED-DATE
           MOVE LHLD-RELEASE-DATE OF WS-LHLD-ENTRY
               TO WS-DL-RELEASE-DATE
           MOVE WS-LHLD-RECORDS TO WS-DL-RECORDS
           MOVE LHLD-DESCRIPTION OF WS-LHLD-ENTRY
               TO WS-DL-DESCRIPTION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-LHLD-MATTER-RECORDS TO WS-MATTER-TOTAL
           ADD 1 TO WS-HOLDS-LISTED
           MOVE "N" TO WS-LHLD-FUNCTION
           PERFORM 7950-GET-HOLD.

       7200-WRITE-MATTER-TOTAL.
           MOVE WS-MATTER-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  MATTER " WS-CURRENT-MATTER
                  " RECORDS PROTECTED: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-MATTERS-LISTED.

       7900-CHECK-LEGAL-HOLD.
           ADD 1 TO WS-RECORDS-CHECKED
           MOVE "C" TO WS-LHLD-FUNCTION
           CALL 'LHLDCHK' USING WS-LHLD-FUNCTION
                                WS-LHLD-SUBJECT
                                WS-LHLD-ENTRY
                                WS-LHLD-FOUND
           IF RECORD-ON-HOLD
               ADD 1 TO WS-RECORDS-HELD
           END-IF.

       7950-GET-HOLD.
           CALL 'LHLDCHK' USING WS-LHLD-FUNCTION
                                WS-LHLD-SUBJECT
                                WS-LHLD-ENTRY
                                WS-LHLD-FOUND.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "LEGAL HOLD INVENTORY COMPLETE"
           DISPLAY "RECORDS CHECKED:       " WS-RECORDS-CHECKED
           DISPLAY "RECORDS UNDER A HOLD:  " WS-RECORDS-HELD
           DISPLAY "MATTERS / HOLDS LISTED: " WS-MATTERS-LISTED
               " / " WS-HOLDS-LISTED
           DISPLAY "REPORT WRITTEN TO: "
                   "reports/legal_hold_inventory.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
