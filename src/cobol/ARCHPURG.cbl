      * ARCHIVE FILE (STAMPED WITH THE RUN DATE) AND REWRITES THE      *
      * LIVE FILE WITH ONLY THE RECORDS STILL INSIDE RETENTION, SO     *
      * THE PROGRAMS THAT REREAD THESE FILES EVERY RUN STOP GETTING    *
      * SLOWER EVERY MONTH. THE FLAT LIVE FILES ARE REWRITTEN OLD/NEW  *
      * AND PROMOTED BY ARCHPURG.JCL; ARCHIVED PAYMENT LINES ARE       *
      * DELETED FROM THE KEYED LEDGER IN PLACE THROUGH PYMTIO.         *
      * ARCHRETR PULLS ARCHIVED RECORDS BACK FOR AN INQUIRY.           *
      * EOB LETTERS ARE MULTI-LINE BLOCKS - EACH LETTER MOVES OR       *
      * STAYS AS A WHOLE BASED ON THE DATE IN ITS HEADING LINE         *
      * A RECORD COVERED BY AN OPEN LEGAL HOLD (SEE LHLDCHK) STAYS IN  *
      * THE LIVE FILE HOWEVER OLD IT IS, AND IS LISTED ON THE LEGAL    *
      * HOLD SKIP REPORT WITH THE MATTER HOLDING IT                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT PAYMENT-ARCHIVE-FILE
               ASSIGN TO WS-PAY-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-ARCHIVE-STATUS.

           SELECT HOLD-SKIP-FILE
               ASSIGN TO "reports/legal_hold_skips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  PAYMENT-ARCHIVE-FILE.
       01  PAYMENT-ARCHIVE-RECORD.
           COPY PYMTREC.
       FD  ERRLOG-ARCHIVE-FILE.
       01  ERRLOG-ARCHIVE-LINE      PIC X(132).

       FD  HOLD-SKIP-FILE.
       01  HOLD-SKIP-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-SEEN-CLAIM-FILENAME   PIC X(60)
           VALUE "data/claim_history.dat".
       01  WS-EOB-FILENAME          PIC X(60)
       01  WS-EOB-ARCHIVE-FILENAME    PIC X(60).
       01  WS-ERRLOG-ARCHIVE-FILENAME PIC X(60).

       01  WS-PAY-ARCHIVE-STATUS    PIC XX.
       01  WS-SEEN-STATUS           PIC XX.
       01  WS-NEW-SEEN-STATUS       PIC XX.
       01  WS-ERRLOG-STATUS         PIC XX.
       01  WS-NEW-ERRLOG-STATUS     PIC XX.
       01  WS-ERRLOG-ARCHIVE-STATUS PIC XX.
       01  WS-HOLD-SKIP-STATUS      PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat
       01  WS-RETENTION-DAYS        PIC 9(5) VALUE 365.

       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-LINE OCCURS 30 TIMES PIC X(132).

      * THE POLICY AND CLAIM NUMBER LINES OF THE LETTER IN HAND -
      * WHAT A LEGAL HOLD ON EITHER IS CHECKED AGAINST
       01  WS-BLOCK-POLICY          PIC X(10) VALUE SPACES.
       01  WS-BLOCK-CLAIM           PIC X(10) VALUE SPACES.

      * LEGAL HOLD CHECK - EVERY RECORD PAST THE CUTOFF IS OFFERED TO
      * LHLDCHK BEFORE IT MOVES
       01  WS-LHLD-FUNCTION         PIC X(1).
       01  WS-LHLD-FOUND            PIC X(1).
           88 RECORD-ON-HOLD        VALUE 'Y'.
       01  WS-LHLD-SUBJECT.
           COPY LHSUBJ.
       01  WS-LHLD-ENTRY.
           05  WS-LHLD-RECORD.
               COPY LHLDREC REPLACING ==05== BY ==10==.
           05  WS-LHLD-RECORDS      PIC 9(7).
           05  WS-LHLD-MATTER-RECORDS PIC 9(7).
       01  WS-SKIP-SOURCE           PIC X(12).
       01  WS-SKIP-IDENT            PIC X(40).

       01  WS-SEEN-WORK-DATE        PIC 9(8).
       01  WS-ERRLOG-WORK-DATE.
           05  WS-ELOG-YEAR         PIC X(4).
           05  WS-EOB-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-LOG-KEPT          PIC 9(7) VALUE 0.
           05  WS-LOG-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-PAY-HELD          PIC 9(7) VALUE 0.
           05  WS-SEEN-HELD         PIC 9(7) VALUE 0.
           05  WS-EOB-HELD          PIC 9(7) VALUE 0.
           05  WS-LOG-HELD          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 4000-ARCHIVE-EOB-LETTERS THRU 4000-EXIT
           PERFORM 6000-ARCHIVE-ERROR-LOG THRU 6000-EXIT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           MOVE SPACES TO WS-ERRLOG-ARCHIVE-FILENAME
           STRING "reports/error_log_arch_" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ERRLOG-ARCHIVE-FILENAME
           END-STRING

      *    THE SKIP REPORT ACCUMULATES RUN AFTER RUN - EACH RUN OPENS
      *    WITH ITS OWN HEADING
           OPEN EXTEND HOLD-SKIP-FILE
           IF WS-HOLD-SKIP-STATUS NOT = "00"
               OPEN OUTPUT HOLD-SKIP-FILE
           END-IF
           MOVE SPACES TO HOLD-SKIP-LINE
           STRING "ARCHPURG LEGAL HOLD SKIPS - RUN DATE "
                  WS-TODAY-DATE
                  "  RETENTION CUTOFF " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO HOLD-SKIP-LINE
           END-STRING
           WRITE HOLD-SKIP-LINE.

       1050-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "SEEN-CLAIM-FILE"
                           MOVE RUNPARM-VALUE
                               TO WS-SEEN-CLAIM-FILENAME
           END-READ.

       2000-ARCHIVE-PAYMENTS.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "ARCHPURG: PAYMENT LEDGER EMPTY - SKIPPED"
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT PAYMENT-ARCHIVE-FILE

           MOVE 'N' TO WS-EOF-FILE
           PERFORM 2100-SPLIT-PAYMENT UNTIL EOF-CURRENT-FILE

           CLOSE PAYMENT-ARCHIVE-FILE.

       2000-EXIT.
           EXIT.

       2100-SPLIT-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               MOVE 'N' TO WS-LHLD-FOUND
               IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       < WS-CUTOFF-DATE
                   PERFORM 2200-CHECK-PAYMENT-HOLD
               END-IF
               IF RECORD-ON-HOLD
                   ADD 1 TO WS-PAY-HELD
               END-IF
               IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       < WS-CUTOFF-DATE
                 AND NOT RECORD-ON-HOLD
                   MOVE PAYMENT-RECORD TO PAYMENT-ARCHIVE-RECORD
                   WRITE PAYMENT-ARCHIVE-RECORD
                   MOVE "D" TO WS-PYMTIO-FUNCTION
                   CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                       PAYMENT-RECORD
                                       WS-PYMTIO-OK
                   ADD 1 TO WS-PAY-ARCHIVED
               ELSE
                   ADD 1 TO WS-PAY-KEPT
               END-IF
           END-IF.

       2200-CHECK-PAYMENT-HOLD.
           MOVE SPACES TO WS-LHLD-SUBJECT
           MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
               TO LHS-CLAIM-NUMBER OF WS-LHLD-SUBJECT
           MOVE PYMT-POLICY-NUMBER OF PAYMENT-RECORD
               TO LHS-POLICY-NUMBER OF WS-LHLD-SUBJECT
           MOVE PYMT-PROVIDER-ID OF PAYMENT-RECORD
               TO LHS-PROVIDER-ID OF WS-LHLD-SUBJECT
           MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
               TO LHS-FROM-DATE OF WS-LHLD-SUBJECT
           MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
               TO LHS-THRU-DATE OF WS-LHLD-SUBJECT
           PERFORM 7000-CHECK-LEGAL-HOLD
           IF RECORD-ON-HOLD
               MOVE "PAYMENT" TO WS-SKIP-SOURCE
               MOVE SPACES TO WS-SKIP-IDENT
               STRING "CLAIM " PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                      " AUTH " PYMT-AUTH-CODE OF PAYMENT-RECORD
                   DELIMITED BY SIZE INTO WS-SKIP-IDENT
               END-STRING
               MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                   TO WS-RECORD-DATE
               PERFORM 7100-WRITE-SKIP-LINE
           END-IF.

       3000-ARCHIVE-SEEN-CLAIMS.
           OPEN INPUT SEEN-CLAIM-FILE

       3100-SPLIT-SEEN-CLAIM.
      *    THE SERVICE DATE SITS IN COLUMNS 11-18 OF THE SEEN-CLAIM
      *    RECORD (AFTER THE 10-BYTE POLICY NUMBER) AND THE PROVIDER
      *    IN COLUMNS 30-37 - SEE CLMEDIT'S SEEN-CLAIM-RECORD LAYOUT
           READ SEEN-CLAIM-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   MOVE SEEN-CLAIM-RECORD(11:8) TO WS-RECORD-DATE-X
                   MOVE 'N' TO WS-LHLD-FOUND
                   IF WS-RECORD-DATE < WS-CUTOFF-DATE
                       PERFORM 3200-CHECK-SEEN-HOLD
                   END-IF
                   IF RECORD-ON-HOLD
                       ADD 1 TO WS-SEEN-HELD
                   END-IF
                   IF WS-RECORD-DATE < WS-CUTOFF-DATE
                     AND NOT RECORD-ON-HOLD
                       MOVE SEEN-CLAIM-RECORD TO SEEN-ARCHIVE-RECORD
                       WRITE SEEN-ARCHIVE-RECORD
                       ADD 1 TO WS-SEEN-ARCHIVED
                   END-IF
           END-READ.

       3200-CHECK-SEEN-HOLD.
           MOVE SPACES TO WS-LHLD-SUBJECT
           MOVE SEEN-CLAIM-RECORD(1:10)
               TO LHS-POLICY-NUMBER OF WS-LHLD-SUBJECT
           MOVE SEEN-CLAIM-RECORD(30:8)
               TO LHS-PROVIDER-ID OF WS-LHLD-SUBJECT
           MOVE WS-RECORD-DATE TO LHS-FROM-DATE OF WS-LHLD-SUBJECT
           MOVE WS-RECORD-DATE TO LHS-THRU-DATE OF WS-LHLD-SUBJECT
           PERFORM 7000-CHECK-LEGAL-HOLD
           IF RECORD-ON-HOLD
               MOVE "SEEN CLAIM" TO WS-SKIP-SOURCE
               MOVE SPACES TO WS-SKIP-IDENT
               STRING "POLICY " SEEN-CLAIM-RECORD(1:10)
                      " PROVIDER " SEEN-CLAIM-RECORD(30:8)
                   DELIMITED BY SIZE INTO WS-SKIP-IDENT
               END-STRING
               PERFORM 7100-WRITE-SKIP-LINE
           END-IF.

       4000-ARCHIVE-EOB-LETTERS.
           OPEN INPUT EOB-LETTER-FILE
           IF WS-EOB-STATUS NOT = "00"

           MOVE ZERO TO WS-BLOCK-LINE-COUNT
           MOVE ZERO TO WS-BLOCK-DATE
           MOVE SPACES TO WS-BLOCK-POLICY
           MOVE SPACES TO WS-BLOCK-CLAIM
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 4100-GATHER-EOB-LINE UNTIL EOF-CURRENT-FILE
           PERFORM 4300-FLUSH-BLOCK THRU 4300-EXIT

           CLOSE EOB-LETTER-FILE
           CLOSE NEW-EOB-LETTER-FILE
      *    THE LETTER'S DATE AT COLUMNS 27-34
           IF EOB-LETTER-LINE(1:10) = "=========="
             AND WS-BLOCK-LINE-COUNT > 0
               PERFORM 4300-FLUSH-BLOCK THRU 4300-EXIT
           END-IF

           IF WS-BLOCK-LINE-COUNT < WS-MAX-BLOCK-LINES
           IF EOB-LETTER-LINE(1:26) = "EXPLANATION OF BENEFITS - "
               MOVE EOB-LETTER-LINE(27:8) TO WS-RECORD-DATE-X
               MOVE WS-RECORD-DATE TO WS-BLOCK-DATE
           END-IF
           IF EOB-LETTER-LINE(1:15) = "POLICY NUMBER: "
               MOVE EOB-LETTER-LINE(16:10) TO WS-BLOCK-POLICY
           END-IF
           IF EOB-LETTER-LINE(1:14) = "CLAIM NUMBER: "
               MOVE EOB-LETTER-LINE(15:10) TO WS-BLOCK-CLAIM
           END-IF.

       4300-FLUSH-BLOCK.
               GO TO 4300-EXIT
           END-IF

           MOVE 'N' TO WS-LHLD-FOUND
           IF WS-BLOCK-DATE > 0 AND WS-BLOCK-DATE < WS-CUTOFF-DATE
               PERFORM 4350-CHECK-EOB-HOLD
           END-IF
           IF RECORD-ON-HOLD
               ADD 1 TO WS-EOB-HELD
           END-IF

           IF WS-BLOCK-DATE > 0 AND WS-BLOCK-DATE < WS-CUTOFF-DATE
             AND NOT RECORD-ON-HOLD
               PERFORM 4400-WRITE-BLOCK-TO-ARCHIVE
                   VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-LINE-COUNT
           END-IF

           MOVE ZERO TO WS-BLOCK-LINE-COUNT
           MOVE ZERO TO WS-BLOCK-DATE
           MOVE SPACES TO WS-BLOCK-POLICY
           MOVE SPACES TO WS-BLOCK-CLAIM.

       4300-EXIT.
           EXIT.

       4350-CHECK-EOB-HOLD.
           MOVE SPACES TO WS-LHLD-SUBJECT
           MOVE WS-BLOCK-CLAIM TO LHS-CLAIM-NUMBER OF WS-LHLD-SUBJECT
           MOVE WS-BLOCK-POLICY
               TO LHS-POLICY-NUMBER OF WS-LHLD-SUBJECT
           MOVE WS-BLOCK-DATE TO LHS-FROM-DATE OF WS-LHLD-SUBJECT
           MOVE WS-BLOCK-DATE TO LHS-THRU-DATE OF WS-LHLD-SUBJECT
           PERFORM 7000-CHECK-LEGAL-HOLD
           IF RECORD-ON-HOLD
               MOVE "EOB LETTER" TO WS-SKIP-SOURCE
               MOVE SPACES TO WS-SKIP-IDENT
               STRING "CLAIM " WS-BLOCK-CLAIM
                      " POLICY " WS-BLOCK-POLICY
                   DELIMITED BY SIZE INTO WS-SKIP-IDENT
               END-STRING
               MOVE WS-BLOCK-DATE TO WS-RECORD-DATE
               PERFORM 7100-WRITE-SKIP-LINE
           END-IF.

       4400-WRITE-BLOCK-TO-ARCHIVE.
           MOVE WS-BLOCK-LINE(WS-BLOCK-IDX) TO EOB-ARCHIVE-LINE
           WRITE EOB-ARCHIVE-LINE.
                   MOVE ERROR-LOG-LINE(6:2) TO WS-ELOG-MONTH
                   MOVE ERROR-LOG-LINE(9:2) TO WS-ELOG-DAY
                   MOVE WS-ERRLOG-WORK-DATE TO WS-RECORD-DATE-X
                   MOVE 'N' TO WS-LHLD-FOUND
                   IF WS-RECORD-DATE IS NUMERIC
                     AND WS-RECORD-DATE < WS-CUTOFF-DATE
                       PERFORM 6200-CHECK-LOG-HOLD
                   END-IF
                   IF RECORD-ON-HOLD
                       ADD 1 TO WS-LOG-HELD
                   END-IF
                   IF WS-RECORD-DATE IS NUMERIC
                     AND WS-RECORD-DATE < WS-CUTOFF-DATE
                     AND NOT RECORD-ON-HOLD
                       MOVE ERROR-LOG-LINE TO ERRLOG-ARCHIVE-LINE
                       WRITE ERRLOG-ARCHIVE-LINE
                       ADD 1 TO WS-LOG-ARCHIVED
                   END-IF
           END-READ.

       6200-CHECK-LOG-HOLD.
      *    A LOG LINE HAS NO FIXED LAYOUT PAST ITS TIMESTAMP - A
      *    CLAIM, POLICY OR PROVIDER HOLD COVERS IT WHEN ITS KEY
      *    APPEARS ANYWHERE IN THE MESSAGE
           MOVE SPACES TO WS-LHLD-SUBJECT
           MOVE WS-RECORD-DATE TO LHS-FROM-DATE OF WS-LHLD-SUBJECT
           MOVE WS-RECORD-DATE TO LHS-THRU-DATE OF WS-LHLD-SUBJECT
           MOVE ERROR-LOG-LINE(21:112) TO LHS-TEXT OF WS-LHLD-SUBJECT
           PERFORM 7000-CHECK-LEGAL-HOLD
           IF RECORD-ON-HOLD
               MOVE "ERROR LOG" TO WS-SKIP-SOURCE
               MOVE ERROR-LOG-LINE(48:40) TO WS-SKIP-IDENT
               PERFORM 7100-WRITE-SKIP-LINE
           END-IF.

       7000-CHECK-LEGAL-HOLD.
           MOVE "C" TO WS-LHLD-FUNCTION
           CALL 'LHLDCHK' USING WS-LHLD-FUNCTION
                                WS-LHLD-SUBJECT
                                WS-LHLD-ENTRY
                                WS-LHLD-FOUND.

       7100-WRITE-SKIP-LINE.
           MOVE SPACES TO HOLD-SKIP-LINE
           STRING WS-SKIP-SOURCE WS-SKIP-IDENT
                  " DATED " WS-RECORD-DATE
                  " HELD FOR MATTER "
                  LHLD-MATTER-ID OF WS-LHLD-ENTRY
               DELIMITED BY SIZE INTO HOLD-SKIP-LINE
           END-STRING
           WRITE HOLD-SKIP-LINE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "RETENTION ARCHIVE/PURGE COMPLETE"
               " / " WS-EOB-ARCHIVED
           DISPLAY "LOG LINES KEPT/ARCHIVED:    " WS-LOG-KEPT
               " / " WS-LOG-ARCHIVED
           DISPLAY "KEPT PAST CUTOFF FOR LEGAL HOLD - PAYMENTS "
               WS-PAY-HELD " SEEN CLAIMS " WS-SEEN-HELD
           DISPLAY "    EOB LETTERS " WS-EOB-HELD
               " LOG LINES " WS-LOG-HELD
           DISPLAY "HELD RECORDS LISTED ON reports/legal_hold_skips.txt"
           DISPLAY "PROMOTE THE *_new FILES OVER THE LIVE ONES AS "
                   "ARCHPURG.JCL DOES".

       9000-CLEANUP.
           CLOSE HOLD-SKIP-FILE.
