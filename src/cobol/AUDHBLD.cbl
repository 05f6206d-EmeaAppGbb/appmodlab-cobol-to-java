      * DETERMINISTIC SPREAD OVER THE AUTH-CODE SEQUENCE RATHER THAN  *
      * A TRUE RANDOM DRAW, SO A RERUN SELECTS THE SAME ENTRIES AND   *
      * THE SELECTION CAN BE DEFENDED TO THE AUDITORS THEMSELVES.     *
      * SELECTED LINES ARE REWRITTEN IN PLACE THROUGH PYMTIO           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT AUDIT-HOLD-FILE
               ASSIGN TO "data/audit_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD.
           COPY AUDHREC.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-AUDIT-HOLD-STATUS     PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * AUDIT SELECTION RULES - DEFAULTED HERE AND OVERRIDDEN BY
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-JUDGE-LEDGER UNTIL EOF-PAYMENT
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.

       1000-INITIALIZATION.

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1200-LOAD-RULES

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "AUDHBLD WARNING: PAYMENT LEDGER EMPTY - "
                       "NOTHING TO SELECT"
               SET EOF-PAYMENT TO TRUE
           END-IF.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
           END-READ.

       2000-JUDGE-LEDGER.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF PYMT-STATUS OF PAYMENT-RECORD = "A"
                   ADD 1 TO WS-AUTH-SEEN
                   PERFORM 2100-JUDGE-SELECTION THRU 2100-EXIT
               END-IF
           END-IF.

       2100-JUDGE-SELECTION.
           MOVE SPACE TO WS-SELECT-REASON
           GO TO 2100-EXIT.

       2100-HOLD.
           MOVE "U" TO PYMT-STATUS OF PAYMENT-RECORD
           MOVE "U" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
               TO WS-DOLLARS-HELD
           PERFORM 2500-APPEND-AUDIT-HOLD.
           DISPLAY "HELD OVER THRESHOLD:    " WS-HELD-THRESHOLD
           DISPLAY "HELD BY SAMPLE:         " WS-HELD-SAMPLE
           DISPLAY "DOLLARS HELD: $" WS-DOLLARS-HELD
           DISPLAY "AUDIT QUEUE: data/audit_holds.dat".
