      * A PAYEE WHO RESPONDS IS HANDLED THE EXISTING WAY - PAYVOID     *
      * VOIDS AND REISSUES THE STALE PAYMENT, WHICH TAKES IT OFF       *
      * STATUS S BEFORE THIS BATCH EVER ESCHEATS IT.                   *
      * THE ESCHEATED LEDGER LINES ARE REWRITTEN IN PLACE THROUGH      *
      * PYMTIO                                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT TRACKING-FILE
               ASSIGN TO "data/escheat_track.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  TRACKING-FILE.
       01  TRACKING-RECORD.
           COPY ESCHREC.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-TRACKING-STATUS       PIC XX.
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-DAYS-DORMANT          PIC S9(7).
       01  WS-DAYS-SINCE-DD         PIC S9(7).
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.
       01  WS-PAYEE-GROUP-NUMBER    PIC X(8).
       01  WS-GROUP-RECORD.
           COPY GRPREC.
       01  WS-GROUP-FOUND           PIC X VALUE 'N'.

       01  WS-PAYEE-NAME            PIC X(30).
       01  WS-PAYEE-STATE           PIC X(2).
           05  WS-DOLLARS-ESCHEATED PIC 9(11)V99 VALUE 0.
           05  WS-LEDGER-MARKED     PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "ESCHEAT".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 4000-REWRITE-LEDGER UNTIL EOF-PAYMENT
           PERFORM 7000-SAVE-TRACKING
           PERFORM 5000-DISPLAY-SUMMARY
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-TAXID-TABLE THRU 1300-EXIT

               SET EOF-TRACKING TO TRUE
           END-IF

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "ESCHEAT WARNING: PAYMENT LEDGER EMPTY - "
                       "NOTHING TO AGE"
               SET EOF-PAYMENT TO TRUE
           END-IF.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
           CLOSE STATE-REMIT-FILE.

       4000-REWRITE-LEDGER.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF PYMT-STATUS OF PAYMENT-RECORD = "S"
                   PERFORM 4100-JUDGE-STALE-ENTRY THRU 4100-EXIT
               END-IF
           END-IF.

       4100-JUDGE-STALE-ENTRY.
      *    ALREADY ON THE TRACKING FILE: ESCHEAT THE LEDGER LINE IF
               UNTIL WS-TK-IDX > WS-TRACK-COUNT OR TK-FOUND
           IF TK-FOUND
               IF ESCH-ESCHEATED OF WS-TK-ENTRY(WS-TK-MATCH-IDX)
                   MOVE "E" TO PYMT-STATUS OF PAYMENT-RECORD
                   MOVE "U" TO WS-PYMTIO-FUNCTION
                   CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                       PAYMENT-RECORD
                                       WS-PYMTIO-OK
                   ADD 1 TO WS-LEDGER-MARKED
               END-IF
               GO TO 4100-EXIT
       4200-RESOLVE-PAYEE.
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE SPACES TO WS-PAYEE-STATE
           EVALUATE TRUE
               WHEN PYMT-PAYEE-MEMBER OF PAYMENT-RECORD
                   PERFORM 4220-RESOLVE-MEMBER-PAYEE
               WHEN PYMT-PAYEE-GROUP OF PAYMENT-RECORD
                   PERFORM 4230-RESOLVE-GROUP-PAYEE
               WHEN OTHER
                   PERFORM 4240-RESOLVE-PROVIDER-PAYEE
           END-EVALUATE.

       4220-RESOLVE-MEMBER-PAYEE.
           MOVE 'N' TO WS-POLICY-FOUND
               END-IF
           END-IF.

       4230-RESOLVE-GROUP-PAYEE.
      *    AN EMPLOYER GROUP'S LAST KNOWN STATE IS THE STATE ITS
      *    CONTRACT WAS ISSUED IN
           MOVE PYMT-POLICY-NUMBER OF PAYMENT-RECORD
               TO WS-PAYEE-GROUP-NUMBER
           MOVE 'N' TO WS-GROUP-FOUND
           CALL 'GRPLKUP' USING WS-PAYEE-GROUP-NUMBER
                                WS-GROUP-RECORD
                                WS-GROUP-FOUND
           IF WS-GROUP-FOUND = 'Y'
               MOVE GRP-GROUP-NAME OF WS-GROUP-RECORD
                   TO WS-PAYEE-NAME
               MOVE GRP-SITUS-STATE OF WS-GROUP-RECORD
                   TO WS-PAYEE-STATE
           ELSE
               MOVE WS-PAYEE-GROUP-NUMBER TO WS-PAYEE-NAME
           END-IF.

       4240-RESOLVE-PROVIDER-PAYEE.
           MOVE 'N' TO WS-TI-FOUND
           PERFORM 4250-SCAN-TAXID
               MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                   TO ESCH-CLAIM-NUMBER
                       OF WS-TK-ENTRY(WS-TRACK-COUNT)
               EVALUATE TRUE
                   WHEN PYMT-PAYEE-MEMBER OF PAYMENT-RECORD
                       MOVE "M" TO ESCH-PAYEE-TYPE
                           OF WS-TK-ENTRY(WS-TRACK-COUNT)
                   WHEN PYMT-PAYEE-GROUP OF PAYMENT-RECORD
                       MOVE "G" TO ESCH-PAYEE-TYPE
                           OF WS-TK-ENTRY(WS-TRACK-COUNT)
                   WHEN OTHER
                       MOVE "P" TO ESCH-PAYEE-TYPE
                           OF WS-TK-ENTRY(WS-TRACK-COUNT)
               END-EVALUATE
               MOVE PYMT-PROVIDER-ID OF PAYMENT-RECORD
                   TO ESCH-PROVIDER-ID OF WS-TK-ENTRY(WS-TRACK-COUNT)
               MOVE PYMT-POLICY-NUMBER OF PAYMENT-RECORD
           DISPLAY "ITEMS ESCHEATED:       " WS-ITEMS-ESCHEATED
           DISPLAY "DOLLARS ESCHEATED: $" WS-DOLLARS-ESCHEATED
           DISPLAY "LEDGER LINES MARKED E: " WS-LEDGER-MARKED
           DISPLAY "TRACKING FILE: data/escheat_track.dat".
