      * RELEASE ADVANCES HELD ENTRIES TO AUTHORIZED SO THE NEXT        *
      * DISBURSEMENT RUN PAYS THEM, A DENY CANCELS THEM WITH THE       *
      * DOCUMENTED REASON. THE HOLD FILE IS LOADED IN FULL AND         *
      * REWRITTEN; THE HELD LEDGER LINES ARE READ AND REWRITTEN IN     *
      * PLACE THROUGH PYMTIO. A DISPOSITION IS APPLIED ONLY ONCE A     *
      * CHECKER OTHER THAN ITS MAKER HAS APPROVED IT (APRVCHK) - AN    *
      * UNAPPROVED ONE IS LOGGED AND LEAVES THE HOLD ACTIVE, A         *
      * SELF-APPROVED ONE IS LOGGED AS AN ALERT                        *
      * DISPOSITION RECORD: PROVIDER(8) CLAIM(10) ACTION(1 R/D)       *
      * REASON(20) MAKER(8) CHECKER(8)                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-TRANS-FILE
               ASSIGN TO "data/hold_disps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-TRANS-FILE.
       01  DISP-TRANS-RECORD.
           05  HDSP-PROVIDER-ID     PIC X(8).
               88  HDSP-RELEASE         VALUE "R".
               88  HDSP-DENY            VALUE "D".
           05  HDSP-REASON          PIC X(20).
           05  HDSP-MAKER-ID        PIC X(8).
           05  HDSP-CHECKER-ID      PIC X(8).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-HOLD-STATUS           PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE FULL HOLD FILE, UPDATED IN PLACE AND REWRITTEN
           05  WS-HD-ENTRY OCCURS 5000 TIMES.
               COPY HOLDREC REPLACING ==05== BY ==10==.

      * MAKER-CHECKER RELEASE OF EACH DISPOSITION - SEE APRVCHK
       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.
       01  WS-APPROVAL-REJECT-DATA.
           05  WS-AR-CLAIM-NUMBER   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AR-REASON         PIC X(9).

      * DISPOSITIONS APPLIED THIS RUN - EACH ONE THEN PULLS ITS OWN
      * HELD LEDGER LINES TO ADVANCE OR CANCEL
       01  WS-MAX-DISPS             PIC 9(5) VALUE 1000.
       01  WS-DISP-COUNT            PIC 9(5) VALUE 0.
       01  WS-DP-IDX                PIC 9(5) VALUE 0.
           05  WS-HOLDS-RELEASED    PIC 9(5) VALUE 0.
           05  WS-HOLDS-DENIED      PIC 9(5) VALUE 0.
           05  WS-DISPS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-DISPS-UNAPPROVED  PIC 9(5) VALUE 0.
           05  WS-LEDGER-RELEASED   PIC 9(5) VALUE 0.
           05  WS-LEDGER-CANCELLED  PIC 9(5) VALUE 0.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-HOLDS UNTIL EOF-HOLD
           PERFORM 3000-APPLY-DISPOSITIONS UNTIL EOF-TRANS
           PERFORM 4000-UPDATE-LEDGER
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DISP-COUNT
           PERFORM 9050-SAVE-HOLDS
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT DISP-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOLD DISPOSITION FILE: "
               DISPLAY "HOLDDISP WARNING: NO HOLD FILE - NOTHING TO "
                       "DISPOSE"
               SET EOF-HOLD TO TRUE
           END-IF.

       2000-LOAD-HOLDS.
           READ HOLD-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISPS-READ
                   PERFORM 3050-CHECK-APPROVAL
                   IF APRQ-RELEASED
                       PERFORM 3100-APPLY-ONE-DISPOSITION
                   END-IF
           END-READ.

       3050-CHECK-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE "HOLDDISP" TO APRQ-SOURCE
           STRING HDSP-PROVIDER-ID HDSP-CLAIM-NUMBER HDSP-ACTION
               DELIMITED BY SIZE INTO APRQ-TRANS-KEY
           END-STRING
           MOVE HDSP-MAKER-ID TO APRQ-MAKER-ID
           MOVE HDSP-CHECKER-ID TO APRQ-CHECKER-ID
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF NOT APRQ-RELEASED
               ADD 1 TO WS-DISPS-UNAPPROVED
               IF HDSP-CLAIM-NUMBER = SPACES
                   MOVE HDSP-PROVIDER-ID TO WS-AR-CLAIM-NUMBER
               ELSE
                   MOVE HDSP-CLAIM-NUMBER TO WS-AR-CLAIM-NUMBER
               END-IF
               MOVE APRQ-REASON TO WS-AR-REASON
               IF APRQ-SELF-APPROVED
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-TRANS-SELF-APPROVED
                       BY CONTENT WS-APPROVAL-REJECT-DATA
               ELSE
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-TRANS-NOT-APPROVED
                       BY CONTENT WS-APPROVAL-REJECT-DATA
               END-IF
           END-IF.

       3100-APPLY-ONE-DISPOSITION.
           MOVE 'N' TO WS-DP-FOUND
           PERFORM 3150-MATCH-ACTIVE-HOLD
                   TO HOLD-DISP-REASON OF WS-HD-ENTRY(WS-HD-IDX)
           END-IF.

       4000-UPDATE-LEDGER.
      *    THE DISPOSITION'S LEDGER LINES COME BACK FROM PYMTIO ON THE
      *    CLAIM ALTERNATE KEY, OR ON THE PROVIDER ALTERNATE KEY FOR A
      *    PROVIDER-WIDE HOLD THAT NAMES NO CLAIM
           MOVE LOW-VALUES TO PAYMENT-RECORD
           IF WS-DP-CLAIM-NUMBER(WS-DP-IDX) = SPACES
               MOVE WS-DP-PROVIDER-ID(WS-DP-IDX)
                   TO PYMT-PROVIDER-ID OF PAYMENT-RECORD
               MOVE "V" TO WS-PYMTIO-FUNCTION
           ELSE
               MOVE WS-DP-CLAIM-NUMBER(WS-DP-IDX)
                   TO PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
               MOVE "C" TO WS-PYMTIO-FUNCTION
           END-IF
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           MOVE 'N' TO WS-EOF-PAYMENT
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF
           PERFORM 4050-READ-DISP-LINE UNTIL EOF-PAYMENT.

       4050-READ-DISP-LINE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF (WS-DP-CLAIM-NUMBER(WS-DP-IDX) = SPACES
                   AND PYMT-PROVIDER-ID OF PAYMENT-RECORD
                         NOT = WS-DP-PROVIDER-ID(WS-DP-IDX))
                 OR (WS-DP-CLAIM-NUMBER(WS-DP-IDX) NOT = SPACES
                   AND PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                         NOT = WS-DP-CLAIM-NUMBER(WS-DP-IDX))
                   SET EOF-PAYMENT TO TRUE
               ELSE
                   IF PYMT-STATUS OF PAYMENT-RECORD = "H"
                       PERFORM 4100-ADVANCE-OR-CANCEL
                   END-IF
               END-IF
           END-IF.

       4100-ADVANCE-OR-CANCEL.
      *    A HELD LINE WHOSE HOLD WAS RELEASED THIS RUN BECOMES AN
      *    ORDINARY AUTHORIZATION FOR THE NEXT DISBURSEMENT SWEEP; A
      *    DENIED HOLD CANCELS THE LINE OUTRIGHT
           IF WS-DP-ACTION(WS-DP-IDX) = "R"
               MOVE "A" TO PYMT-STATUS OF PAYMENT-RECORD
               ADD 1 TO WS-LEDGER-RELEASED
           ELSE
               MOVE "X" TO PYMT-STATUS OF PAYMENT-RECORD
               ADD 1 TO WS-LEDGER-CANCELLED
           END-IF
           MOVE "U" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK.

       9050-SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           DISPLAY "HOLDS RELEASED:     " WS-HOLDS-RELEASED
           DISPLAY "HOLDS DENIED:       " WS-HOLDS-DENIED
           DISPLAY "DISPOSITIONS REJECTED: " WS-DISPS-REJECTED
           DISPLAY "NOT RELEASED (APPROVAL): " WS-DISPS-UNAPPROVED
           DISPLAY "LEDGER LINES RELEASED:  " WS-LEDGER-RELEASED
           DISPLAY "LEDGER LINES CANCELLED: " WS-LEDGER-CANCELLED.

       9000-CLEANUP.
           CLOSE DISP-TRANS-FILE.
