      * DOCUMENTED. MIRRORS HOLDDISP'S MECHANICS FOR THE SIU FRAUD     *
      * HOLDS, PLUS A FINDINGS REPORT BY AUDITOR SO AUDIT MANAGEMENT   *
      * CAN SEE WHO RULED ON WHAT AND WHAT IT CAUGHT.                  *
      * EACH DISPOSITION'S LEDGER LINES ARE READ BY AUTH CODE AND      *
      * REWRITTEN IN PLACE THROUGH PYMTIO. THE AUDITOR WHO RULED IS    *
      * THE DISPOSITION'S MAKER - IT IS APPLIED ONLY ONCE A CHECKER    *
      * OTHER THAN THE AUDITOR HAS APPROVED IT (APRVCHK). AN           *
      * UNAPPROVED ONE IS LOGGED AND LEAVES THE HOLD ACTIVE, A         *
      * SELF-APPROVED ONE IS LOGGED AS AN ALERT                        *
      * DISPOSITION RECORD: AUTH(6) CLAIM(10) ACTION(1 R/D)            *
      * AUDITOR(8) REASON(20) CHECKER(8)                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-TRANS-FILE
               ASSIGN TO "data/audit_disps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HOLD-STATUS.

           SELECT FINDINGS-REPORT-FILE
               ASSIGN TO "reports/audit_findings.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-TRANS-FILE.
       01  DISP-TRANS-RECORD.
           05  ADSP-AUTH-CODE       PIC X(6).
               88  ADSP-DENY            VALUE "D".
           05  ADSP-AUDITOR-ID      PIC X(8).
           05  ADSP-REASON          PIC X(20).
           05  ADSP-CHECKER-ID      PIC X(8).

       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD.
           COPY AUDHREC.

       FD  FINDINGS-REPORT-FILE.
       01  FINDINGS-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-AUDIT-HOLD-STATUS     PIC XX.
       01  WS-FINDINGS-STATUS       PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE FULL AUDIT HOLD FILE, UPDATED IN PLACE AND REWRITTEN
           05  WS-HD-ENTRY OCCURS 5000 TIMES.
               COPY AUDHREC REPLACING ==05== BY ==10==.

      * MAKER-CHECKER RELEASE OF EACH DISPOSITION - SEE APRVCHK
       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.
       01  WS-APPROVAL-REJECT-DATA.
           05  WS-AR-AUTH-CODE      PIC X(6).
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
           PERFORM 6000-WRITE-FINDINGS-REPORT
           PERFORM 9050-SAVE-HOLDS
           PERFORM 5000-DISPLAY-SUMMARY

           CALL 'BIZDATE' USING WS-TODAY-DATE


           OPEN INPUT DISP-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AUDHDISP WARNING: NO AUDIT HOLD FILE - "
                       "NOTHING TO DISPOSE"
               SET EOF-HOLD TO TRUE
           END-IF.

       2000-LOAD-HOLDS.
           READ AUDIT-HOLD-FILE
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
      *    AN UNRELEASED RULING IS NOT TALLIED TO ITS AUDITOR - THE
      *    FINDINGS REPORT SHOWS ONLY RULINGS THAT TOOK EFFECT
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE "AUDHDISP" TO APRQ-SOURCE
           STRING ADSP-AUTH-CODE ADSP-CLAIM-NUMBER ADSP-ACTION
               DELIMITED BY SIZE INTO APRQ-TRANS-KEY
           END-STRING
           MOVE ADSP-AUDITOR-ID TO APRQ-MAKER-ID
           MOVE ADSP-CHECKER-ID TO APRQ-CHECKER-ID
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF NOT APRQ-RELEASED
               ADD 1 TO WS-DISPS-UNAPPROVED
               MOVE ADSP-AUTH-CODE TO WS-AR-AUTH-CODE
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
               MOVE WS-AU-IDX TO WS-AU-MATCH-IDX
           END-IF.

       4000-UPDATE-LEDGER.
      *    THE DISPOSITION'S LINES COME BACK FROM PYMTIO BY AUTH CODE,
      *    STARTING AT THE LOWEST PAY TYPE
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE WS-DP-AUTH-CODE(WS-DP-IDX)
               TO PYMT-AUTH-CODE OF PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
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
               OR PYMT-AUTH-CODE OF PAYMENT-RECORD
                   NOT = WS-DP-AUTH-CODE(WS-DP-IDX)
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "U"
                 AND PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                       = WS-DP-CLAIM-NUMBER(WS-DP-IDX)
                   PERFORM 4100-ADVANCE-OR-CANCEL
               END-IF
           END-IF.

       4100-ADVANCE-OR-CANCEL.
      *    A HELD LINE WHOSE AUDIT HOLD WAS RELEASED THIS RUN GOES
      *    BACK TO AUTHORIZED FOR THE NEXT DISBURSEMENT SWEEP; A
      *    DENIED ONE CANCELS OUTRIGHT WITH THE FINDING ON THE QUEUE
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

       6000-WRITE-FINDINGS-REPORT.
           OPEN OUTPUT FINDINGS-REPORT-FILE
           DISPLAY "HOLDS RELEASED:     " WS-HOLDS-RELEASED
           DISPLAY "HOLDS DENIED:       " WS-HOLDS-DENIED
           DISPLAY "DISPOSITIONS REJECTED: " WS-DISPS-REJECTED
           DISPLAY "NOT RELEASED (APPROVAL): " WS-DISPS-UNAPPROVED
           DISPLAY "LEDGER LINES RELEASED:  " WS-LEDGER-RELEASED
           DISPLAY "LEDGER LINES CANCELLED: " WS-LEDGER-CANCELLED
           DISPLAY "FINDINGS REPORT: reports/audit_findings.txt".

       9000-CLEANUP.
           CLOSE DISP-TRANS-FILE.
