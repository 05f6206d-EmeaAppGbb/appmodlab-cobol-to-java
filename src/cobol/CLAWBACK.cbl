      * DENIALS, COB OVERPAYMENTS, BILLING ERRORS) AGAINST THE AMOUNT  *
      * ACTUALLY PAID ON THE PAYMENT LEDGER AND WRITES ONE RECOVERY    *
      * LEDGER RECORD PER TRANSACTION - A TRANSACTION FOR A CLAIM WITH *
      * NO PAYMENT ON FILE IS REJECTED RATHER THAN RECOVERED BLIND.    *
      * A RECOVERY DATED INTO A MONTH FINANCE HAS CLOSED BOOKS TO THE  *
      * FIRST OPEN MONTH (ACCTPER), THE RECOVERY DATE KEPT. A          *
      * TRANSACTION IS APPLIED ONLY ONCE A CHECKER OTHER THAN ITS      *
      * MAKER HAS APPROVED IT (APRVCHK) - AN UNAPPROVED ONE IS LOGGED  *
      * AND LEFT ON THE FILE FOR THE NEXT RUN, A SELF-APPROVED ONE IS  *
      * LOGGED AS AN ALERT                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
      * THE ACCOUNTING DATE TODAY'S POSTINGS BOOK UNDER - SEE ACCTPER
       01  WS-POSTING-DATE          PIC 9(8).
       01  WS-ACCTPER-PROGRAM       PIC X(8) VALUE "CLAWBACK".

      * MAKER-CHECKER RELEASE OF EACH TRANSACTION - SEE APRVCHK
       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.
       01  WS-APPROVAL-REJECT-DATA.
           05  WS-AR-CLAIM-NUMBER   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AR-REASON         PIC X(9).

       01  WS-MAX-CLAIMS-TRACKED    PIC 9(5) VALUE 5000.
       01  WS-PAID-COUNT            PIC 9(5) VALUE 0.
           05  WS-RECOVERED-FULL    PIC 9(5) VALUE 0.
           05  WS-RECOVERED-PART    PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNAPPROVED-COUNT  PIC 9(5) VALUE 0.
           05  WS-TOTAL-RECOVERED   PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "CONTINENTAL INSURANCE - OVERPAYMENT RECOVERY"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           CALL 'ACCTPER' USING WS-ACCTPER-PROGRAM
                                WS-TODAY-DATE
                                WS-POSTING-DATE

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "CLAWBACK WARNING: PAYMENT LEDGER EMPTY - "
                       "NO RECOVERIES CAN BE VALIDATED"
           ELSE
               MOVE 'N' TO WS-EOF-PAYMENT
               PERFORM 1100-LOAD-PAYMENT-TOTALS UNTIL EOF-PAYMENT
           END-IF

           OPEN INPUT CLAWBACK-TRANS-FILE
           OPEN OUTPUT RECOVERY-FILE.

       1100-LOAD-PAYMENT-TOTALS.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 1150-ACCUMULATE-PAYMENT
           END-IF.

       1150-ACCUMULATE-PAYMENT.
      *    THE PAID BASE A RECOVERY IS CHECKED AGAINST IS EVERYTHING
      *    RECONCILIATION ADVANCE A TO P TO C/S WITHOUT CHANGING
      *    WHAT WAS PAID, AND AN OFFSET (O) LINE SETTLED VALUE TO THE
      *    PROVIDER JUST AS A CHECK WOULD HAVE; VOIDED, HELD AND
      *    CANCELLED LINES NEVER DID. AN HRA REIMBURSEMENT PAID THE
      *    MEMBER'S OWN SHARE, NOT THE CLAIM, SO IT IS NO PART OF
      *    WHAT A PROVIDER CAN BE ASKED TO GIVE BACK
           IF PYMT-HRA-LINE
               CONTINUE
           ELSE
           IF PYMT-STATUS = "A" OR PYMT-STATUS = "P"
               OR PYMT-STATUS = "C" OR PYMT-STATUS = "S"
               OR PYMT-STATUS = "O"
                   MOVE PYMT-PROVIDER-ID
                       TO WS-PD-PROVIDER-ID(WS-PD-MATCH-IDX)
               END-IF
           END-IF
           END-IF.

       1200-FIND-PAID-ENTRY.
       2100-APPLY-RECOVERY.
           ADD 1 TO WS-TRANS-READ

           PERFORM 2050-CHECK-APPROVAL
           IF NOT APRQ-RELEASED
               GO TO 2100-EXIT
           END-IF

           MOVE CLWT-CLAIM-NUMBER TO CLAW-CLAIM-NUMBER
           MOVE CLWT-REASON-CODE TO CLAW-REASON-CODE
           MOVE WS-TODAY-DATE TO CLAW-RECOVERY-DATE
           MOVE WS-POSTING-DATE TO CLAW-POSTING-DATE
      *    NOTHING COLLECTED YET - PAYDISB POSTS OFFSETS HERE AS IT
      *    NETS THE PROVIDER'S FUTURE DISBURSEMENTS
           MOVE SPACES TO CLAW-PROVIDER-ID
       2100-EXIT.
           EXIT.

       2050-CHECK-APPROVAL.
      *    THE APPROVAL COVERS THE CLAIM, THE AMOUNT AND THE REASON AS
      *    THE CHECKER SAW THEM - NOTHING IS WRITTEN TO THE RECOVERY
      *    LEDGER FOR A TRANSACTION STILL WAITING ON ITS CHECKER
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE "CLAWBACK" TO APRQ-SOURCE
           STRING CLWT-CLAIM-NUMBER CLWT-RECOVERY-AMOUNT
                  CLWT-REASON-CODE
               DELIMITED BY SIZE INTO APRQ-TRANS-KEY
           END-STRING
           MOVE CLWT-MAKER-ID TO APRQ-MAKER-ID
           MOVE CLWT-CHECKER-ID TO APRQ-CHECKER-ID
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF NOT APRQ-RELEASED
               ADD 1 TO WS-UNAPPROVED-COUNT
               MOVE CLWT-CLAIM-NUMBER TO WS-AR-CLAIM-NUMBER
               MOVE APRQ-REASON TO WS-AR-REASON
               DISPLAY "  RECOVERY NOT RELEASED (" APRQ-REASON
                   ") FOR CLAIM: " CLWT-CLAIM-NUMBER
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

       2200-FIND-EXISTING-PAYMENT.
           IF WS-PD-CLAIM-NUMBER(WS-PD-IDX) = CLWT-CLAIM-NUMBER
               SET PD-FOUND TO TRUE
           DISPLAY "RECOVERED IN FULL:     " WS-RECOVERED-FULL
           DISPLAY "RECOVERED IN PART:     " WS-RECOVERED-PART
           DISPLAY "REJECTED (NO PAYMENT): " WS-REJECTED-COUNT
           DISPLAY "NOT RELEASED (APPROVAL): " WS-UNAPPROVED-COUNT
           DISPLAY "TOTAL AMOUNT RECOVERED: $" WS-TOTAL-RECOVERED
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
               DISPLAY "RECOVERIES BOOKED TO " WS-POSTING-DATE
                       " - " WS-TODAY-DATE " IS IN A CLOSED PERIOD"
           END-IF
           DISPLAY "RECOVERY LEDGER WRITTEN TO: data/recoveries.dat".

       9000-CLEANUP.
