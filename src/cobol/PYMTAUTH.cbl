      ******************************************************************
      * PAYMENT AUTHORIZATION SUBROUTINE                               *
      * CALCULATES THE PAYABLE AMOUNT FOR AN APPROVED CLAIM AND        *
      * WRITES THE AUTHORIZATION TO THE PAYMENT LEDGER THROUGH PYMTIO  *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "data/payment_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  RULES-RECORD.
           COPY RULEREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-AUTH-CTL-FILENAME     PIC X(60)
           VALUE "data/auth_sequence_ctl.dat".

      * A CLAIM WITH AN ACTIVE PAYMENT ALREADY ON THE LEDGER WHEN THIS
      * RUN STARTED - A SECOND AUTHORIZATION FOR ONE OF THESE IS A
      * RERUN OR AN OPERATOR ERROR AND IS REFUSED, NOT APPENDED BLIND.
      * EACH CALL READS THE CLAIM'S OWN LINES THROUGH PYMTIO ON THE
      * CLAIM ALTERNATE KEY. A LINE CARRYING THIS RUN'S AUTH-CODE
      * PREFIX AND A SEQUENCE PAST THE ONE THE RUN OPENED WITH WAS
      * ISSUED BY THIS RUN, AND IS PASSED OVER SO THE SECONDARY
      * COORDINATION-OF-BENEFITS LEG WRITTEN LATER IN THE SAME RUN IS
      * NOT MISTAKEN FOR A DOUBLE-PAY
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.
       01  WS-EOF-LEDGER            PIC X VALUE 'N'.
           88 EOF-LEDGER            VALUE 'Y'.
       01  WS-AC-FOUND              PIC X VALUE 'N'.
           88 AC-FOUND              VALUE 'Y'.
       01  WS-OPENING-SEQUENCE      PIC 9(4) VALUE 0.
       01  WS-RUN-PREFIX            PIC X(2) VALUE "PA".

      * ACTIVE FRAUD HOLDS - A CLAIM WHOSE PROVIDER OR CLAIM NUMBER
      * CARRIES ONE IS BOOKED AS HELD (STATUS H), NOT AUTHORIZED -
       01  WS-CURRENCY-CODE         PIC X(3).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE      PIC 9(8).
           05  FILLER REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-MONTH PIC 9(6).
               10  FILLER           PIC 9(2).
      *    A MONTHLY ORTHODONTIC INSTALLMENT IS ONLY REFUSED AGAINST
      *    AN INSTALLMENT ALREADY BOOKED IN THE SAME CALENDAR MONTH
       01  WS-LEDGER-DATE-FIELDS.
           05  WS-LEDGER-DATE       PIC 9(8).
           05  FILLER REDEFINES WS-LEDGER-DATE.
               10  WS-LEDGER-MONTH  PIC 9(6).
               10  FILLER           PIC 9(2).

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED SINCE WORKING-STORAGE PERSISTS ACROSS CALLS
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-FILENAME-RESOLVED     PIC X VALUE 'N'.
           88 FILENAME-IS-RESOLVED  VALUE 'Y'.
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

               PERFORM 0500-RESOLVE-FILENAME
               PERFORM 0600-LOAD-RULES
               PERFORM 0700-LOAD-AUTH-CONTROL
               PERFORM 0850-LOAD-ACTIVE-HOLDS
           END-IF
           MOVE ZERO TO LS-PAYMENT-AMOUNT
           MOVE ZERO TO LS-NATIVE-PAYMENT-AMOUNT

           PERFORM 0800-CHECK-ACTIVE-CLAIM THRU 0800-EXIT
           IF AC-FOUND
               DISPLAY "PYMTAUTH: CLAIM " CLM-CLAIM-NUMBER
                       " ALREADY HAS AN ACTIVE PAYMENT - "
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "SIMULATE"
                           IF RUNPARM-VALUE(1:1) = "Y"
                               SET SIMULATE-MODE TO TRUE
                       MOVE AUTH-LAST-SEQUENCE TO WS-AUTH-SEQUENCE
               END-READ
               CLOSE AUTH-CONTROL-FILE
           END-IF
           MOVE WS-AUTH-SEQUENCE TO WS-OPENING-SEQUENCE
           IF WS-STREAM-ID NOT = SPACE
               STRING "P" WS-STREAM-ID
                   DELIMITED BY SIZE
                   INTO WS-RUN-PREFIX
               END-STRING
           END-IF.

       0750-SAVE-AUTH-CONTROL.
           WRITE AUTH-CONTROL-RECORD
           CLOSE AUTH-CONTROL-FILE.

       0800-CHECK-ACTIVE-CLAIM.
           MOVE 'N' TO WS-AC-FOUND
           CALL 'BIZDATE' USING WS-CURRENT-DATE
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE CLM-CLAIM-NUMBER TO PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
           MOVE "C" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
      *    NO LINE ON THE LEDGER FOR THIS CLAIM - NOTHING TO GUARD
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 0800-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-LEDGER
           PERFORM 0810-READ-LEDGER-ENTRY
               UNTIL EOF-LEDGER OR AC-FOUND.
       0800-EXIT.
           EXIT.

       0810-READ-LEDGER-ENTRY.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               OR PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                   NOT = CLM-CLAIM-NUMBER
               SET EOF-LEDGER TO TRUE
           ELSE
      *        A HELD LINE IS STILL A BOOKED AUTHORIZATION - THE
      *        SIU RELEASE FLIPS IT TO A - SO IT GUARDS AGAINST A
      *        SECOND BOOKING THE SAME AS AN ACTIVE LINE DOES
               IF (PYMT-STATUS OF PAYMENT-RECORD = "A"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "P"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "C"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "S"
                 OR PYMT-STATUS OF PAYMENT-RECORD = "H")
                 AND NOT PYMT-INTEREST-LINE OF PAYMENT-RECORD
      *          AN HRA LINE RIDES THE CLAIM'S NUMBER BUT PAYS THE
      *          MEMBER'S SHARE, NOT THE BENEFIT - IT NEVER
      *          STANDS IN FOR THE CLAIM'S OWN PAYMENT
                 AND NOT PYMT-HRA-LINE OF PAYMENT-RECORD
                 AND NOT (PYMT-AUTH-CODE OF PAYMENT-RECORD(1:2)
                             = WS-RUN-PREFIX
                   AND PYMT-AUTH-CODE OF PAYMENT-RECORD(3:4)
                             > WS-OPENING-SEQUENCE)
                   PERFORM 0820-CHECK-ORTHO-LINE
               END-IF
           END-IF.

       0820-CHECK-ORTHO-LINE.
      *    AN ORTHODONTIC CLAIM PAYS ITS INITIAL PAYMENT AS A NORMAL
      *    CLAIM LINE AND EACH MONTHLY INSTALLMENT AS AN O LINE ON THE
      *    SAME CLAIM NUMBER - THE INITIAL PAYMENT GUARDS ONLY AGAINST
      *    ANOTHER INITIAL PAYMENT, AND AN INSTALLMENT ONLY AGAINST
      *    ANOTHER INSTALLMENT BOOKED THE SAME MONTH
           IF CLM-IS-ORTHO-INSTALLMENT
               IF PYMT-ORTHO-INSTALLMENT OF PAYMENT-RECORD
                   MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       TO WS-LEDGER-DATE
                   IF WS-LEDGER-MONTH = WS-CURRENT-MONTH
                       SET AC-FOUND TO TRUE
                   END-IF
               END-IF
           ELSE
               IF NOT PYMT-ORTHO-INSTALLMENT OF PAYMENT-RECORD
                   SET AC-FOUND TO TRUE
               END-IF
           END-IF.

       0850-LOAD-ACTIVE-HOLDS.
           ELSE
               MOVE "A" TO PYMT-STATUS
           END-IF
           IF CLM-IS-ORTHO-INSTALLMENT
               MOVE "O" TO PYMT-PAY-TYPE
           ELSE
               MOVE "N" TO PYMT-PAY-TYPE
           END-IF
      *    PAYEE DETERMINATION - A CLAIM WHOSE PROVIDER DID NOT
      *    ACCEPT ASSIGNMENT REIMBURSES THE POLICYHOLDER, WHO PAID
      *    UP FRONT. EVERYTHING ELSE PAYS THE PROVIDER AS ALWAYS
               GO TO 3000-EXIT
           END-IF

      *    PYMTIO HOLDS THE LEDGER OPEN FOR THE RUN AND CREATES IT
      *    EMPTY ON THE VERY FIRST CALL
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK

           PERFORM 3500-ADD-PROMPT-PAY-INTEREST THRU 3500-EXIT

      *    THE SEQUENCE JUST CONSUMED GOES STRAIGHT TO DISK SO A
      *    CRASH-AND-RESTART PICKS UP WHERE IT LEFT OFF INSTEAD OF
      *    REISSUING THE SAME AUTH CODES
           MOVE "USD" TO PYMT-CURRENCY-CODE
           MOVE WS-INTEREST-AMOUNT TO PYMT-ORIGINAL-AMOUNT
           MOVE "I" TO PYMT-PAY-TYPE
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           DISPLAY "  PROMPT-PAY INTEREST BOOKED: $"
               WS-INTEREST-AMOUNT " (" WS-DAYS-OVER " DAYS OVER)".

