      ******************************************************************
      * PROVIDER CLAIMS AND PAYMENTS INQUIRY PROGRAM                   *
      * THE PROVIDER-FACING COUNTERPART TO CLMINQ: FOR EACH INQUIRED   *
      * PROVIDER ID, EVERY CLAIM OF THEIRS ON THE CLAIM HISTORY        *
      * MASTER - READ THROUGH CLHISTIO ON THE PROVIDER ALTERNATE KEY - *
      * IS ANSWERED WITH ITS ADJUDICATION STATUS PLUS THE MATCHED      *
      * PAYMENT DETAIL (TOTAL PAID, LATEST AUTH CODE AND DATE) OFF     *
      * THE PAYMENT LEDGER - READ THROUGH PYMTIO ON THE CLAIM          *
      * ALTERNATE KEY - SAME TRANSACTION-FILE-IN/RESPONSE-FILE-        *
      * OUT SHAPE, RUNNABLE ANY TIME                                   *
      * EVERY MEMBER CLAIM DISCLOSED IS WRITTEN TO THE PHI ACCESS LOG  *
      * THROUGH PHIALOG WITH THE OPERATOR AND REASON CODE              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-TRANS-FILE
               ASSIGN TO "data/provider_inquiries.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-TRANS-FILE.
       01  INQUIRY-TRANS-RECORD.
           COPY PRVINQT.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-RESULT-STATUS         PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.

      * THE PROVIDER'S ROWS COME BACK FROM CLHISTIO ONE AT A TIME ON
      * THE PROVIDER ALTERNATE KEY - THE SCAN ENDS WHEN THE PROVIDER
      * ID CHANGES
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  WS-EOF-PROVIDER          PIC X VALUE 'N'.
           88 EOF-PROVIDER          VALUE 'Y'.
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * EACH CLAIM'S LEDGER LINES COME BACK FROM PYMTIO ON THE CLAIM
      * ALTERNATE KEY - THE SCAN ENDS WHEN THE CLAIM NUMBER CHANGES
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  WS-EOF-CLAIM-LINES       PIC X VALUE 'N'.
           88 EOF-CLAIM-LINES       VALUE 'Y'.
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-CLAIMS-FOR-PROVIDER   PIC 9(5) VALUE 0.

      * ONE PHI ACCESS LOG ROW PER LOOKUP ANSWERED - PHIALOG STAMPS
      * THE TIME AND APPENDS IT
       01  WS-ACCESS-ENTRY.
           COPY PHIAREC.

       01  WS-COUNTERS.
           05  WS-INQUIRIES-READ     PIC 9(5) VALUE 0.
           05  WS-CLAIMS-ANSWERED    PIC 9(5) VALUE 0.
       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PROVIDER INQUIRY"


           OPEN INPUT INQUIRY-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"

           OPEN OUTPUT INQUIRY-RESULT-FILE.

       2000-PROCESS-INQUIRY.
           READ INQUIRY-TRANS-FILE
               AT END

       2100-ANSWER-INQUIRY.
           MOVE ZERO TO WS-CLAIMS-FOR-PROVIDER
           MOVE SPACES TO CLAIM-HISTORY-RECORD
           MOVE PINQ-PROVIDER-ID TO CLM-PROVIDER-ID
           MOVE "V" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           MOVE 'N' TO WS-EOF-PROVIDER
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-PROVIDER TO TRUE
           END-IF
           PERFORM 2150-READ-PROVIDER-ROW UNTIL EOF-PROVIDER

           IF WS-CLAIMS-FOR-PROVIDER = ZERO
               ADD 1 TO WS-PROVIDERS-NO-CLAIMS
               MOVE PINQ-PROVIDER-ID TO PIRS-PROVIDER-ID
               MOVE 'N' TO PIRS-FOUND-FLAG
               WRITE INQUIRY-RESULT-RECORD
               MOVE SPACES TO WS-ACCESS-ENTRY
               PERFORM 2400-LOG-ACCESS
           END-IF.

       2150-READ-PROVIDER-ROW.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-PROVIDER TO TRUE
           ELSE
               IF CLM-PROVIDER-ID NOT = PINQ-PROVIDER-ID
                   SET EOF-PROVIDER TO TRUE
               ELSE
                   PERFORM 2200-ANSWER-ONE-CLAIM
               END-IF
           END-IF.

       2200-ANSWER-ONE-CLAIM.
      *    ONLY THE CURRENT ROW PER CLAIM ANSWERS AN INQUIRY
           IF NOT CLH-CURRENT
               CONTINUE
           ELSE
               ADD 1 TO WS-CLAIMS-FOR-PROVIDER
               MOVE SPACES TO INQUIRY-RESULT-RECORD
               MOVE PINQ-PROVIDER-ID TO PIRS-PROVIDER-ID
               SET PIRS-CLAIMS-FOUND TO TRUE
               MOVE CLM-CLAIM-NUMBER TO PIRS-CLAIM-NUMBER
               MOVE CLM-POLICY-NUMBER TO PIRS-POLICY-NUMBER
               MOVE CLM-CLAIM-DATE TO PIRS-CLAIM-DATE
               MOVE CLM-CLAIM-AMOUNT TO PIRS-CLAIM-AMOUNT
               MOVE CLM-STATUS TO PIRS-STATUS
               PERFORM 2300-MATCH-PAYMENT-DETAIL
               WRITE INQUIRY-RESULT-RECORD
               MOVE SPACES TO WS-ACCESS-ENTRY
               MOVE CLM-POLICY-NUMBER TO PHIA-POLICY-NUMBER
               MOVE CLM-MEMBER-ID TO PHIA-MEMBER-ID
               MOVE CLM-CLAIM-NUMBER TO PHIA-CLAIM-NUMBER
               PERFORM 2400-LOG-ACCESS
           END-IF.

       2300-MATCH-PAYMENT-DETAIL.
           MOVE ZERO TO PIRS-PAID-TOTAL
           MOVE SPACES TO PIRS-AUTH-CODE
           MOVE ZERO TO PIRS-PAYMENT-DATE
           MOVE SPACES TO PAYMENT-RECORD
           MOVE PIRS-CLAIM-NUMBER TO PYMT-CLAIM-NUMBER
           MOVE "C" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           MOVE 'N' TO WS-EOF-CLAIM-LINES
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CLAIM-LINES TO TRUE
           END-IF
           PERFORM 2350-READ-PAYMENT-LINE UNTIL EOF-CLAIM-LINES.

       2350-READ-PAYMENT-LINE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CLAIM-LINES TO TRUE
           ELSE
               IF PYMT-CLAIM-NUMBER NOT = PIRS-CLAIM-NUMBER
                   SET EOF-CLAIM-LINES TO TRUE
               ELSE
                   PERFORM 2360-ADD-PAYMENT-LINE
               END-IF
           END-IF.

       2360-ADD-PAYMENT-LINE.
      *    HELD AND SIU-CANCELLED LINES ARE MONEY THAT NEVER MOVED -
      *    A PROVIDER ASKING WHAT WAS PAID MUST NOT BE TOLD IT WAS.
      *    INTEREST LINES STAY IN: THE PROVIDER RECEIVED THAT MONEY
           IF PYMT-STATUS NOT = "V"
             AND PYMT-STATUS NOT = "H"
             AND PYMT-STATUS NOT = "X"
               ADD PYMT-PAYMENT-AMOUNT TO PIRS-PAID-TOTAL
               MOVE PYMT-AUTH-CODE TO PIRS-AUTH-CODE
               MOVE PYMT-PAYMENT-DATE TO PIRS-PAYMENT-DATE
           END-IF.

       2400-LOG-ACCESS.
      *    ONE ROW PER MEMBER CLAIM DISCLOSED, OR ONE FOR THE PROVIDER
      *    ALONE WHEN THERE WAS NOTHING TO DISCLOSE
           MOVE "PRVINQ" TO PHIA-PROGRAM-ID
           MOVE PINQ-OPERATOR-ID TO PHIA-OPERATOR-ID
           MOVE PINQ-REASON-CODE TO PHIA-REASON-CODE
           MOVE PINQ-PROVIDER-ID TO PHIA-PROVIDER-ID
           CALL 'PHIALOG' USING WS-ACCESS-ENTRY.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PROVIDER INQUIRY COMPLETE"
