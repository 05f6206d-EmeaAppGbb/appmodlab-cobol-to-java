      * UNDER A FRESH AUTH CODE SO THE NEXT DISBURSEMENT RUN CUTS A    *
      * NEW CHECK. A TRANSACTION FOR AN AUTH CODE WITH NO LEDGER       *
      * ENTRY, OR ONE ALREADY VOID OR CLEARED, IS REJECTED RATHER      *
      * THAN APPLIED BLIND - THE SAME POSTURE CLAWBACK TAKES. EACH     *
      * TRANSACTION READS ITS AUTH CODE'S LEDGER LINES THROUGH PYMTIO  *
      * AND REWRITES THEM IN PLACE. A RUN DATED INTO A MONTH FINANCE   *
      * HAS CLOSED IS REPORTED AND LOGGED BY ACCTPER - THE REISSUE     *
      * KEEPS ITS BUSINESS DATE AND GLEXTR BOOKS IT TO THE FIRST OPEN  *
      * MONTH. A TRANSACTION IS APPLIED ONLY ONCE A CHECKER OTHER THAN *
      * ITS MAKER HAS APPROVED IT (APRVCHK) - AN UNAPPROVED ONE IS     *
      * LOGGED AND LEFT ON THE FILE FOR THE NEXT RUN, A SELF-APPROVED  *
      * ONE IS LOGGED AS AN ALERT                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANS-FILE
               ASSIGN TO "data/void_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REISSUE-CONTROL-FILE
               ASSIGN TO "data/reissue_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TRANS-FILE.
       01  VOID-TRANS-RECORD.
           COPY VOIDTRN.

       FD  REISSUE-CONTROL-FILE.
       01  REISSUE-CONTROL-RECORD.
           05  RISC-LAST-SEQUENCE   PIC 9(4).
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
      * THE ACCOUNTING DATE TODAY'S POSTINGS BOOK UNDER - SEE ACCTPER
       01  WS-POSTING-DATE          PIC 9(8).
       01  WS-ACCTPER-PROGRAM       PIC X(8) VALUE "PAYVOID".
       01  WS-REISSUE-SEQUENCE      PIC 9(4) VALUE 0.

      * MAKER-CHECKER RELEASE OF EACH TRANSACTION - SEE APRVCHK
       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.
       01  WS-APPROVAL-REJECT-DATA.
           05  WS-AR-AUTH-CODE      PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AR-REASON         PIC X(9).

       01  WS-MAX-VOID-TRANS        PIC 9(5) VALUE 1000.
       01  WS-VOID-COUNT            PIC 9(5) VALUE 0.
       01  WS-VD-IDX                PIC 9(5) VALUE 0.

       01  WS-VOID-TABLE.
           05  WS-VD-ENTRY OCCURS 1000 TIMES.
               10  WS-VD-APPLIED    PIC X VALUE 'N'.
                   88 VD-APPLIED    VALUE 'Y'.

      * REPLACEMENT AUTHORIZATIONS TO ADD ONCE THE SCANS ARE DONE -
      * BUILT WHILE THE ORIGINAL ENTRY IS IN HAND SO THE REPLACEMENT
      * CARRIES THE SAME CLAIM, AMOUNT, AND PAYEE
       01  WS-MAX-REISSUES          PIC 9(5) VALUE 1000.
           05  WS-VOIDED-COUNT      PIC 9(5) VALUE 0.
           05  WS-REISSUED-COUNT    PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNAPPROVED-COUNT  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-VOID-TRANS UNTIL EOF-TRANS
           PERFORM 3000-APPLY-VOID-TRANS
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VOID-COUNT
           PERFORM 3500-APPEND-REISSUES
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-REISSUE-COUNT
           DISPLAY "CONTINENTAL INSURANCE - PAYMENT VOID/REISSUE"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           CALL 'ACCTPER' USING WS-ACCTPER-PROGRAM
                                WS-TODAY-DATE
                                WS-POSTING-DATE

           PERFORM 1100-LOAD-REISSUE-CONTROL

           OPEN INPUT VOID-TRANS-FILE
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-TRANS-STATUS
               STOP RUN
           END-IF.

       1100-LOAD-REISSUE-CONTROL.
      *    A MISSING CONTROL FILE IS NORMAL FOR THE VERY FIRST RUN -
      *    THE SEQUENCE STARTS AT ZERO AND IS PERSISTED AT CLEANUP
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 2050-CHECK-APPROVAL
                   IF APRQ-RELEASED
                       PERFORM 2100-ADD-VOID-ENTRY
                   END-IF
           END-READ.

       2050-CHECK-APPROVAL.
      *    AN UNRELEASED TRANSACTION NEVER REACHES THE TABLE, SO IT
      *    TOUCHES NO LEDGER LINE AND IS NOT REPORTED AS UNMATCHED
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE "PAYVOID" TO APRQ-SOURCE
           STRING VOID-AUTH-CODE OF VOID-TRANS-RECORD
                  VOID-ACTION OF VOID-TRANS-RECORD
               DELIMITED BY SIZE INTO APRQ-TRANS-KEY
           END-STRING
           MOVE VOID-MAKER-ID OF VOID-TRANS-RECORD TO APRQ-MAKER-ID
           MOVE VOID-CHECKER-ID OF VOID-TRANS-RECORD TO APRQ-CHECKER-ID
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF NOT APRQ-RELEASED
               ADD 1 TO WS-UNAPPROVED-COUNT
               MOVE VOID-AUTH-CODE OF VOID-TRANS-RECORD
                   TO WS-AR-AUTH-CODE
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

       2100-ADD-VOID-ENTRY.
           IF WS-VOID-COUNT < WS-MAX-VOID-TRANS
               ADD 1 TO WS-VOID-COUNT
                       " NOT PROCESSED"
           END-IF.

       3000-APPLY-VOID-TRANS.
      *    EVERY LINE UNDER THE AUTH CODE - THE CLAIM PAYMENT AND ANY
      *    PROMPT-PAY INTEREST LINE RIDING IT - COMES BACK FROM PYMTIO
      *    STARTING AT THE LOWEST PAY TYPE
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE VOID-AUTH-CODE OF WS-VD-ENTRY(WS-VD-IDX)
               TO PYMT-AUTH-CODE OF PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           MOVE 'N' TO WS-EOF-PAYMENT
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF
           PERFORM 3050-READ-VOID-LINE UNTIL EOF-PAYMENT.

       3050-READ-VOID-LINE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               OR PYMT-AUTH-CODE OF PAYMENT-RECORD
                   NOT = VOID-AUTH-CODE OF WS-VD-ENTRY(WS-VD-IDX)
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 3100-APPLY-VOID THRU 3100-EXIT
           END-IF.

       3100-APPLY-VOID.
      *    A PAYMENT THE BANK ALREADY CLEARED CANNOT BE VOIDED, AND
      *    VOIDING A VOID IS MEANINGLESS - BOTH ARE OPERATOR ERRORS
           IF PYMT-STATUS OF PAYMENT-RECORD = "C"
                   BY CONTENT EC-VOID-NOT-VOIDABLE
                   BY CONTENT PYMT-AUTH-CODE OF PAYMENT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               SET VD-APPLIED(WS-VD-IDX) TO TRUE
               GO TO 3100-EXIT
           END-IF

           SET VD-APPLIED(WS-VD-IDX) TO TRUE
           ADD 1 TO WS-VOIDED-COUNT
           MOVE "V" TO PYMT-STATUS OF PAYMENT-RECORD

           IF VOID-AND-REISSUE OF WS-VD-ENTRY(WS-VD-IDX)
               PERFORM 3200-BUILD-REISSUE
           END-IF
           MOVE "U" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK.

       3100-EXIT.
           EXIT.

       3200-BUILD-REISSUE.
           IF WS-REISSUE-COUNT < WS-MAX-REISSUES
               ADD 1 TO WS-REISSUE-COUNT
           END-IF.

       3500-APPEND-REISSUES.
           MOVE WS-RI-ENTRY(WS-RI-IDX) TO PAYMENT-RECORD
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK.

       4000-REPORT-UNMATCHED.
           IF NOT VD-APPLIED(WS-VD-IDX)
           DISPLAY "PAYMENTS VOIDED:     " WS-VOIDED-COUNT
           DISPLAY "PAYMENTS REISSUED:   " WS-REISSUED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NOT RELEASED (APPROVAL): " WS-UNAPPROVED-COUNT
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
               DISPLAY "VOIDS AND REISSUES BOOKED TO " WS-POSTING-DATE
                       " - " WS-TODAY-DATE " IS IN A CLOSED PERIOD"
           END-IF.

       9000-CLEANUP.
           CLOSE VOID-TRANS-FILE.
