      * MONTH-END TRANSCRIPTION FROM PRINTED REPORTS. ONE DEBIT AND    *
      * ONE CREDIT PER SOURCE PER DAY, ACCOUNTS OFF THE CONFIGURABLE   *
      * MAPPING FILE:                                                  *
      *   CLMPAID  - TODAY'S PAYMENT LEDGER LINES, PLUS THE MANCHECK   *
      *              OFF-CYCLE CHECKS NOT YET JOURNALED - PICKED UP BY *
      *              FLAG OFF ITS GL PICKUP FILE THE SAME WAY AS       *
      *              FXGAINLS, SINCE MANCHECK USUALLY RUNS AFTER THE   *
      *              CYCLE                                             *
      *   CAPPAID  - TODAY'S PCP CAPITATION LINES (CAPPAY)             *
      *   HRAPAID  - TODAY'S HRA REIMBURSEMENT LINES (HRAACCT)         *
      *   PREMBILL - TODAY'S INVOICES                                  *
      *   PREMCASH - TODAY'S PREMIUM CASH RECEIPTS                     *
      *   CLAWBACK - TODAY'S OVERPAYMENT RECOVERIES                    *
      *   SUBRO    - TODAY'S SUBROGATION RECEIPTS                      *
      *   REINS    - TODAY'S REINSURANCE RECEIPTS                      *
      *   COMMISSN - TODAY'S COMMISSIONS EARNED                        *
      *   COMMPAID - TODAY'S COMMISSION DISBURSEMENTS (COMMDISB)       *
      *   UPRCHG   - THE MONTH'S CHANGE IN UNEARNED PREMIUM RESERVE    *
      *              (UPRVAL), ON THE VALUATION DATE ONLY - A DECREASE *
      *              POSTS THE MAPPED ACCOUNTS REVERSED                *
      *   FXGAINLS - NET REALIZED FOREIGN EXCHANGE GAIN ON THE         *
      *              FOREIGN-CURRENCY LINES PAYDISB HAS PAID SINCE THE *
      *              LAST EXTRACT - EACH ROW JOURNALED ONCE AND MARKED *
      *              ON A NEW COPY OF THE FILE THE JOB PROMOTES. A NET *
      *              LOSS POSTS THE MAPPED ACCOUNTS REVERSED           *
      * THE EXTRACT'S DEBIT AND CREDIT TOTALS (IN CENTS) POST THROUGH  *
      * CYCPOST SO CYCBAL PROVES THE JOURNALS TIE TO THE CYCLE'S OWN   *
      * CONTROL TOTALS BEFORE FINANCE CONSUMES THEM. A CYCLE RERUN     *
      * INTO A MONTH FINANCE HAS CLOSED JOURNALS UNDER THE FIRST OPEN  *
      * MONTH (ACCTPER), THE CYCLE DATE KEPT ON EACH JOURNAL           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "data/gl_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT UPR-CHANGE-FILE
               ASSIGN TO "data/upr_change.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPR-CHANGE-STATUS.

           SELECT FX-REALIZED-FILE
               ASSIGN TO "data/fx_realized.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-REALIZED-STATUS.

           SELECT NEW-FX-REALIZED-FILE
               ASSIGN TO "data/fx_realized_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FX-REALIZED-STATUS.

           SELECT MANUAL-GL-FILE
               ASSIGN TO "data/manual_check_gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-GL-STATUS.

           SELECT NEW-MANUAL-GL-FILE
               ASSIGN TO "data/manual_check_gl_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MANUAL-GL-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "data/gl_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPREC.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.
       01  COMMISSION-RECORD.
           COPY COMMREC.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  UPR-CHANGE-FILE.
       01  UPR-CHANGE-RECORD.
           COPY UPRCHREC.

       FD  FX-REALIZED-FILE.
       01  FX-REALIZED-RECORD.
           COPY FXRLREC.

       FD  NEW-FX-REALIZED-FILE.
       01  NEW-FX-REALIZED-RECORD.
           COPY FXRLREC.

       FD  MANUAL-GL-FILE.
       01  MANUAL-GL-RECORD.
           COPY MCGLREC.

       FD  NEW-MANUAL-GL-FILE.
       01  NEW-MANUAL-GL-RECORD.
           COPY MCGLREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GLJRNREC.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-MAP-STATUS            PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-PREMIUM-CASH-STATUS   PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-SUBRO-STATUS          PIC XX.
       01  WS-REINS-STATUS          PIC XX.
       01  WS-COMMISSION-STATUS     PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-UPR-CHANGE-STATUS     PIC XX.
       01  WS-FX-REALIZED-STATUS    PIC XX.
       01  WS-NEW-FX-REALIZED-STATUS PIC XX.
       01  WS-MANUAL-GL-STATUS      PIC XX.
       01  WS-NEW-MANUAL-GL-STATUS  PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.

       01  WS-EOF-MAP               PIC X VALUE 'N'.
           88 EOF-MAP               VALUE 'Y'.
       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
      * THE ACCOUNTING DATE TODAY'S JOURNALS BOOK UNDER
       01  WS-POSTING-DATE          PIC 9(8).
       01  WS-ACCTPER-PROGRAM       PIC X(8) VALUE "GLEXTR".

      * CYCLE RUN-CONTROL - THE DOUBLE-RUN GUARD. A COMPLETED ROW
      * FOR THIS BUSINESS DATE AND STEP REFUSES A SECOND SUBMISSION
      * ONE ACCUMULATOR PER SOURCE - TODAY'S ACTIVITY ONLY
       01  WS-SOURCE-TOTALS.
           05  WS-TOT-CLMPAID       PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CAPPAID       PIC 9(11)V99 VALUE 0.
           05  WS-TOT-HRAPAID       PIC 9(11)V99 VALUE 0.
           05  WS-TOT-PREMBILL      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-PREMCASH      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CLAWBACK      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-SUBRO         PIC 9(11)V99 VALUE 0.
           05  WS-TOT-REINS         PIC 9(11)V99 VALUE 0.
           05  WS-TOT-COMMISSN      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-COMMPAID      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-UPRCHG        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-FXGAIN        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-FXLOSS        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-FXGAINLS      PIC 9(11)V99 VALUE 0.

      * A RESERVE DECREASE JOURNALS THE UPRCHG ACCOUNTS THE OTHER
      * WAY ROUND - THE MAP CARRIES THE INCREASE
       01  WS-REVERSE-SIDES         PIC X VALUE 'N'.
           88 REVERSE-SIDES         VALUE 'Y'.
       01  WS-UPRCHG-REVERSED       PIC X VALUE 'N'.
           88 UPRCHG-REVERSED       VALUE 'Y'.
       01  WS-FXGAINLS-REVERSED     PIC X VALUE 'N'.
           88 FXGAINLS-REVERSED     VALUE 'Y'.

       01  WS-SOURCE-CODE           PIC X(8).
       01  WS-SOURCE-AMOUNT         PIC 9(11)V99.
           PERFORM 2400-TALLY-SUBRO-RECEIPTS THRU 2400-EXIT
           PERFORM 2500-TALLY-REINS-RECEIPTS THRU 2500-EXIT
           PERFORM 2600-TALLY-COMMISSIONS THRU 2600-EXIT
           PERFORM 2700-TALLY-COMMISSION-PAID THRU 2700-EXIT
           PERFORM 2800-TALLY-UPR-CHANGE THRU 2800-EXIT
           PERFORM 2900-TALLY-FX-REALIZED THRU 2900-EXIT
           PERFORM 2950-TALLY-MANUAL-CHECKS THRU 2950-EXIT
           PERFORM 3000-WRITE-JOURNALS
           PERFORM 4000-POST-CONTROL-TOTALS
           PERFORM 5000-DISPLAY-SUMMARY
               STOP RUN
           END-IF

           CALL 'ACCTPER' USING WS-ACCTPER-PROGRAM
                                WS-TODAY-DATE
                                WS-POSTING-DATE

           PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT

           OPEN OUTPUT JOURNAL-FILE.

       1200-LOAD-ACCOUNT-MAP.
      *    A MISSING MAP IS NOT FATAL - EVERY SOURCE THEN JOURNALS TO
      *    THE SUSPENSE ACCOUNT FOR FINANCE TO RECLASS, WHICH BEATS
           END-READ.

       2000-TALLY-CLAIM-PAYMENTS.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-READ-PAYMENT UNTIL EOF-CURRENT.
       2000-EXIT.
           EXIT.

       2010-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       = WS-TODAY-DATE
                 AND (PYMT-STATUS OF PAYMENT-RECORD = "A"
                   OR PYMT-STATUS OF PAYMENT-RECORD = "H"
                   OR PYMT-STATUS OF PAYMENT-RECORD = "U")
      *            TODAY'S AUTHORIZATIONS, INCLUDING THE ONES
      *            SITTING ON HOLDS - THE LIABILITY AROSE TODAY
      *            EVEN IF THE CASH WAITS. A MANCHECK OFF-CYCLE
      *            CHECK IS BOOKED STRAIGHT AT P, USUALLY AFTER THIS
      *            STEP HAS RUN, SO IT COMES IN BY FLAG AT 2950
      *            A PCP'S CAPITATION IS AN EXPENSE OF ITS OWN, NOT
      *            A CLAIM PAID, AND JOURNALS UNDER ITS OWN SOURCE
      *            AN HRA REIMBURSEMENT IS THE SELF-FUNDED
      *            GROUP'S HRA MONEY, BILLED BACK BY STOPLOSS
                   EVALUATE TRUE
                       WHEN PYMT-CAPITATION-LINE OF PAYMENT-RECORD
                           ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                               TO WS-TOT-CAPPAID
                       WHEN PYMT-HRA-LINE OF PAYMENT-RECORD
                           ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                               TO WS-TOT-HRAPAID
                       WHEN OTHER
                           ADD PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                               TO WS-TOT-CLMPAID
                   END-EVALUATE
               END-IF
           END-IF.

       2100-TALLY-INVOICES.
           OPEN INPUT INVOICE-FILE
               NOT AT END
                   IF COMM-EARNED-DATE OF COMMISSION-RECORD
                           = WS-TODAY-DATE
                     AND (COMM-NEW-BUSINESS OF COMMISSION-RECORD
                       OR COMM-RENEWAL OF COMMISSION-RECORD)
                       ADD COMM-AMOUNT OF COMMISSION-RECORD
                           TO WS-TOT-COMMISSN
                   END-IF
           END-READ.

       2700-TALLY-COMMISSION-PAID.
      *    THE AGENT ROWS COMMDISB PUT ON THE CHECK REGISTER TODAY -
      *    THE CASH THAT ACTUALLY WENT OUT AGAINST COMMISSION PAYABLE.
      *    A NEGATIVE NET ROLLED FORWARD MOVES NO CASH AND NEVER
      *    REACHES THE REGISTER
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2710-READ-REGISTER UNTIL EOF-CURRENT
           CLOSE CHECK-REGISTER-FILE.
       2700-EXIT.
           EXIT.

       2710-READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF CHKR-PAYEE-TYPE = "A"
                     AND CHKR-PAYMENT-DATE = WS-TODAY-DATE
                       ADD CHKR-TOTAL-AMOUNT TO WS-TOT-COMMPAID
                   END-IF
           END-READ.

       2800-TALLY-UPR-CHANGE.
      *    UPRVAL REWRITES ITS CHANGE RECORD EACH MONTH-END; IT IS
      *    JOURNALED ONLY ON THE VALUATION DATE IT WAS WRITTEN FOR
           OPEN INPUT UPR-CHANGE-FILE
           IF WS-UPR-CHANGE-STATUS NOT = "00"
               GO TO 2800-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2810-READ-UPR-CHANGE UNTIL EOF-CURRENT
           CLOSE UPR-CHANGE-FILE.
       2800-EXIT.
           EXIT.

       2810-READ-UPR-CHANGE.
           READ UPR-CHANGE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF UPRC-VALUATION-DATE = WS-TODAY-DATE
                       ADD UPRC-CHANGE-AMOUNT TO WS-TOT-UPRCHG
                       IF UPRC-DECREASE
                           SET UPRCHG-REVERSED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2900-TALLY-FX-REALIZED.
      *    PAYDISB RUNS AFTER THE CYCLE, SO ITS ROWS ARE PICKED UP BY
      *    FLAG RATHER THAN BY DATE - EVERY ROW NOT YET JOURNALED IS
      *    TAKEN TODAY AND MARKED ON THE NEW COPY. THE NEW COPY IS
      *    ALWAYS WRITTEN, EMPTY IF NEED BE, SO THE PROMOTE STEP NEVER
      *    FINDS IT MISSING
           OPEN OUTPUT NEW-FX-REALIZED-FILE
           OPEN INPUT FX-REALIZED-FILE
           IF WS-FX-REALIZED-STATUS NOT = "00"
               CLOSE NEW-FX-REALIZED-FILE
               GO TO 2900-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2910-COPY-FX-REALIZED UNTIL EOF-CURRENT
           CLOSE FX-REALIZED-FILE
           CLOSE NEW-FX-REALIZED-FILE.
       2900-EXIT.
           EXIT.

       2910-COPY-FX-REALIZED.
           READ FX-REALIZED-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   MOVE FX-REALIZED-RECORD TO NEW-FX-REALIZED-RECORD
                   IF NOT FXRL-IS-JOURNALED OF NEW-FX-REALIZED-RECORD
                       IF FXRL-LOSS OF NEW-FX-REALIZED-RECORD
                           ADD FXRL-GAIN-LOSS-AMT
                                   OF NEW-FX-REALIZED-RECORD
                               TO WS-TOT-FXLOSS
                       ELSE
                           ADD FXRL-GAIN-LOSS-AMT
                                   OF NEW-FX-REALIZED-RECORD
                               TO WS-TOT-FXGAIN
                       END-IF
                       MOVE "Y" TO FXRL-JOURNALED
                                       OF NEW-FX-REALIZED-RECORD
                   END-IF
                   WRITE NEW-FX-REALIZED-RECORD
           END-READ.

       2950-TALLY-MANUAL-CHECKS.
      *    MANCHECK CUTS ITS CHECKS ON DEMAND, MOST OFTEN AFTER THE
      *    CYCLE, SO ITS LINES ARE PICKED UP BY FLAG LIKE THE FX ROWS
      *    - EVERY ROW NOT YET JOURNALED GOES INTO TODAY'S CLMPAID AND
      *    IS MARKED ON THE NEW COPY, WHICH IS ALWAYS WRITTEN SO THE
      *    PROMOTE STEP NEVER FINDS IT MISSING
           OPEN OUTPUT NEW-MANUAL-GL-FILE
           OPEN INPUT MANUAL-GL-FILE
           IF WS-MANUAL-GL-STATUS NOT = "00"
               CLOSE NEW-MANUAL-GL-FILE
               GO TO 2950-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2960-COPY-MANUAL-CHECK UNTIL EOF-CURRENT
           CLOSE MANUAL-GL-FILE
           CLOSE NEW-MANUAL-GL-FILE.
       2950-EXIT.
           EXIT.

       2960-COPY-MANUAL-CHECK.
           READ MANUAL-GL-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   MOVE MANUAL-GL-RECORD TO NEW-MANUAL-GL-RECORD
                   IF NOT MCGL-IS-JOURNALED OF NEW-MANUAL-GL-RECORD
                       ADD MCGL-AMOUNT OF NEW-MANUAL-GL-RECORD
                           TO WS-TOT-CLMPAID
                       MOVE "Y" TO MCGL-JOURNALED
                                       OF NEW-MANUAL-GL-RECORD
                   END-IF
                   WRITE NEW-MANUAL-GL-RECORD
           END-READ.

       3000-WRITE-JOURNALS.
           MOVE "CLMPAID" TO WS-SOURCE-CODE
           MOVE WS-TOT-CLMPAID TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "CAPPAID" TO WS-SOURCE-CODE
           MOVE WS-TOT-CAPPAID TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "HRAPAID" TO WS-SOURCE-CODE
           MOVE WS-TOT-HRAPAID TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "PREMBILL" TO WS-SOURCE-CODE
           MOVE WS-TOT-PREMBILL TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "COMMISSN" TO WS-SOURCE-CODE
           MOVE WS-TOT-COMMISSN TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "COMMPAID" TO WS-SOURCE-CODE
           MOVE WS-TOT-COMMPAID TO WS-SOURCE-AMOUNT
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE "UPRCHG" TO WS-SOURCE-CODE
           MOVE WS-TOT-UPRCHG TO WS-SOURCE-AMOUNT
           MOVE WS-UPRCHG-REVERSED TO WS-REVERSE-SIDES
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE 'N' TO WS-REVERSE-SIDES
      *    GAINS AND LOSSES NET TO ONE PAIR - THE MAP CARRIES A GAIN
           IF WS-TOT-FXLOSS > WS-TOT-FXGAIN
               COMPUTE WS-TOT-FXGAINLS = WS-TOT-FXLOSS - WS-TOT-FXGAIN
               SET FXGAINLS-REVERSED TO TRUE
           ELSE
               COMPUTE WS-TOT-FXGAINLS = WS-TOT-FXGAIN - WS-TOT-FXLOSS
           END-IF
           MOVE "FXGAINLS" TO WS-SOURCE-CODE
           MOVE WS-TOT-FXGAINLS TO WS-SOURCE-AMOUNT
           MOVE WS-FXGAINLS-REVERSED TO WS-REVERSE-SIDES
           PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
           MOVE 'N' TO WS-REVERSE-SIDES.

       3100-JOURNAL-ONE-SOURCE.
      *    A SOURCE WITH NO ACTIVITY TODAY JOURNALS NOTHING - AN

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TODAY-DATE TO GLJ-CYCLE-DATE
           MOVE WS-POSTING-DATE TO GLJ-POSTING-DATE
           MOVE WS-SOURCE-CODE TO GLJ-SOURCE-CODE
           IF MP-FOUND
               MOVE GLM-DEBIT-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT TO GLJ-ACCOUNT
           END-IF
           MOVE "D" TO GLJ-DC-FLAG
           IF REVERSE-SIDES
               MOVE "C" TO GLJ-DC-FLAG
           END-IF
           MOVE WS-SOURCE-AMOUNT TO GLJ-AMOUNT
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNALS-WRITTEN

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TODAY-DATE TO GLJ-CYCLE-DATE
           MOVE WS-POSTING-DATE TO GLJ-POSTING-DATE
           MOVE WS-SOURCE-CODE TO GLJ-SOURCE-CODE
           IF MP-FOUND
               MOVE GLM-CREDIT-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT TO GLJ-ACCOUNT
           END-IF
           MOVE "C" TO GLJ-DC-FLAG
           IF REVERSE-SIDES
               MOVE "D" TO GLJ-DC-FLAG
           END-IF
           MOVE WS-SOURCE-AMOUNT TO GLJ-AMOUNT
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNALS-WRITTEN
           DISPLAY "JOURNAL RECORDS:  " WS-JOURNALS-WRITTEN
           DISPLAY "DEBIT TOTAL:  $" WS-DEBIT-TOTAL
           DISPLAY "CREDIT TOTAL: $" WS-CREDIT-TOTAL
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
               DISPLAY "CYCLE DATE " WS-TODAY-DATE " IS IN A CLOSED "
                       "PERIOD - JOURNALS BOOKED TO " WS-POSTING-DATE
           END-IF
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               DISPLAY "JOURNALS BALANCED - DEBITS EQUAL CREDITS"
           ELSE
