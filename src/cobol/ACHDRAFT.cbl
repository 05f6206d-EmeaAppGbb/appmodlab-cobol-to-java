       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDRAFT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PREMIUM AUTOPAY DRAFT PROGRAM                                  *
      * DRAFTS PREMIUM FROM THE BANK ACCOUNTS OF INDIVIDUAL            *
      * POLICYHOLDERS ENROLLED IN AUTOPAY, SO THEIR CASH NO LONGER     *
      * DEPENDS ON A CHECK REACHING THE LOCKBOX. EACH RUN, AHEAD OF    *
      * PREMPOST IN THE PREMIUM CYCLE -                                *
      *   - APPLIES THE DAY'S ENROLLMENTS AND CANCELLATIONS            *
      *   - TIES THE BANK'S RETURNED DRAFTS BACK TO THE DRAFT; ONE     *
      *     ALREADY POSTED GOES TO PREMPOST AS A RETURNED ITEM SO THE  *
      *     NSF REVERSAL REOPENS THE INVOICE. AUTOPAY-MAX-RETURNS IN   *
      *     A ROW (OR ONE RETURN SAYING THE ACCOUNT IS GONE OR THE     *
      *     AUTHORIZATION REVOKED) CANCELS THE ENROLLMENT WITH A       *
      *     NOTICE TO THE MEMBER                                       *
      *   - POSTS EVERY DRAFT REACHING ITS SETTLEMENT DATE TO PREMPOST *
      *     AS A PAYMENT, AND CLEARS THOSE PAST THE RETURN WINDOW      *
      *   - DRAFTS EVERY OPEN INVOICE DUE BY TODAY FOR EACH ENROLLMENT *
      *     WHOSE DRAFT DAY HAS COME AND THAT HAS NOT BEEN DRAFTED     *
      *     THIS MONTH, INTO THE NACHA-STYLE DEBIT FILE FOR THE BANK,  *
      *     SETTLING THE NEXT BUSINESS DAY                             *
      * PAYMENTS AND RETURNED ITEMS ARE APPENDED TO THE SAME PAYMENT   *
      * TRANSACTION FILE LOCKBOX AND GRPCASH FEED, SO PREMPOST POSTS   *
      * AND REVERSES THEM UNCHANGED                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "data/autopay_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT ENROLLMENT-TRANS-FILE
               ASSIGN TO "data/autopay_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-TRANS-STATUS.

           SELECT DRAFT-REGISTER-FILE
               ASSIGN TO "data/autopay_drafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "data/ach_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-TRANS-FILE
               ASSIGN TO "data/premium_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DEBIT-FILE
               ASSIGN TO "data/ach_premium_debits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.

           SELECT DRAFT-CONTROL-FILE
               ASSIGN TO "data/autopay_draft_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-CTL-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "reports/autopay_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/autopay_draft_run.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           COPY APAYREC.

       FD  ENROLLMENT-TRANS-FILE.
       01  ENROLLMENT-TRANS-RECORD.
           COPY APTRREC.

       FD  DRAFT-REGISTER-FILE.
       01  DRAFT-REGISTER-RECORD.
           COPY ADRFREC.

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           COPY ARTNREC.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  PAYMENT-TRANS-FILE.
       01  PAYMENT-TRANS-RECORD.
           COPY PPAYREC.

       FD  DEBIT-FILE.
       01  DEBIT-RECORD.
           COPY ADBTREC.

       FD  DRAFT-CONTROL-FILE.
       01  DRAFT-CONTROL-RECORD.
           05  ADCT-LAST-TRACE      PIC 9(8).

       FD  NOTICE-FILE.
       01  NOTICE-LINE              PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-ENROLLMENT-STATUS     PIC XX.
       01  WS-ENROLL-TRANS-STATUS   PIC XX.
       01  WS-DRAFT-STATUS          PIC XX.
       01  WS-RETURN-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-TRANS-STATUS          PIC XX.
       01  WS-DEBIT-STATUS          PIC XX.
       01  WS-DRAFT-CTL-STATUS      PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-ENROLLMENT        PIC X VALUE 'N'.
           88 EOF-ENROLLMENT        VALUE 'Y'.
       01  WS-EOF-ENROLL-TRANS      PIC X VALUE 'N'.
           88 EOF-ENROLL-TRANS      VALUE 'Y'.
       01  WS-EOF-DRAFT             PIC X VALUE 'N'.
           88 EOF-DRAFT             VALUE 'Y'.
       01  WS-EOF-RETURN            PIC X VALUE 'N'.
           88 EOF-RETURN            VALUE 'Y'.
       01  WS-EOF-INVOICE           PIC X VALUE 'N'.
           88 EOF-INVOICE           VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * RETURNS IN A ROW THAT CANCEL AN ENROLLMENT, AND BUSINESS DAYS
      * AFTER SETTLEMENT A DRAFT CAN STILL COME BACK NSF
       01  WS-MAX-RETURNS           PIC 9(1) VALUE 2.
       01  WS-RETURN-DAYS           PIC 9(3) VALUE 5.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-DAY             PIC 9(2).
       01  WS-SETTLE-DATE           PIC 9(8).
       01  WS-TRY-DATE              PIC 9(8).
       01  WS-TRY-OFFSET            PIC 9(2).
       01  WS-BUSINESS-DAYS         PIC S9(5).
       01  WS-PURGE-CUTOFF          PIC 9(8).

       01  WS-TRACE-SEQUENCE        PIC 9(8) VALUE 0.

      * THE ENROLLMENT FILE, HELD FOR THE RUN AND WRITTEN BACK WITH
      * THE DAY'S ENROLLMENTS, CANCELLATIONS AND RETURN COUNTS
       01  WS-MAX-ENROLLMENTS       PIC 9(5) VALUE 9000.
       01  WS-ENROLLMENT-COUNT      PIC 9(5) VALUE 0.
       01  WS-EN-IDX                PIC 9(5) VALUE 0.
       01  WS-EN-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-EN-FOUND              PIC X VALUE 'N'.
           88 EN-FOUND              VALUE 'Y'.
       01  WS-ENROLLMENT-TABLE.
           05  WS-EN-ENTRY OCCURS 9000 TIMES.
               COPY APAYREC REPLACING ==05== BY ==10==.

      * THE DRAFT REGISTER, HELD FOR THE RUN AND WRITTEN BACK. A
      * CLEARED OR RETURNED DRAFT MORE THAN A YEAR OLD IS DROPPED -
      * IT CAN NO LONGER COME BACK
       01  WS-MAX-DRAFTS            PIC 9(5) VALUE 9000.
       01  WS-DRAFT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DR-IDX                PIC 9(5) VALUE 0.
       01  WS-DR-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-DR-FOUND              PIC X VALUE 'N'.
           88 DR-FOUND              VALUE 'Y'.
       01  WS-DRAFT-TABLE.
           05  WS-DR-ENTRY OCCURS 9000 TIMES.
               COPY ADRFREC REPLACING ==05== BY ==10==.

      * OPEN INVOICES - THE DRAFT CANDIDATES
       01  WS-MAX-OPEN-INVOICES     PIC 9(5) VALUE 9000.
       01  WS-OPEN-INV-COUNT        PIC 9(5) VALUE 0.
       01  WS-OI-IDX                PIC 9(5) VALUE 0.
       01  WS-OPEN-INVOICE-TABLE.
           05  WS-OI-ENTRY OCCURS 9000 TIMES.
               10  WS-OI-POLICY-NUMBER PIC X(10).
               10  WS-OI-INVOICE-DATE  PIC 9(8).
               10  WS-OI-DUE-DATE      PIC 9(8).
               10  WS-OI-AMOUNT        PIC 9(7)V99.

      * ROUTING NUMBER CHECK - THE ABA CHECK DIGIT, AND THE 8-DIGIT
      * BANK ID THAT GOES INTO THE DEBIT FILE'S ENTRY HASH
       01  WS-ROUTING-WORK          PIC X(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-RT-DIGIT OCCURS 9 TIMES PIC 9(1).
       01  WS-ROUTING-BANK-ID REDEFINES WS-ROUTING-WORK.
           05  WS-RT-BANK-ID        PIC 9(8).
           05  FILLER               PIC X(1).
       01  WS-ROUTING-SUM           PIC 9(4).
       01  WS-ROUTING-REMAINDER     PIC 9(4).
       01  WS-ROUTING-QUOTIENT      PIC 9(4).

       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.

       01  WS-WORK-POLICY           PIC X(10).
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-DRAFTED-THIS-POLICY   PIC X VALUE 'N'.
           88 DRAFTED-THIS-POLICY   VALUE 'Y'.
       01  WS-OUTSTANDING           PIC X VALUE 'N'.
           88 DRAFT-OUTSTANDING     VALUE 'Y'.
       01  WS-ACCOUNT-GONE          PIC X VALUE 'N'.
           88 ACCOUNT-GONE          VALUE 'Y'.
       01  WS-AMT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DEBIT-TOTALS.
           05  WS-DEBIT-ENTRIES     PIC 9(5) VALUE 0.
           05  WS-DEBIT-HASH        PIC 9(10) VALUE 0.
           05  WS-DEBIT-AMOUNT      PIC 9(11)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(5) VALUE 0.
           05  WS-ENROLLED          PIC 9(5) VALUE 0.
           05  WS-MEMBER-CANCELS    PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-RETURNS-READ      PIC 9(5) VALUE 0.
           05  WS-RETURNS-REVERSED  PIC 9(5) VALUE 0.
           05  WS-RETURNS-UNPOSTED  PIC 9(5) VALUE 0.
           05  WS-RETURNS-UNMATCHED PIC 9(5) VALUE 0.
           05  WS-RETURN-CANCELS    PIC 9(5) VALUE 0.
           05  WS-DRAFTS-SETTLED    PIC 9(5) VALUE 0.
           05  WS-SETTLED-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-DRAFTS-CLEARED    PIC 9(5) VALUE 0.
           05  WS-DRAFTS-PURGED     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-ENROLLMENTS UNTIL EOF-ENROLLMENT
           PERFORM 1400-LOAD-DRAFTS UNTIL EOF-DRAFT
           PERFORM 1500-LOAD-OPEN-INVOICES UNTIL EOF-INVOICE
           PERFORM 2000-APPLY-ENROLLMENT-TRANS UNTIL EOF-ENROLL-TRANS
           PERFORM 3000-APPLY-RETURNS UNTIL EOF-RETURN
           PERFORM 4000-SETTLE-OR-CLEAR
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRAFT-COUNT
           PERFORM 5000-DRAFT-ENROLLMENT THRU 5000-EXIT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENROLLMENT-COUNT
           PERFORM 6000-WRITE-DEBIT-TRAILER
           PERFORM 7000-REWRITE-ENROLLMENTS
           PERFORM 7100-REWRITE-DRAFTS
           PERFORM 7500-SAVE-DRAFT-CONTROL
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PREMIUM AUTOPAY DRAFT"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(7:2) TO WS-TODAY-DAY
           PERFORM 1200-LOAD-RULES
           PERFORM 1250-LOAD-DRAFT-CONTROL

      *    A DEBIT SENT TODAY SETTLES THE NEXT BUSINESS DAY
           MOVE ZERO TO WS-BUSINESS-DAYS
           PERFORM 1100-TRY-SETTLE-DATE
               VARYING WS-TRY-OFFSET FROM 1 BY 1
               UNTIL WS-BUSINESS-DAYS > ZERO
           COMPUTE WS-PURGE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 400)
           END-COMPUTE

           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               SET EOF-ENROLLMENT TO TRUE
           END-IF
           OPEN INPUT DRAFT-REGISTER-FILE
           IF WS-DRAFT-STATUS NOT = "00"
               SET EOF-DRAFT TO TRUE
           END-IF
           OPEN INPUT ENROLLMENT-TRANS-FILE
           IF WS-ENROLL-TRANS-STATUS NOT = "00"
               SET EOF-ENROLL-TRANS TO TRUE
           END-IF
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               SET EOF-RETURN TO TRUE
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "ACHDRAFT WARNING: NO INVOICE FILE - NOTHING "
                       "WILL BE DRAFTED"
               SET EOF-INVOICE TO TRUE
           END-IF

      *    OPEN EXTEND APPENDS TO THE SAME FILE THE LOCKBOX AND GROUP
      *    REMITTANCE PAYMENTS GO TO
           OPEN EXTEND PAYMENT-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PREMIUM AUTOPAY DRAFT RUN - " WS-TODAY-DATE
                  "  (DRAFTS SETTLE " WS-SETTLE-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN OUTPUT DEBIT-FILE
           MOVE SPACES TO DEBIT-RECORD
           MOVE "H" TO ADBT-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ADBT-FILE-DATE
           MOVE WS-SETTLE-DATE TO ADBT-EFFECTIVE-DATE
           MOVE "PPD" TO ADBT-SEC-CODE
           MOVE ZERO TO ADBT-TRACE-NUMBER
           MOVE ZERO TO ADBT-TRANSACTION-CODE
           MOVE ZERO TO ADBT-AMOUNT
           MOVE ZERO TO ADBT-ENTRY-COUNT
           MOVE ZERO TO ADBT-ENTRY-HASH
           MOVE ZERO TO ADBT-DEBIT-TOTAL
           WRITE DEBIT-RECORD.

       1100-TRY-SETTLE-DATE.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-TRY-OFFSET)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-TODAY-DATE
                                WS-TRY-DATE
                                WS-BUSINESS-DAYS
           MOVE WS-TRY-DATE TO WS-SETTLE-DATE.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-RULES
               PERFORM 1210-READ-RULE UNTIL EOF-RULES
               CLOSE RULES-FILE
           END-IF.

       1210-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-RULES TO TRUE
               NOT AT END
                   IF RULE-NAME = "AUTOPAY-MAX-RETURNS"
                       MOVE RULE-VALUE TO WS-MAX-RETURNS
                   END-IF
                   IF RULE-NAME = "AUTOPAY-RETURN-DAYS"
                       MOVE RULE-VALUE TO WS-RETURN-DAYS
                   END-IF
           END-READ.

       1250-LOAD-DRAFT-CONTROL.
           OPEN INPUT DRAFT-CONTROL-FILE
           IF WS-DRAFT-CTL-STATUS = "00"
               READ DRAFT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ADCT-LAST-TRACE TO WS-TRACE-SEQUENCE
               END-READ
               CLOSE DRAFT-CONTROL-FILE
           END-IF.

       1300-LOAD-ENROLLMENTS.
           READ ENROLLMENT-FILE
               AT END
                   SET EOF-ENROLLMENT TO TRUE
                   CLOSE ENROLLMENT-FILE
               NOT AT END
                   IF WS-ENROLLMENT-COUNT < WS-MAX-ENROLLMENTS
                       ADD 1 TO WS-ENROLLMENT-COUNT
                       MOVE ENROLLMENT-RECORD
                           TO WS-EN-ENTRY(WS-ENROLLMENT-COUNT)
                   ELSE
                       DISPLAY "ACHDRAFT WARNING: ENROLLMENT TABLE "
                               "FULL - POLICY "
                               APAY-POLICY-NUMBER OF ENROLLMENT-RECORD
                               " NOT LOADED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       1400-LOAD-DRAFTS.
           READ DRAFT-REGISTER-FILE
               AT END
                   SET EOF-DRAFT TO TRUE
                   CLOSE DRAFT-REGISTER-FILE
               NOT AT END
                   IF (ADRF-CLEARED OF DRAFT-REGISTER-RECORD
                       OR ADRF-RETURNED OF DRAFT-REGISTER-RECORD)
                     AND ADRF-DRAFT-DATE OF DRAFT-REGISTER-RECORD
                       < WS-PURGE-CUTOFF
                       ADD 1 TO WS-DRAFTS-PURGED
                   ELSE
                       PERFORM 1410-ADD-DRAFT-ENTRY
                   END-IF
           END-READ.

       1410-ADD-DRAFT-ENTRY.
           IF WS-DRAFT-COUNT < WS-MAX-DRAFTS
               ADD 1 TO WS-DRAFT-COUNT
               MOVE DRAFT-REGISTER-RECORD
                   TO WS-DR-ENTRY(WS-DRAFT-COUNT)
           ELSE
               DISPLAY "ACHDRAFT ERROR: DRAFT REGISTER TABLE FULL - "
                       "NOTHING PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LOAD-OPEN-INVOICES.
           READ INVOICE-FILE
               AT END
                   SET EOF-INVOICE TO TRUE
                   CLOSE INVOICE-FILE
               NOT AT END
                   IF INV-OPEN
                     AND WS-OPEN-INV-COUNT < WS-MAX-OPEN-INVOICES
                       ADD 1 TO WS-OPEN-INV-COUNT
                       MOVE INV-POLICY-NUMBER
                           TO WS-OI-POLICY-NUMBER(WS-OPEN-INV-COUNT)
                       MOVE INV-INVOICE-DATE
                           TO WS-OI-INVOICE-DATE(WS-OPEN-INV-COUNT)
                       MOVE INV-DUE-DATE
                           TO WS-OI-DUE-DATE(WS-OPEN-INV-COUNT)
                       MOVE INV-PREMIUM-AMOUNT
                           TO WS-OI-AMOUNT(WS-OPEN-INV-COUNT)
                   END-IF
           END-READ.

       2000-APPLY-ENROLLMENT-TRANS.
           READ ENROLLMENT-TRANS-FILE
               AT END
                   SET EOF-ENROLL-TRANS TO TRUE
                   CLOSE ENROLLMENT-TRANS-FILE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN APTR-ENROLL
                           PERFORM 2100-APPLY-ENROLLMENT THRU 2100-EXIT
                       WHEN APTR-CANCEL
                           PERFORM 2300-APPLY-CANCELLATION
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2900-REPORT-REJECT
                   END-IF
           END-READ.

       2100-APPLY-ENROLLMENT.
      *    AUTOPAY IS FOR INDIVIDUAL BUSINESS - A GROUP POLICY'S
      *    PREMIUM IS BILLED TO AND REMITTED BY THE EMPLOYER
           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING APTR-POLICY-NUMBER
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               MOVE "POLICY NOT ON FILE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF POL-GROUP-NUMBER OF WS-POLICY-RECORD NOT = SPACES
               MOVE "GROUP POLICY - EMPLOYER PAYS PREMIUM"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF POL-STATUS OF WS-POLICY-RECORD NOT = "A"
               MOVE "POLICY NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CHECK-ROUTING-NUMBER
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           IF APTR-BANK-ACCOUNT = SPACES
               MOVE "NO BANK ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF APTR-ACCOUNT-TYPE NOT = "C"
             AND APTR-ACCOUNT-TYPE NOT = "S"
             AND APTR-ACCOUNT-TYPE NOT = SPACE
               MOVE "ACCOUNT TYPE NOT C OR S" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
      *    A DAY PAST THE 28TH WOULD SKIP FEBRUARY
           IF APTR-DRAFT-DAY IS NOT NUMERIC
             OR APTR-DRAFT-DAY < 1
             OR APTR-DRAFT-DAY > 28
               MOVE "DRAFT DAY NOT 1-28" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF APTR-AUTH-DATE IS NOT NUMERIC
             OR APTR-AUTH-DATE = ZERO
             OR APTR-AUTH-DATE > WS-TODAY-DATE
               MOVE "NO SIGNED AUTHORIZATION DATE"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE APTR-POLICY-NUMBER TO WS-WORK-POLICY
           PERFORM 2500-FIND-ENROLLMENT
           IF NOT EN-FOUND
               IF WS-ENROLLMENT-COUNT < WS-MAX-ENROLLMENTS
                   ADD 1 TO WS-ENROLLMENT-COUNT
                   MOVE WS-ENROLLMENT-COUNT TO WS-EN-MATCH-IDX
                   MOVE APTR-POLICY-NUMBER TO APAY-POLICY-NUMBER
                       OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   MOVE ZERO TO APAY-LAST-DRAFT-DATE
                       OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
               ELSE
                   MOVE "ENROLLMENT TABLE FULL" TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF

      *    A RE-ENROLLMENT REPLACES THE BANK DETAILS AND STARTS THE
      *    RETURN COUNT AFRESH, BUT KEEPS THE LAST DRAFT DATE SO THE
      *    MONTH IS NOT DRAFTED TWICE
           MOVE APTR-BANK-ROUTING
               TO APAY-BANK-ROUTING OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE APTR-BANK-ACCOUNT
               TO APAY-BANK-ACCOUNT OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE APTR-ACCOUNT-TYPE
               TO APAY-ACCOUNT-TYPE OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE APTR-DRAFT-DAY
               TO APAY-DRAFT-DAY OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE APTR-AUTH-DATE
               TO APAY-AUTH-DATE OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE "A" TO APAY-STATUS OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE ZERO
               TO APAY-CANCEL-DATE OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE SPACE
               TO APAY-CANCEL-REASON OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE ZERO
               TO APAY-CONSEC-RETURNS OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           ADD 1 TO WS-ENROLLED
           MOVE SPACES TO REPORT-LINE
           STRING "  ENROLLED   POLICY " APTR-POLICY-NUMBER
                  "  DRAFT DAY " APTR-DRAFT-DAY
                  "  AUTHORIZED " APTR-AUTH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

       2200-CHECK-ROUTING-NUMBER.
      *    ABA CHECK DIGIT - 3, 7 AND 1 WEIGHTS ACROSS THE NINE
      *    DIGITS MUST SUM TO A MULTIPLE OF TEN
           MOVE APTR-BANK-ROUTING TO WS-ROUTING-WORK
           IF WS-ROUTING-WORK IS NOT NUMERIC
               MOVE "ROUTING NUMBER NOT NINE DIGITS"
                   TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                   + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                          + WS-RT-DIGIT(8))
                   + (WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                      + WS-RT-DIGIT(9))
               DIVIDE WS-ROUTING-SUM BY 10
                   GIVING WS-ROUTING-QUOTIENT
                   REMAINDER WS-ROUTING-REMAINDER
               IF WS-ROUTING-REMAINDER NOT = ZERO
                   MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2300-APPLY-CANCELLATION.
           MOVE APTR-POLICY-NUMBER TO WS-WORK-POLICY
           PERFORM 2500-FIND-ENROLLMENT
           IF NOT EN-FOUND
               MOVE "NO ENROLLMENT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF APAY-CANCELLED OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   MOVE "ENROLLMENT ALREADY CANCELLED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "C"
                       TO APAY-STATUS OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   MOVE WS-TODAY-DATE TO APAY-CANCEL-DATE
                       OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   MOVE "M" TO APAY-CANCEL-REASON
                       OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   ADD 1 TO WS-MEMBER-CANCELS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CANCELLED  POLICY " APTR-POLICY-NUMBER
                          "  AT THE MEMBER'S REQUEST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       2500-FIND-ENROLLMENT.
           MOVE 'N' TO WS-EN-FOUND
           PERFORM 2510-SCAN-ENROLLMENT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENROLLMENT-COUNT OR EN-FOUND.

       2510-SCAN-ENROLLMENT.
           IF APAY-POLICY-NUMBER OF WS-EN-ENTRY(WS-EN-IDX)
                   = WS-WORK-POLICY
               SET EN-FOUND TO TRUE
               MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
           END-IF.

       2900-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE 4 TO RETURN-CODE
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECTED   POLICY " APTR-POLICY-NUMBER
                  "  ACTION " APTR-ACTION "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       3000-APPLY-RETURNS.
           READ RETURN-FILE
               AT END
                   SET EOF-RETURN TO TRUE
                   CLOSE RETURN-FILE
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM 3100-APPLY-ONE-RETURN THRU 3100-EXIT
           END-READ.

       3100-APPLY-ONE-RETURN.
           MOVE 'N' TO WS-DR-FOUND
           PERFORM 3150-SCAN-DRAFT-TRACE
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRAFT-COUNT OR DR-FOUND
           IF NOT DR-FOUND
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE 4 TO RETURN-CODE
               MOVE ARTN-AMOUNT TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  RETURN FOR UNKNOWN TRACE " ARTN-TRACE-NUMBER
                      "  POLICY " ARTN-POLICY-NUMBER
                      "  $" WS-AMT-DISPLAY " - WORK WITH THE BANK"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 3100-EXIT
           END-IF
      *    THE BANK REPEATS A RETURN NOW AND THEN - ONCE IS ENOUGH
           IF ADRF-RETURNED OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
               GO TO 3100-EXIT
           END-IF

      *    A DRAFT ALREADY POSTED AS A PAYMENT IS REVERSED THROUGH
      *    PREMPOST'S RETURNED-ITEM PROCESSING - THE INVOICE REOPENS
      *    WITH THE RETURN FEE AND THE PAID-THRU DATE ROLLS BACK. ONE
      *    RETURNED BEFORE IT SETTLED WAS NEVER POSTED, AND ITS
      *    INVOICE IS STILL OPEN
           IF ADRF-SETTLED OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
             OR ADRF-CLEARED OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
               MOVE SPACES TO PAYMENT-TRANS-RECORD
               MOVE ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
                   TO PPAY-POLICY-NUMBER
               MOVE ADRF-AMOUNT OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
                   TO PPAY-PAYMENT-AMOUNT
               MOVE ARTN-RETURN-DATE TO PPAY-RECEIVED-DATE
               MOVE "R" TO PPAY-TRANS-TYPE
               WRITE PAYMENT-TRANS-RECORD
               ADD 1 TO WS-RETURNS-REVERSED
           ELSE
               ADD 1 TO WS-RETURNS-UNPOSTED
           END-IF
           MOVE "R" TO ADRF-STATUS OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
           MOVE ARTN-RETURN-DATE
               TO ADRF-RETURN-DATE OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
           MOVE ARTN-RETURN-CODE
               TO ADRF-RETURN-CODE OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
           MOVE ADRF-AMOUNT OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
               TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  RETURNED   POLICY "
                  ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
                  "  TRACE " ARTN-TRACE-NUMBER
                  "  $" WS-AMT-DISPLAY "  REASON " ARTN-RETURN-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-MATCH-IDX)
               TO WS-WORK-POLICY
           PERFORM 2500-FIND-ENROLLMENT
           IF NOT EN-FOUND
               GO TO 3100-EXIT
           END-IF
           IF NOT APAY-ACTIVE OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
               GO TO 3100-EXIT
           END-IF
           IF APAY-CONSEC-RETURNS OF WS-EN-ENTRY(WS-EN-MATCH-IDX) < 9
               ADD 1 TO APAY-CONSEC-RETURNS
                   OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           END-IF

      *    A CLOSED OR UNKNOWN ACCOUNT, OR A REVOKED AUTHORIZATION,
      *    WILL BOUNCE EVERY DRAFT - NO POINT WAITING FOR THE NEXT
           MOVE 'N' TO WS-ACCOUNT-GONE
           IF ARTN-RETURN-CODE = "R02" OR ARTN-RETURN-CODE = "R03"
             OR ARTN-RETURN-CODE = "R04" OR ARTN-RETURN-CODE = "R07"
             OR ARTN-RETURN-CODE = "R10"
               SET ACCOUNT-GONE TO TRUE
           END-IF
           IF ACCOUNT-GONE
             OR APAY-CONSEC-RETURNS OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
                   NOT < WS-MAX-RETURNS
               PERFORM 3200-CANCEL-FOR-RETURNS
           END-IF.
       3100-EXIT.
           EXIT.

       3150-SCAN-DRAFT-TRACE.
           IF ADRF-TRACE-NUMBER OF WS-DR-ENTRY(WS-DR-IDX)
                   = ARTN-TRACE-NUMBER
               SET DR-FOUND TO TRUE
               MOVE WS-DR-IDX TO WS-DR-MATCH-IDX
           END-IF.

       3200-CANCEL-FOR-RETURNS.
           MOVE "C" TO APAY-STATUS OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE WS-TODAY-DATE
               TO APAY-CANCEL-DATE OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           MOVE "R"
               TO APAY-CANCEL-REASON OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           ADD 1 TO WS-RETURN-CANCELS
           MOVE SPACES TO REPORT-LINE
           STRING "  CANCELLED  POLICY " WS-WORK-POLICY
                  "  AFTER RETURNED DRAFTS - NOTICE SENT"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM 3300-WRITE-CANCEL-NOTICE.

       3300-WRITE-CANCEL-NOTICE.
           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING WS-WORK-POLICY
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               MOVE SPACES TO POL-HOLDER-NAME OF WS-POLICY-RECORD
           END-IF

           MOVE "========================================"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "AUTOMATIC PREMIUM PAYMENT CANCELLED - "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "TO: " POL-HOLDER-NAME OF WS-POLICY-RECORD
                  "  POLICY " WS-WORK-POLICY
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           PERFORM 3350-WRITE-MAILING-ADDRESS

           MOVE SPACES TO NOTICE-LINE
           STRING "YOUR BANK RETURNED OUR PREMIUM DRAFT (REASON "
                  ARTN-RETURN-CODE "), AND WE HAVE STOPPED"
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE "DRAFTING YOUR ACCOUNT. PLEASE PAY ANY OPEN PREMIUM BY "
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "CHECK BEFORE THE GRACE PERIOD ENDS TO KEEP YOUR "
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "COVERAGE IN FORCE. A RETURNED-ITEM FEE HAS BEEN ADDED."
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "TO RESUME AUTOPAY, SEND US A NEW SIGNED AUTHORIZATION."
               TO NOTICE-LINE
           WRITE NOTICE-LINE.

       3350-WRITE-MAILING-ADDRESS.
           MOVE 'N' TO WS-SUBSCR-FOUND
           MOVE 'N' TO WS-ADDR-FOUND
           CALL 'MBRLKUP' USING WS-WORK-POLICY
                                WS-BLANK-MEMBER-ID
                                WS-SUBSCRIBER-RECORD
                                WS-SUBSCR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-SUBSCR-FOUND = 'Y'
               CALL 'ADDRLKUP' USING WS-WORK-POLICY
                                     MBR-MEMBER-ID
                                         OF WS-SUBSCRIBER-RECORD
                                     WS-ADDRESS-RECORD
                                     WS-ADDR-FOUND
                                     WS-ADDR-MASTER-PRESENT
           END-IF
           IF WS-ADDR-FOUND = 'Y'
               MOVE SPACES TO NOTICE-LINE
               STRING "    " ADDR-LINE-1 OF WS-ADDRESS-RECORD
                      " " ADDR-CITY OF WS-ADDRESS-RECORD
                      " " ADDR-STATE OF WS-ADDRESS-RECORD
                      " " ADDR-ZIP OF WS-ADDRESS-RECORD
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
           END-IF.

       4000-SETTLE-OR-CLEAR.
      *    ON ITS SETTLEMENT DATE THE MONEY IS OURS AND THE DRAFT
      *    POSTS AS A PAYMENT, DATED THE DAY IT SETTLED. ONCE THE
      *    RETURN WINDOW HAS PASSED AS WELL IT HAS CLEARED, AND THE
      *    ENROLLMENT'S RUN OF RETURNS IS BROKEN
           EVALUATE TRUE
               WHEN ADRF-PENDING OF WS-DR-ENTRY(WS-DR-IDX)
                   IF ADRF-SETTLE-DATE OF WS-DR-ENTRY(WS-DR-IDX)
                           NOT > WS-TODAY-DATE
                       PERFORM 4100-POST-SETTLED-DRAFT
                   END-IF
               WHEN ADRF-SETTLED OF WS-DR-ENTRY(WS-DR-IDX)
                   CALL 'BUSDAYS' USING
                       ADRF-SETTLE-DATE OF WS-DR-ENTRY(WS-DR-IDX)
                       WS-TODAY-DATE
                       WS-BUSINESS-DAYS
                   IF WS-BUSINESS-DAYS NOT < WS-RETURN-DAYS
                       PERFORM 4200-CLEAR-DRAFT
                   END-IF
           END-EVALUATE.

       4100-POST-SETTLED-DRAFT.
           MOVE SPACES TO PAYMENT-TRANS-RECORD
           MOVE ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-IDX)
               TO PPAY-POLICY-NUMBER
           MOVE ADRF-AMOUNT OF WS-DR-ENTRY(WS-DR-IDX)
               TO PPAY-PAYMENT-AMOUNT
           MOVE ADRF-SETTLE-DATE OF WS-DR-ENTRY(WS-DR-IDX)
               TO PPAY-RECEIVED-DATE
           MOVE "P" TO PPAY-TRANS-TYPE
           WRITE PAYMENT-TRANS-RECORD
           MOVE "S" TO ADRF-STATUS OF WS-DR-ENTRY(WS-DR-IDX)
           ADD 1 TO WS-DRAFTS-SETTLED
           ADD ADRF-AMOUNT OF WS-DR-ENTRY(WS-DR-IDX)
               TO WS-SETTLED-AMOUNT.

       4200-CLEAR-DRAFT.
           MOVE "C" TO ADRF-STATUS OF WS-DR-ENTRY(WS-DR-IDX)
           ADD 1 TO WS-DRAFTS-CLEARED
           MOVE ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-IDX)
               TO WS-WORK-POLICY
           PERFORM 2500-FIND-ENROLLMENT
           IF EN-FOUND
               MOVE ZERO TO APAY-CONSEC-RETURNS
                   OF WS-EN-ENTRY(WS-EN-MATCH-IDX)
           END-IF.

       5000-DRAFT-ENROLLMENT.
      *    ONE DRAFT RUN A MONTH PER ENROLLMENT, ON THE FIRST CYCLE ON
      *    OR AFTER THE MEMBER'S DRAFT DAY THAT FINDS SOMETHING DUE
           IF NOT APAY-ACTIVE OF WS-EN-ENTRY(WS-EN-IDX)
               GO TO 5000-EXIT
           END-IF
           IF APAY-AUTH-DATE OF WS-EN-ENTRY(WS-EN-IDX) > WS-TODAY-DATE
               GO TO 5000-EXIT
           END-IF
           IF WS-TODAY-DAY < APAY-DRAFT-DAY OF WS-EN-ENTRY(WS-EN-IDX)
               GO TO 5000-EXIT
           END-IF
           IF APAY-LAST-DRAFT-DATE OF WS-EN-ENTRY(WS-EN-IDX)(1:6)
                   = WS-TODAY-DATE(1:6)
               GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO WS-DRAFTED-THIS-POLICY
           PERFORM 5100-DRAFT-ONE-INVOICE THRU 5100-EXIT
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OPEN-INV-COUNT
           IF DRAFTED-THIS-POLICY
               MOVE WS-TODAY-DATE TO APAY-LAST-DRAFT-DATE
                   OF WS-EN-ENTRY(WS-EN-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5100-DRAFT-ONE-INVOICE.
           IF WS-OI-POLICY-NUMBER(WS-OI-IDX)
                   NOT = APAY-POLICY-NUMBER OF WS-EN-ENTRY(WS-EN-IDX)
               GO TO 5100-EXIT
           END-IF
           IF WS-OI-DUE-DATE(WS-OI-IDX) > WS-TODAY-DATE
             OR WS-OI-AMOUNT(WS-OI-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF
      *    AN INVOICE WITH A DRAFT STILL AT THE BANK, OR SETTLED BUT
      *    NOT YET POSTED, IS ALREADY BEING PAID
           MOVE 'N' TO WS-OUTSTANDING
           PERFORM 5150-SCAN-OUTSTANDING-DRAFT
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRAFT-COUNT OR DRAFT-OUTSTANDING
           IF DRAFT-OUTSTANDING
               GO TO 5100-EXIT
           END-IF
           IF WS-DRAFT-COUNT NOT < WS-MAX-DRAFTS
               DISPLAY "ACHDRAFT WARNING: DRAFT REGISTER TABLE FULL - "
                       "POLICY " WS-OI-POLICY-NUMBER(WS-OI-IDX)
                       " NOT DRAFTED"
               MOVE 4 TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO WS-TRACE-SEQUENCE
           ADD 1 TO WS-DRAFT-COUNT
           MOVE WS-TRACE-SEQUENCE
               TO ADRF-TRACE-NUMBER OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE WS-OI-POLICY-NUMBER(WS-OI-IDX)
               TO ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE WS-OI-INVOICE-DATE(WS-OI-IDX)
               TO ADRF-INVOICE-DATE OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE WS-OI-AMOUNT(WS-OI-IDX)
               TO ADRF-AMOUNT OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE WS-TODAY-DATE
               TO ADRF-DRAFT-DATE OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE WS-SETTLE-DATE
               TO ADRF-SETTLE-DATE OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE "P" TO ADRF-STATUS OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE ZERO
               TO ADRF-RETURN-DATE OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           MOVE SPACES
               TO ADRF-RETURN-CODE OF WS-DR-ENTRY(WS-DRAFT-COUNT)
           PERFORM 5200-WRITE-DEBIT-DETAIL
           SET DRAFTED-THIS-POLICY TO TRUE.
       5100-EXIT.
           EXIT.

       5150-SCAN-OUTSTANDING-DRAFT.
           IF ADRF-POLICY-NUMBER OF WS-DR-ENTRY(WS-DR-IDX)
                   = WS-OI-POLICY-NUMBER(WS-OI-IDX)
             AND ADRF-INVOICE-DATE OF WS-DR-ENTRY(WS-DR-IDX)
                   = WS-OI-INVOICE-DATE(WS-OI-IDX)
             AND (ADRF-PENDING OF WS-DR-ENTRY(WS-DR-IDX)
                  OR ADRF-SETTLED OF WS-DR-ENTRY(WS-DR-IDX))
               SET DRAFT-OUTSTANDING TO TRUE
           END-IF.

       5200-WRITE-DEBIT-DETAIL.
           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING WS-OI-POLICY-NUMBER(WS-OI-IDX)
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               MOVE SPACES TO POL-HOLDER-NAME OF WS-POLICY-RECORD
           END-IF

           MOVE SPACES TO DEBIT-RECORD
           MOVE "D" TO ADBT-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ADBT-FILE-DATE
           MOVE WS-SETTLE-DATE TO ADBT-EFFECTIVE-DATE
           MOVE "PPD" TO ADBT-SEC-CODE
           MOVE WS-TRACE-SEQUENCE TO ADBT-TRACE-NUMBER
           IF APAY-SAVINGS OF WS-EN-ENTRY(WS-EN-IDX)
               MOVE 37 TO ADBT-TRANSACTION-CODE
           ELSE
               MOVE 27 TO ADBT-TRANSACTION-CODE
           END-IF
           MOVE APAY-BANK-ROUTING OF WS-EN-ENTRY(WS-EN-IDX)
               TO ADBT-BANK-ROUTING
           MOVE APAY-BANK-ACCOUNT OF WS-EN-ENTRY(WS-EN-IDX)
               TO ADBT-BANK-ACCOUNT
           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO ADBT-AMOUNT
           MOVE WS-OI-POLICY-NUMBER(WS-OI-IDX) TO ADBT-INDIVIDUAL-ID
           MOVE POL-HOLDER-NAME OF WS-POLICY-RECORD
               TO ADBT-INDIVIDUAL-NAME
           MOVE ZERO TO ADBT-ENTRY-COUNT
           MOVE ZERO TO ADBT-ENTRY-HASH
           MOVE ZERO TO ADBT-DEBIT-TOTAL
           WRITE DEBIT-RECORD

      *    THE ENTRY HASH KEEPS ONLY ITS LOW TEN DIGITS
           ADD 1 TO WS-DEBIT-ENTRIES
           MOVE APAY-BANK-ROUTING OF WS-EN-ENTRY(WS-EN-IDX)
               TO WS-ROUTING-WORK
           ADD WS-RT-BANK-ID TO WS-DEBIT-HASH
               ON SIZE ERROR
                   COMPUTE WS-DEBIT-HASH =
                       WS-DEBIT-HASH + WS-RT-BANK-ID - 10000000000
                   END-COMPUTE
           END-ADD
           ADD WS-OI-AMOUNT(WS-OI-IDX) TO WS-DEBIT-AMOUNT

           MOVE WS-OI-AMOUNT(WS-OI-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  DRAFTED    POLICY " WS-OI-POLICY-NUMBER(WS-OI-IDX)
                  "  TRACE " WS-TRACE-SEQUENCE
                  "  $" WS-AMT-DISPLAY
                  "  INVOICE DUE " WS-OI-DUE-DATE(WS-OI-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       6000-WRITE-DEBIT-TRAILER.
           MOVE SPACES TO DEBIT-RECORD
           MOVE "T" TO ADBT-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ADBT-FILE-DATE
           MOVE WS-SETTLE-DATE TO ADBT-EFFECTIVE-DATE
           MOVE "PPD" TO ADBT-SEC-CODE
           MOVE ZERO TO ADBT-TRACE-NUMBER
           MOVE ZERO TO ADBT-TRANSACTION-CODE
           MOVE ZERO TO ADBT-AMOUNT
           MOVE WS-DEBIT-ENTRIES TO ADBT-ENTRY-COUNT
           MOVE WS-DEBIT-HASH TO ADBT-ENTRY-HASH
           MOVE WS-DEBIT-AMOUNT TO ADBT-DEBIT-TOTAL
           WRITE DEBIT-RECORD.

       7000-REWRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM 7050-WRITE-ENROLLMENT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENROLLMENT-COUNT
           CLOSE ENROLLMENT-FILE.

       7050-WRITE-ENROLLMENT.
           MOVE WS-EN-ENTRY(WS-EN-IDX) TO ENROLLMENT-RECORD
           WRITE ENROLLMENT-RECORD.

       7100-REWRITE-DRAFTS.
           OPEN OUTPUT DRAFT-REGISTER-FILE
           PERFORM 7150-WRITE-DRAFT
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRAFT-COUNT
           CLOSE DRAFT-REGISTER-FILE.

       7150-WRITE-DRAFT.
           MOVE WS-DR-ENTRY(WS-DR-IDX) TO DRAFT-REGISTER-RECORD
           WRITE DRAFT-REGISTER-RECORD.

       7500-SAVE-DRAFT-CONTROL.
           OPEN OUTPUT DRAFT-CONTROL-FILE
           MOVE WS-TRACE-SEQUENCE TO ADCT-LAST-TRACE
           WRITE DRAFT-CONTROL-RECORD
           CLOSE DRAFT-CONTROL-FILE.

       8000-DISPLAY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEBIT-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "DRAFTS SENT: " WS-DEBIT-ENTRIES
                  "  $" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SETTLED-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "DRAFTS SETTLED AND POSTED: " WS-DRAFTS-SETTLED
                  "  $" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY " "
           DISPLAY "PREMIUM AUTOPAY DRAFT COMPLETE"
           DISPLAY "ENROLLMENT TRANS:   " WS-TRANS-READ
           DISPLAY "  ENROLLED:         " WS-ENROLLED
           DISPLAY "  CANCELLED:        " WS-MEMBER-CANCELS
           DISPLAY "  REJECTED:         " WS-TRANS-REJECTED
           DISPLAY "RETURNS READ:       " WS-RETURNS-READ
           DISPLAY "  REVERSED:         " WS-RETURNS-REVERSED
           DISPLAY "  BEFORE SETTLING:  " WS-RETURNS-UNPOSTED
           DISPLAY "  UNMATCHED:        " WS-RETURNS-UNMATCHED
           DISPLAY "ENROLLMENTS CANCELLED FOR RETURNS: "
                   WS-RETURN-CANCELS
           DISPLAY "DRAFTS SETTLED:     " WS-DRAFTS-SETTLED
                   "  $" WS-SETTLED-AMOUNT
           DISPLAY "DRAFTS CLEARED:     " WS-DRAFTS-CLEARED
           DISPLAY "DRAFTS SENT:        " WS-DEBIT-ENTRIES
                   "  $" WS-DEBIT-AMOUNT
           DISPLAY "DRAFTS PURGED:      " WS-DRAFTS-PURGED
           DISPLAY "DEBIT FILE: data/ach_premium_debits.dat"
           DISPLAY "RUN REPORT: reports/autopay_draft_run.txt".

       9000-CLEANUP.
           CLOSE PAYMENT-TRANS-FILE
           CLOSE DEBIT-FILE
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE.
