       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * TREASURY DAILY CASH FORECAST FOR THE DISBURSEMENT ACCOUNT      *
      * RUN EACH BUSINESS MORNING, AFTER BANKRECN HAS TAKEN OFF WHAT   *
      * CLEARED OVERNIGHT. PROJECTS WHAT WILL LEAVE AND ENTER THE      *
      * DISBURSEMENT ACCOUNT ON EACH OF THE NEXT TEN BUSINESS DAYS     *
      * (TODAY FIRST, ON THE BUSDAYS CALENDAR) SO TREASURY FUNDS THE   *
      * ACCOUNT FROM A FIGURE INSTEAD OF A GUESS:                      *
      *   - AUTHORIZED LEDGER LINES TONIGHT'S PAYDISB WILL DISBURSE,   *
      *     LESS ANY UNDER AN ACTIVE FRAUD OR AUDIT HOLD - AN EFT      *
      *     SETTLES THE NEXT BUSINESS DAY, A CHECK CLEARS ON THE       *
      *     HISTORICAL LAG BELOW                                       *
      *   - THE ACH SETTLEMENT FILE PAYDISB LAST SENT THE BANK         *
      *   - CHECKS PAID BUT NOT YET CLEARED, SPREAD OVER THE DAYS BY   *
      *     HOW LONG CHECKS OF THE SAME AGE HAVE TAKEN TO CLEAR ON     *
      *     THE CLEARING HISTORY BANKRECN KEEPS                        *
      *   - THE MANUAL REVIEW QUEUE, WEIGHTED BY THE HISTORICAL        *
      *     APPROVAL RATE AND PAID THE DAY AFTER THE AVERAGE REVIEW    *
      *     AGE SAYS IT WILL BE DECIDED                                *
      *   - PREMIUM AUTOPAY DRAFTS AT THE BANK AND THOSE THE DRAFT     *
      *     DAYS SAY ACHDRAFT WILL SEND, AND REINSURANCE RECOVERIES    *
      *     DUE IN, AS INFLOWS                                         *
      * WRITES THE FORECAST REPORT AND A ONE-LINE FUNDING REQUEST FOR  *
      * THE BANK - TODAY'S NET OUTFLOW, OR ZERO WHEN THE INFLOWS       *
      * COVER IT. NOTHING IS UPDATED                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "data/payment_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT AUDIT-HOLD-FILE
               ASSIGN TO "data/audit_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HOLD-STATUS.

           SELECT CLEARING-HISTORY-FILE
               ASSIGN TO "data/clearing_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

           SELECT ACH-FILE
               ASSIGN TO "data/ach_settlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT DECISION-LOG-FILE
               ASSIGN TO "data/review_decision_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT DRAFT-REGISTER-FILE
               ASSIGN TO "data/autopay_drafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "data/autopay_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT REINS-RECOVERY-FILE
               ASSIGN TO "data/reins_recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/cash_forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FUNDING-REQUEST-FILE
               ASSIGN TO "data/treasury_funding_request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD.
           COPY AUDHREC.

       FD  CLEARING-HISTORY-FILE.
       01  CLEARING-HISTORY-RECORD.
           COPY CLRHREC.

       FD  ACH-FILE.
       01  ACH-RECORD.
           COPY ACHREC.

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  DECISION-LOG-FILE.
       01  DECISION-LOG-RECORD.
           COPY RVLGREC.

       FD  DRAFT-REGISTER-FILE.
       01  DRAFT-REGISTER-RECORD.
           COPY ADRFREC.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           COPY APAYREC.

       FD  REINS-RECOVERY-FILE.
       01  REINS-RECOVERY-RECORD.
           COPY RIRECREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  FUNDING-REQUEST-FILE.
       01  FUNDING-REQUEST-RECORD.
           COPY TFRQREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-AUDIT-HOLD-STATUS     PIC XX.
       01  WS-CLEARING-STATUS       PIC XX.
       01  WS-ACH-STATUS            PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-DRAFT-STATUS          PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-ENROLLMENT-STATUS     PIC XX.
       01  WS-REINS-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-FUNDING-STATUS        PIC XX.

       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * THE PAYEE'S PROVIDER MASTER ROW - AN EFT ELECTION WITH BANK
      * DETAILS ON FILE SETTLES BY ACH, THE SAME TEST PAYDISB MAKES
       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROV-FOUND            PIC X VALUE 'N'.
           88 PROV-WAS-FOUND        VALUE 'Y'.
       01  WS-PAY-METHOD            PIC X(1).
           88 PAY-BY-EFT            VALUE "E".

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE REVIEW
      * QUEUE KEY RVWDECSN RESOLVES, AND THE DISBURSEMENT ACCOUNT THE
      * FUNDING REQUEST NAMES
       01  WS-REVIEW-FILENAME       PIC X(60)
           VALUE "data/manual_review.dat".
       01  WS-DISB-ROUTING          PIC X(9) VALUE SPACES.
       01  WS-DISB-ACCOUNT          PIC X(17) VALUE SPACES.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * CASH-FCST-HIST-DAYS IS HOW FAR BACK (CALENDAR DAYS) THE
      * CLEARING AND DECISION HISTORY COUNTS; CHECK-CLEAR-DAYS,
      * REVIEW-APPROVE-PCT AND REVIEW-DECIDE-DAYS STAND IN UNTIL
      * THERE IS HISTORY TO MEASURE THEM FROM; REINS-SETTLE-DAYS IS
      * HOW MANY CALENDAR DAYS AFTER CESSION A REINSURER PAYS
       01  WS-HISTORY-DAYS          PIC 9(5) VALUE 180.
       01  WS-DEFAULT-CLEAR-DAYS    PIC 9(3) VALUE 5.
       01  WS-APPROVE-PCT           PIC 9(3)V99 VALUE 100.00.
       01  WS-DECIDE-DAYS           PIC 9(3) VALUE 3.
       01  WS-REINS-SETTLE-DAYS     PIC 9(3) VALUE 45.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-HISTORY-START         PIC 9(8).
       01  WS-TRY-OFFSET            PIC 9(3) VALUE 0.
       01  WS-TRY-DATE              PIC 9(8).
       01  WS-BUSINESS-DAYS         PIC S9(5) VALUE 0.

      * THE TEN BUSINESS DAYS FORECAST - DAY 1 IS TODAY. OUTFLOWS
      * ARE AUTHORIZED-NOT-DISBURSED, ACH SETTLING, CHECKS CLEARING
      * AND THE REVIEW QUEUE; INFLOWS ARE PREMIUM DRAFTS AND
      * REINSURANCE RECOVERIES
       01  WS-HORIZON-DAYS          PIC 9(2) VALUE 10.
       01  WS-HZ-COUNT              PIC 9(2) VALUE 0.
       01  WS-HZ-IDX                PIC 9(2) VALUE 0.
       01  WS-HORIZON-TABLE.
           05  WS-HZ-ENTRY OCCURS 10 TIMES.
               10  WS-HZ-DATE           PIC 9(8).
               10  WS-HZ-AUTHORIZED     PIC 9(11)V99.
               10  WS-HZ-ACH            PIC 9(11)V99.
               10  WS-HZ-CHECKS         PIC 9(11)V99.
               10  WS-HZ-REVIEW         PIC 9(11)V99.
               10  WS-HZ-DRAFTS         PIC 9(11)V99.
               10  WS-HZ-REINS          PIC 9(11)V99.
       01  WS-TOTALS.
           05  WS-TOT-AUTHORIZED    PIC 9(11)V99 VALUE 0.
           05  WS-TOT-ACH           PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CHECKS        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-REVIEW        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-DRAFTS        PIC 9(11)V99 VALUE 0.
           05  WS-TOT-REINS         PIC 9(11)V99 VALUE 0.
       01  WS-DAY-OUTFLOW           PIC 9(11)V99 VALUE 0.
       01  WS-DAY-INFLOW            PIC 9(11)V99 VALUE 0.
       01  WS-DAY-NET               PIC S9(11)V99 VALUE 0.
       01  WS-FUNDING-AMOUNT        PIC 9(11)V99 VALUE 0.

      * A DATE PLACED ON THE FIRST FORECAST DAY ON OR AFTER IT -
      * ZERO WHEN IT FALLS PAST THE LAST DAY
       01  WS-PLACE-DATE            PIC 9(8).
       01  WS-PLACE-IDX             PIC 9(2) VALUE 0.

      * ACTIVE FRAUD HOLDS (A PROVIDER, OR ONE CLAIM) AND ACTIVE
      * AUDIT HOLDS (ONE LEDGER LINE) - AN AUTHORIZED LINE UNDER
      * EITHER IS NOT GOING OUT TONIGHT
       01  WS-MAX-HOLDS             PIC 9(5) VALUE 5000.
       01  WS-FRAUD-HOLD-COUNT      PIC 9(5) VALUE 0.
       01  WS-FH-IDX                PIC 9(5) VALUE 0.
       01  WS-FRAUD-HOLD-TABLE.
           05  WS-FH-ENTRY OCCURS 5000 TIMES.
               10  WS-FH-PROVIDER-ID    PIC X(8).
               10  WS-FH-CLAIM-NUMBER   PIC X(10).
       01  WS-AUDIT-HOLD-COUNT      PIC 9(5) VALUE 0.
       01  WS-AH-IDX                PIC 9(5) VALUE 0.
       01  WS-AUDIT-HOLD-TABLE.
           05  WS-AH-ENTRY OCCURS 5000 TIMES.
               10  WS-AH-AUTH-CODE      PIC X(6).
               10  WS-AH-CLAIM-NUMBER   PIC X(10).
       01  WS-LINE-HELD             PIC X VALUE 'N'.
           88 LINE-IS-HELD          VALUE 'Y'.

      * PAPER-CHECK CLEARING LAGS OFF THE CLEARING HISTORY - HOW
      * MANY CHECKS TOOK EACH NUMBER OF BUSINESS DAYS (SLOT 1 IS
      * ZERO DAYS; THE LAST SLOT TAKES EVERYTHING THAT LONG OR
      * LONGER), AND THE RUNNING COUNT FROM EACH LAG UP, SO A CHECK
      * ALREADY N DAYS OLD IS SPREAD ONLY OVER THE LAGS STILL OPEN
      * TO IT
       01  WS-MAX-LAG               PIC 9(3) VALUE 120.
       01  WS-LAG-IDX               PIC 9(3) VALUE 0.
       01  WS-LAG-HISTORY-COUNT     PIC 9(7) VALUE 0.
       01  WS-LAG-TABLE.
           05  WS-LAG-ENTRY OCCURS 121 TIMES.
               10  WS-LAG-COUNT         PIC 9(7).
               10  WS-LAG-TAIL          PIC 9(7).
       01  WS-CHECK-AGE             PIC S9(5) VALUE 0.
       01  WS-LAG-FROM              PIC S9(5) VALUE 0.
       01  WS-SPREAD-LAG            PIC S9(5) VALUE 0.
       01  WS-SPREAD-DAY            PIC S9(5) VALUE 0.
       01  WS-FIRST-DAY             PIC 9(2) VALUE 0.
       01  WS-SPREAD-COLUMN         PIC X(1).
           88 SPREAD-AUTHORIZED     VALUE "A".
       01  WS-SPREAD-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-SPREAD-SHARE          PIC 9(11)V99 VALUE 0.

      * APPROVAL RATE AND DECISION AGE OFF THE APPLIED DECISIONS ON
      * THE REVIEW DECISION LOG
       01  WS-DECISIONS-COUNTED     PIC 9(7) VALUE 0.
       01  WS-APPROVALS-COUNTED     PIC 9(7) VALUE 0.
       01  WS-AGES-COUNTED          PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS-TOTAL        PIC 9(9) VALUE 0.
       01  WS-DECISION-AGE          PIC S9(5) VALUE 0.
       01  WS-QUEUE-AGE             PIC S9(5) VALUE 0.
       01  WS-REVIEW-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-REVIEW-WEIGHTED       PIC 9(9)V99 VALUE 0.

      * THE ACH FILE SETTLES THE BUSINESS DAY AFTER ITS FILE DATE
       01  WS-ACH-FILE-DATE         PIC 9(8) VALUE 0.
       01  WS-ACH-SETTLE-DATE       PIC 9(8) VALUE 0.
       01  WS-ACH-FILE-TOTAL        PIC 9(11)V99 VALUE 0.

      * DRAFTS ALREADY AT THE BANK OR SETTLED AND INSIDE THE RETURN
      * WINDOW - THEIR INVOICES ARE BEING PAID AND ARE NOT DRAFTED
      * AGAIN
       01  WS-MAX-OUT-DRAFTS        PIC 9(5) VALUE 5000.
       01  WS-OUT-DRAFT-COUNT       PIC 9(5) VALUE 0.
       01  WS-OD-IDX                PIC 9(5) VALUE 0.
       01  WS-OD-FOUND              PIC X VALUE 'N'.
           88 OD-FOUND              VALUE 'Y'.
       01  WS-OUT-DRAFT-TABLE.
           05  WS-OD-ENTRY OCCURS 5000 TIMES.
               10  WS-OD-POLICY-NUMBER  PIC X(10).
               10  WS-OD-INVOICE-DATE   PIC 9(8).

      * OPEN INVOICES BY POLICY AND DUE DATE - UNUSED SLOTS ARE
      * HIGH-VALUES. AN INVOICE A PROJECTED DRAFT HAS TAKEN IS
      * MARKED SO A LATER DAY DOES NOT TAKE IT AGAIN
       01  WS-MAX-INVOICES          PIC 9(5) VALUE 20000.
       01  WS-INVOICE-COUNT         PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-OX                    PIC 9(5) VALUE 0.
       01  WS-INVOICE-TABLE.
           05  WS-OI-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS WS-OI-POLICY-NUMBER
               INDEXED BY WS-OI-IDX.
               10  WS-OI-POLICY-NUMBER  PIC X(10).
               10  WS-OI-DUE-DATE       PIC X(8).
               10  WS-OI-AMOUNT         PIC 9(7)V99.
               10  WS-OI-TAKEN          PIC X(1).
       01  WS-LAST-DRAFT-MONTH      PIC X(6).
       01  WS-DRAFT-SUM             PIC 9(9)V99 VALUE 0.

       01  WS-REINS-DUE-DATE        PIC 9(8).
       01  WS-REINS-BALANCE         PIC 9(9)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-AUTH-LINES        PIC 9(7) VALUE 0.
           05  WS-CHECK-LINES       PIC 9(7) VALUE 0.
           05  WS-HELD-LINES        PIC 9(7) VALUE 0.
           05  WS-HELD-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-UNWEIGHTED-LINES  PIC 9(7) VALUE 0.
           05  WS-UNWEIGHTED-AMOUNT PIC 9(11)V99 VALUE 0.
           05  WS-QUEUE-ENTRIES     PIC 9(5) VALUE 0.
           05  WS-REVIEW-BEYOND     PIC 9(11)V99 VALUE 0.
           05  WS-DRAFTS-PENDING    PIC 9(5) VALUE 0.
           05  WS-DRAFTS-PROJECTED  PIC 9(5) VALUE 0.
           05  WS-REINS-OVERDUE-CNT PIC 9(5) VALUE 0.
           05  WS-REINS-OVERDUE     PIC 9(11)V99 VALUE 0.
           05  WS-REINS-BEYOND      PIC 9(11)V99 VALUE 0.

       01  WS-FCST-HEADING-1.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(64) VALUE
               "  ------------------------ OUTFLOWS --------------------
      -        "--------".
           05  FILLER               PIC X(32) VALUE
               "  ----------- INFLOWS ----------".
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-FCST-HEADING-2.
           05  FILLER               PIC X(12) VALUE "DY  DATE".
           05  FILLER               PIC X(16) VALUE
               "      AUTHORIZED".
           05  FILLER               PIC X(16) VALUE
               "    ACH SETTLING".
           05  FILLER               PIC X(16) VALUE
               " CHECKS CLEARING".
           05  FILLER               PIC X(16) VALUE
               "    REVIEW QUEUE".
           05  FILLER               PIC X(16) VALUE
               "  PREMIUM DRAFTS".
           05  FILLER               PIC X(16) VALUE
               "     REINSURANCE".
           05  FILLER               PIC X(17) VALUE
               "      NET OUTFLOW".
           05  FILLER               PIC X(7) VALUE SPACES.

       01  WS-FCST-DETAIL.
           05  WS-FD-LABEL          PIC X(12).
           05  WS-FD-LABEL-DAY REDEFINES WS-FD-LABEL.
               10  WS-FD-DAY            PIC Z9.
               10  FILLER               PIC X(2).
               10  WS-FD-DATE           PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-AUTHORIZED     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-ACH            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-CHECKS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-REVIEW         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-DRAFTS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-REINS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FD-NET            PIC ---,---,--9.99.
           05  FILLER               PIC X(7) VALUE SPACES.

       01  WS-MEMO-LINE.
           05  WS-ML-LABEL          PIC X(60).
           05  WS-ML-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE "  $ ".
           05  WS-ML-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-AMT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2       PIC Z,ZZZ,ZZ9.
       01  WS-PCT-DISPLAY           PIC ZZ9.99.
       01  WS-DAYS-DISPLAY          PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-BUILD-HORIZON
           PERFORM 2000-LOAD-HOLDS THRU 2000-EXIT
           PERFORM 2100-LOAD-AUDIT-HOLDS THRU 2100-EXIT
           PERFORM 2200-LOAD-CLEARING-HISTORY THRU 2200-EXIT
           PERFORM 2300-LOAD-DECISION-HISTORY THRU 2300-EXIT
           PERFORM 3000-FORECAST-LEDGER THRU 3000-EXIT
           PERFORM 4000-FORECAST-ACH-SETTLEMENT THRU 4000-EXIT
           PERFORM 5000-FORECAST-REVIEW-QUEUE THRU 5000-EXIT
           PERFORM 6000-FORECAST-PREMIUM-DRAFTS
           PERFORM 6500-FORECAST-REINSURANCE THRU 6500-EXIT
           PERFORM 7000-WRITE-FORECAST
           PERFORM 7500-WRITE-FUNDING-REQUEST
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - TREASURY CASH FORECAST"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-RESOLVE-RUNPARMS
           COMPUTE WS-HISTORY-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-HISTORY-DAYS)
           END-COMPUTE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DISBURSEMENT ACCOUNT CASH FORECAST - RUN "
                  WS-TODAY-DATE
                  " - NEXT 10 BUSINESS DAYS, DAY 1 IS TODAY"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1110-READ-RULE UNTIL EOF-CURRENT
               CLOSE RULES-FILE
           END-IF.

       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   EVALUATE RULE-NAME
                       WHEN "CASH-FCST-HIST-DAYS"
                           MOVE RULE-VALUE TO WS-HISTORY-DAYS
                       WHEN "CHECK-CLEAR-DAYS"
                           MOVE RULE-VALUE TO WS-DEFAULT-CLEAR-DAYS
                       WHEN "REVIEW-APPROVE-PCT"
                           MOVE RULE-VALUE TO WS-APPROVE-PCT
                       WHEN "REVIEW-DECIDE-DAYS"
                           MOVE RULE-VALUE TO WS-DECIDE-DAYS
                       WHEN "REINS-SETTLE-DAYS"
                           MOVE RULE-VALUE TO WS-REINS-SETTLE-DAYS
                   END-EVALUATE
           END-READ.

       1200-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1210-READ-RUNPARM UNTIL EOF-CURRENT
               CLOSE RUNPARM-FILE
           END-IF.

       1210-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "REVIEW-QUEUE-FILE"
                           MOVE RUNPARM-VALUE TO WS-REVIEW-FILENAME
                       WHEN "DISB-BANK-ROUTING"
                           MOVE RUNPARM-VALUE(1:9) TO WS-DISB-ROUTING
                       WHEN "DISB-BANK-ACCOUNT"
                           MOVE RUNPARM-VALUE(1:17) TO WS-DISB-ACCOUNT
                   END-EVALUATE
           END-READ.

       1500-BUILD-HORIZON.
      *    TODAY, THEN EACH LATER DAY BUSDAYS COUNTS AS ONE MORE
      *    BUSINESS DAY - WEEKENDS AND HOLIDAYS ARE STEPPED OVER
           INITIALIZE WS-HORIZON-TABLE
           MOVE 1 TO WS-HZ-COUNT
           MOVE WS-TODAY-DATE TO WS-HZ-DATE(1)
           PERFORM 1510-TRY-HORIZON-DAY
               VARYING WS-TRY-OFFSET FROM 1 BY 1
               UNTIL WS-HZ-COUNT >= WS-HORIZON-DAYS.

       1510-TRY-HORIZON-DAY.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-TRY-OFFSET)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-TODAY-DATE
                                WS-TRY-DATE
                                WS-BUSINESS-DAYS
           IF WS-BUSINESS-DAYS = WS-HZ-COUNT
               ADD 1 TO WS-HZ-COUNT
               MOVE WS-TRY-DATE TO WS-HZ-DATE(WS-HZ-COUNT)
           END-IF.

       2000-LOAD-HOLDS.
      *    NO HOLD FILE MEANS NOTHING IS HELD
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-READ-HOLD UNTIL EOF-CURRENT
           CLOSE HOLD-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-HOLD.
           READ HOLD-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF HOLD-ACTIVE
                       IF WS-FRAUD-HOLD-COUNT < WS-MAX-HOLDS
                           ADD 1 TO WS-FRAUD-HOLD-COUNT
                           MOVE HOLD-PROVIDER-ID TO
                               WS-FH-PROVIDER-ID(WS-FRAUD-HOLD-COUNT)
                           MOVE HOLD-CLAIM-NUMBER TO
                               WS-FH-CLAIM-NUMBER(WS-FRAUD-HOLD-COUNT)
                       ELSE
                           DISPLAY "CASHFCST WARNING: FRAUD HOLD TABLE "
                                   "FULL - HOLD NOT NETTED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       2100-LOAD-AUDIT-HOLDS.
           OPEN INPUT AUDIT-HOLD-FILE
           IF WS-AUDIT-HOLD-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2110-READ-AUDIT-HOLD UNTIL EOF-CURRENT
           CLOSE AUDIT-HOLD-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-AUDIT-HOLD.
           READ AUDIT-HOLD-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF AUDH-ACTIVE
                       IF WS-AUDIT-HOLD-COUNT < WS-MAX-HOLDS
                           ADD 1 TO WS-AUDIT-HOLD-COUNT
                           MOVE AUDH-AUTH-CODE TO
                               WS-AH-AUTH-CODE(WS-AUDIT-HOLD-COUNT)
                           MOVE AUDH-CLAIM-NUMBER TO
                               WS-AH-CLAIM-NUMBER(WS-AUDIT-HOLD-COUNT)
                       ELSE
                           DISPLAY "CASHFCST WARNING: AUDIT HOLD TABLE "
                                   "FULL - HOLD NOT NETTED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       2200-LOAD-CLEARING-HISTORY.
      *    ONLY PAPER CHECKS CLEARED INSIDE THE HISTORY WINDOW COUNT -
      *    AN EFT SETTLES THE NEXT BUSINESS DAY WHATEVER THE HISTORY
      *    SAYS. NO HISTORY LEAVES THE CHECK-CLEAR-DAYS DEFAULT
           INITIALIZE WS-LAG-TABLE
           OPEN INPUT CLEARING-HISTORY-FILE
           IF WS-CLEARING-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2210-READ-CLEARING UNTIL EOF-CURRENT
           CLOSE CLEARING-HISTORY-FILE
           PERFORM 2220-ADD-LAG-TAIL
               VARYING WS-LAG-IDX FROM 121 BY -1
               UNTIL WS-LAG-IDX < 1.
       2200-EXIT.
           EXIT.

       2210-READ-CLEARING.
           READ CLEARING-HISTORY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF CLRH-BY-CHECK
                     AND CLRH-CLEARED-DATE >= WS-HISTORY-START
                       IF CLRH-LAG-DAYS > WS-MAX-LAG
                           MOVE WS-MAX-LAG TO WS-LAG-IDX
                       ELSE
                           MOVE CLRH-LAG-DAYS TO WS-LAG-IDX
                       END-IF
                       ADD 1 TO WS-LAG-COUNT(WS-LAG-IDX + 1)
                       ADD 1 TO WS-LAG-HISTORY-COUNT
                   END-IF
           END-READ.

       2220-ADD-LAG-TAIL.
           IF WS-LAG-IDX = 121
               MOVE WS-LAG-COUNT(WS-LAG-IDX) TO WS-LAG-TAIL(WS-LAG-IDX)
           ELSE
               COMPUTE WS-LAG-TAIL(WS-LAG-IDX) =
                   WS-LAG-COUNT(WS-LAG-IDX)
                   + WS-LAG-TAIL(WS-LAG-IDX + 1)
               END-COMPUTE
           END-IF.

       2300-LOAD-DECISION-HISTORY.
      *    ONLY APPLIED DECISIONS INSIDE THE HISTORY WINDOW COUNT - A
      *    REJECTED DECISION OR ONE ROUTED UP LEFT THE CLAIM OPEN. THE
      *    RULE DEFAULTS STAND WHEN THERE IS NOTHING TO MEASURE
           OPEN INPUT DECISION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2310-READ-DECISION UNTIL EOF-CURRENT
           CLOSE DECISION-LOG-FILE

           IF WS-DECISIONS-COUNTED > 0
               COMPUTE WS-APPROVE-PCT ROUNDED =
                   WS-APPROVALS-COUNTED * 100 / WS-DECISIONS-COUNTED
               END-COMPUTE
           END-IF
           IF WS-AGES-COUNTED > 0
               COMPUTE WS-DECIDE-DAYS ROUNDED =
                   WS-AGE-DAYS-TOTAL / WS-AGES-COUNTED
               END-COMPUTE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-READ-DECISION.
           READ DECISION-LOG-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RVLG-APPLIED
                     AND RVLG-DECISION-DATE >= WS-HISTORY-START
                       ADD 1 TO WS-DECISIONS-COUNTED
                       IF RVLG-DECISION = "A"
                           ADD 1 TO WS-APPROVALS-COUNTED
                       END-IF
                       IF RVLG-ENTERED-DATE IS NUMERIC
                         AND RVLG-ENTERED-DATE > ZERO
                           CALL 'BUSDAYS' USING RVLG-ENTERED-DATE
                                                RVLG-DECISION-DATE
                                                WS-DECISION-AGE
                           ADD WS-DECISION-AGE TO WS-AGE-DAYS-TOTAL
                           ADD 1 TO WS-AGES-COUNTED
                       END-IF
                   END-IF
           END-READ.

       3000-FORECAST-LEDGER.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "CASHFCST WARNING: PAYMENT LEDGER EMPTY - NO "
                       "DISBURSEMENTS OR CHECKS FORECAST"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-PAYMENT
           PERFORM 3100-READ-LEDGER-LINE UNTIL EOF-PAYMENT.
       3000-EXIT.
           EXIT.

       3100-READ-LEDGER-LINE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               EVALUATE PYMT-STATUS
                   WHEN "A"
                       PERFORM 3200-FORECAST-AUTHORIZED THRU 3200-EXIT
                   WHEN "P"
                       PERFORM 3300-FORECAST-OUTSTANDING THRU 3300-EXIT
                   WHEN "H"
                   WHEN "U"
                       ADD 1 TO WS-HELD-LINES
                       ADD PYMT-PAYMENT-AMOUNT TO WS-HELD-AMOUNT
               END-EVALUATE
           END-IF.

       3200-FORECAST-AUTHORIZED.
      *    PAYDISB DOES NOT LOOK AT THE HOLD FILES - A HOLD PLACED
      *    AFTER THE LINE WAS AUTHORIZED IS NETTED OUT HERE SO THE
      *    ACCOUNT IS NOT FUNDED FOR MONEY THE SIU OR THE AUDITORS
      *    MEAN TO STOP
           PERFORM 3210-CHECK-HOLDS
           IF LINE-IS-HELD
               ADD 1 TO WS-HELD-LINES
               ADD PYMT-PAYMENT-AMOUNT TO WS-HELD-AMOUNT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-AUTH-LINES
           PERFORM 3400-DETERMINE-METHOD
      *    DISBURSED TONIGHT - AN EFT SETTLES TOMORROW, A CHECK CAN
      *    CLEAR NO SOONER THAN TOMORROW
           IF PAY-BY-EFT
               ADD PYMT-PAYMENT-AMOUNT TO WS-HZ-AUTHORIZED(2)
           ELSE
               MOVE 2 TO WS-FIRST-DAY
               MOVE "A" TO WS-SPREAD-COLUMN
               PERFORM 3500-SPREAD-CHECK THRU 3500-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-CHECK-HOLDS.
           MOVE 'N' TO WS-LINE-HELD
           PERFORM 3220-SCAN-FRAUD-HOLD
               VARYING WS-FH-IDX FROM 1 BY 1
               UNTIL WS-FH-IDX > WS-FRAUD-HOLD-COUNT OR LINE-IS-HELD
           PERFORM 3230-SCAN-AUDIT-HOLD
               VARYING WS-AH-IDX FROM 1 BY 1
               UNTIL WS-AH-IDX > WS-AUDIT-HOLD-COUNT OR LINE-IS-HELD.

       3220-SCAN-FRAUD-HOLD.
      *    A PROVIDER HOLD CARRIES NO CLAIM NUMBER AND HOLDS EVERY
      *    CLAIM OF THEIRS
           IF (WS-FH-CLAIM-NUMBER(WS-FH-IDX) = SPACES
                 AND WS-FH-PROVIDER-ID(WS-FH-IDX) = PYMT-PROVIDER-ID)
             OR (WS-FH-CLAIM-NUMBER(WS-FH-IDX) NOT = SPACES
                 AND WS-FH-CLAIM-NUMBER(WS-FH-IDX) = PYMT-CLAIM-NUMBER)
               SET LINE-IS-HELD TO TRUE
           END-IF.

       3230-SCAN-AUDIT-HOLD.
           IF WS-AH-AUTH-CODE(WS-AH-IDX) = PYMT-AUTH-CODE
             AND WS-AH-CLAIM-NUMBER(WS-AH-IDX) = PYMT-CLAIM-NUMBER
               SET LINE-IS-HELD TO TRUE
           END-IF.

       3300-FORECAST-OUTSTANDING.
      *    A PAID EFT IS ON THE ACH FILE OR HAS ALREADY SETTLED - ONLY
      *    A PAPER CHECK IS STILL WAITING TO CLEAR
           PERFORM 3400-DETERMINE-METHOD
           IF PAY-BY-EFT
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-CHECK-LINES
           MOVE 1 TO WS-FIRST-DAY
           MOVE "C" TO WS-SPREAD-COLUMN
           PERFORM 3500-SPREAD-CHECK THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

       3400-DETERMINE-METHOD.
      *    THE SAME TEST PAYDISB MAKES - MEMBER AND GROUP PAYEES
      *    ALWAYS GET A CHECK
           MOVE "C" TO WS-PAY-METHOD
           IF PYMT-PAYEE-PROVIDER
               MOVE 'N' TO WS-PROV-FOUND
               CALL 'PROVLKUP' USING PYMT-PROVIDER-ID
                                     WS-PROVIDER-RECORD
                                     WS-PROV-FOUND
               IF PROV-WAS-FOUND
                 AND PROV-PAY-BY-EFT OF WS-PROVIDER-RECORD
                 AND PROV-BANK-ROUTING OF WS-PROVIDER-RECORD
                         NOT = SPACES
                 AND NOT PROV-BANK-PENDING OF WS-PROVIDER-RECORD
                   MOVE "E" TO WS-PAY-METHOD
               END-IF
           END-IF.

       3500-SPREAD-CHECK.
      *    THE CHECK IS WS-CHECK-AGE BUSINESS DAYS PAST ITS PAYMENT
      *    DATE TODAY. IT CLEARS ON FORECAST DAY D IF ITS LAG TURNS
      *    OUT TO BE AGE + D - 1, SO EACH DAY FROM THE FIRST IT CAN
      *    CLEAR GETS THE SHARE OF THE CHECKS IN THE HISTORY THAT
      *    TOOK THAT LONG, OUT OF ALL THAT TOOK AT LEAST AS LONG AS
      *    THE FIRST DAY. WHATEVER FALLS PAST DAY 10 IS NOT FORECAST
           MOVE PYMT-PAYMENT-AMOUNT TO WS-SPREAD-AMOUNT
           CALL 'BUSDAYS' USING PYMT-PAYMENT-DATE
                                WS-TODAY-DATE
                                WS-CHECK-AGE

           IF WS-LAG-HISTORY-COUNT = 0
               COMPUTE WS-SPREAD-DAY =
                   WS-DEFAULT-CLEAR-DAYS - WS-CHECK-AGE + 1
               END-COMPUTE
               IF WS-SPREAD-DAY < WS-FIRST-DAY
                   MOVE WS-FIRST-DAY TO WS-SPREAD-DAY
               END-IF
               IF WS-SPREAD-DAY <= WS-HORIZON-DAYS
                   MOVE WS-SPREAD-AMOUNT TO WS-SPREAD-SHARE
                   PERFORM 3550-ADD-SHARE
               END-IF
               GO TO 3500-EXIT
           END-IF

      *    OLDER THAN ANY CHECK IN THE HISTORY TOOK TO CLEAR - THERE
      *    IS NOTHING TO WEIGHT IT BY, SO IT IS REPORTED, NOT GUESSED
           COMPUTE WS-LAG-FROM = WS-CHECK-AGE + WS-FIRST-DAY - 1
           IF WS-LAG-FROM > WS-MAX-LAG
             OR WS-LAG-TAIL(WS-LAG-FROM + 1) = 0
               ADD 1 TO WS-UNWEIGHTED-LINES
               ADD WS-SPREAD-AMOUNT TO WS-UNWEIGHTED-AMOUNT
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-SHARE-FOR-DAY
               VARYING WS-SPREAD-DAY FROM WS-FIRST-DAY BY 1
               UNTIL WS-SPREAD-DAY > WS-HORIZON-DAYS.
       3500-EXIT.
           EXIT.

       3510-SHARE-FOR-DAY.
           COMPUTE WS-SPREAD-LAG = WS-CHECK-AGE + WS-SPREAD-DAY - 1
           IF WS-SPREAD-LAG <= WS-MAX-LAG
               COMPUTE WS-SPREAD-SHARE ROUNDED =
                   WS-SPREAD-AMOUNT
                   * WS-LAG-COUNT(WS-SPREAD-LAG + 1)
                   / WS-LAG-TAIL(WS-LAG-FROM + 1)
               END-COMPUTE
               PERFORM 3550-ADD-SHARE
           END-IF.

       3550-ADD-SHARE.
           IF SPREAD-AUTHORIZED
               ADD WS-SPREAD-SHARE TO WS-HZ-AUTHORIZED(WS-SPREAD-DAY)
           ELSE
               ADD WS-SPREAD-SHARE TO WS-HZ-CHECKS(WS-SPREAD-DAY)
           END-IF.

       4000-FORECAST-ACH-SETTLEMENT.
      *    THE FILE PAYDISB LAST SENT THE BANK SETTLES THE BUSINESS
      *    DAY AFTER IT WAS CUT - ONCE THAT DAY HAS PASSED THE MONEY
      *    IS ALREADY GONE
           OPEN INPUT ACH-FILE
           IF WS-ACH-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 4010-READ-ACH UNTIL EOF-CURRENT
           CLOSE ACH-FILE

           IF WS-ACH-FILE-TOTAL = ZERO OR WS-ACH-FILE-DATE = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-BUSINESS-DAYS
           PERFORM 4100-TRY-ACH-SETTLE-DATE
               VARYING WS-TRY-OFFSET FROM 1 BY 1
               UNTIL WS-BUSINESS-DAYS > ZERO
           IF WS-ACH-SETTLE-DATE < WS-TODAY-DATE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ACH-SETTLE-DATE TO WS-PLACE-DATE
           PERFORM 7900-PLACE-ON-DAY
           IF WS-PLACE-IDX > 0
               ADD WS-ACH-FILE-TOTAL TO WS-HZ-ACH(WS-PLACE-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

       4010-READ-ACH.
           READ ACH-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ACH-HEADER
                           MOVE ACH-FILE-DATE TO WS-ACH-FILE-DATE
                       WHEN ACH-DETAIL
                           ADD ACH-AMOUNT TO WS-ACH-FILE-TOTAL
                   END-EVALUATE
           END-READ.

       4100-TRY-ACH-SETTLE-DATE.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ACH-FILE-DATE)
               + WS-TRY-OFFSET)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-ACH-FILE-DATE
                                WS-TRY-DATE
                                WS-BUSINESS-DAYS
           MOVE WS-TRY-DATE TO WS-ACH-SETTLE-DATE.

       5000-FORECAST-REVIEW-QUEUE.
      *    EACH ENTRY IS EXPECTED TO BE DECIDED ONCE IT IS AS OLD AS
      *    THE AVERAGE DECISION (TODAY IF IT ALREADY IS), AND AN
      *    APPROVAL PAYS OUT THE NEXT BUSINESS DAY - FOR THE PAYABLE
      *    AMOUNT TIMES THE APPROVAL RATE
           OPEN INPUT REVIEW-QUEUE-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 5010-READ-QUEUE-ENTRY UNTIL EOF-CURRENT
           CLOSE REVIEW-QUEUE-FILE.
       5000-EXIT.
           EXIT.

       5010-READ-QUEUE-ENTRY.
           READ REVIEW-QUEUE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   PERFORM 5100-FORECAST-QUEUE-ENTRY
           END-READ.

       5100-FORECAST-QUEUE-ENTRY.
      *    THE PAYABLE AMOUNT IS THE COVERAGE ADJUDICATION ALREADY
      *    CALCULATED, OR THE BILLED AMOUNT WHEN IT PENDED BEFORE
      *    COVERAGE WAS WORKED OUT - THE SAME FIGURE RVWDECSN JUDGES
      *    AUTHORITY ON
           ADD 1 TO WS-QUEUE-ENTRIES
           IF MRVW-CALC-COVERAGE IS NUMERIC
             AND MRVW-CALC-COVERAGE > ZERO
               MOVE MRVW-CALC-COVERAGE TO WS-REVIEW-AMOUNT
           ELSE
               MOVE MRVW-CLAIM-AMOUNT TO WS-REVIEW-AMOUNT
           END-IF
           COMPUTE WS-REVIEW-WEIGHTED ROUNDED =
               WS-REVIEW-AMOUNT * WS-APPROVE-PCT / 100
           END-COMPUTE

           MOVE ZERO TO WS-QUEUE-AGE
           IF MRVW-ENTERED-DATE IS NUMERIC
             AND MRVW-ENTERED-DATE > ZERO
               CALL 'BUSDAYS' USING MRVW-ENTERED-DATE
                                    WS-TODAY-DATE
                                    WS-QUEUE-AGE
           END-IF
           COMPUTE WS-SPREAD-DAY = WS-DECIDE-DAYS - WS-QUEUE-AGE
           IF WS-SPREAD-DAY < 0
               MOVE 0 TO WS-SPREAD-DAY
           END-IF
           ADD 2 TO WS-SPREAD-DAY
           IF WS-SPREAD-DAY > WS-HORIZON-DAYS
               ADD WS-REVIEW-WEIGHTED TO WS-REVIEW-BEYOND
           ELSE
               ADD WS-REVIEW-WEIGHTED TO WS-HZ-REVIEW(WS-SPREAD-DAY)
           END-IF.

       6000-FORECAST-PREMIUM-DRAFTS.
      *    DRAFTS ALREADY SENT COME IN ON THEIR SETTLEMENT DATE; AFTER
      *    THAT, EACH ACTIVE ENROLLMENT IS WALKED THROUGH THE NIGHTLY
      *    CYCLES AHEAD THE WAY ACHDRAFT WILL RUN THEM - A DRAFT ON
      *    THE FIRST CYCLE ON OR AFTER THE DRAFT DAY THAT FINDS AN
      *    OPEN INVOICE DUE, ONCE A MONTH, SETTLING THE NEXT DAY
           PERFORM 6100-LOAD-DRAFT-REGISTER THRU 6100-EXIT
           PERFORM 6200-LOAD-OPEN-INVOICES THRU 6200-EXIT
           PERFORM 6300-PROJECT-ENROLLMENTS THRU 6300-EXIT.

       6100-LOAD-DRAFT-REGISTER.
           OPEN INPUT DRAFT-REGISTER-FILE
           IF WS-DRAFT-STATUS NOT = "00"
               GO TO 6100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 6110-READ-DRAFT UNTIL EOF-CURRENT
           CLOSE DRAFT-REGISTER-FILE.
       6100-EXIT.
           EXIT.

       6110-READ-DRAFT.
           READ DRAFT-REGISTER-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   PERFORM 6120-FORECAST-DRAFT THRU 6120-EXIT
           END-READ.

       6120-FORECAST-DRAFT.
           IF NOT ADRF-PENDING AND NOT ADRF-SETTLED
               GO TO 6120-EXIT
           END-IF
           IF WS-OUT-DRAFT-COUNT < WS-MAX-OUT-DRAFTS
               ADD 1 TO WS-OUT-DRAFT-COUNT
               MOVE ADRF-POLICY-NUMBER
                   TO WS-OD-POLICY-NUMBER(WS-OUT-DRAFT-COUNT)
               MOVE ADRF-INVOICE-DATE
                   TO WS-OD-INVOICE-DATE(WS-OUT-DRAFT-COUNT)
           ELSE
               DISPLAY "CASHFCST WARNING: DRAFT TABLE FULL - POLICY "
                       ADRF-POLICY-NUMBER " MAY BE PROJECTED TWICE"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ADRF-PENDING
             AND ADRF-SETTLE-DATE NOT < WS-TODAY-DATE
               MOVE ADRF-SETTLE-DATE TO WS-PLACE-DATE
               PERFORM 7900-PLACE-ON-DAY
               IF WS-PLACE-IDX > 0
                   ADD 1 TO WS-DRAFTS-PENDING
                   ADD ADRF-AMOUNT TO WS-HZ-DRAFTS(WS-PLACE-IDX)
               END-IF
           END-IF.
       6120-EXIT.
           EXIT.

       6200-LOAD-OPEN-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               GO TO 6200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 6210-READ-INVOICE UNTIL EOF-CURRENT
           CLOSE INVOICE-FILE

           PERFORM 6250-PAD-INVOICE-SLOT
               VARYING WS-PAD-IDX FROM WS-INVOICE-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-INVOICES
           SORT WS-OI-ENTRY ON ASCENDING KEY WS-OI-POLICY-NUMBER
                                             WS-OI-DUE-DATE.
       6200-EXIT.
           EXIT.

       6210-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF INV-OPEN AND INV-PREMIUM-AMOUNT > ZERO
                       PERFORM 6220-ADD-OPEN-INVOICE THRU 6220-EXIT
                   END-IF
           END-READ.

       6220-ADD-OPEN-INVOICE.
           MOVE 'N' TO WS-OD-FOUND
           PERFORM 6230-SCAN-OUT-DRAFT
               VARYING WS-OD-IDX FROM 1 BY 1
               UNTIL WS-OD-IDX > WS-OUT-DRAFT-COUNT OR OD-FOUND
           IF OD-FOUND
               GO TO 6220-EXIT
           END-IF
           IF WS-INVOICE-COUNT NOT < WS-MAX-INVOICES
               DISPLAY "CASHFCST WARNING: INVOICE TABLE FULL - POLICY "
                       INV-POLICY-NUMBER " NOT PROJECTED"
               MOVE 4 TO RETURN-CODE
               GO TO 6220-EXIT
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           MOVE INV-POLICY-NUMBER
               TO WS-OI-POLICY-NUMBER(WS-INVOICE-COUNT)
           MOVE INV-DUE-DATE TO WS-OI-DUE-DATE(WS-INVOICE-COUNT)
           MOVE INV-PREMIUM-AMOUNT TO WS-OI-AMOUNT(WS-INVOICE-COUNT)
           MOVE 'N' TO WS-OI-TAKEN(WS-INVOICE-COUNT).
       6220-EXIT.
           EXIT.

       6230-SCAN-OUT-DRAFT.
           IF WS-OD-POLICY-NUMBER(WS-OD-IDX) = INV-POLICY-NUMBER
             AND WS-OD-INVOICE-DATE(WS-OD-IDX) = INV-INVOICE-DATE
               SET OD-FOUND TO TRUE
           END-IF.

       6250-PAD-INVOICE-SLOT.
           MOVE HIGH-VALUES TO WS-OI-ENTRY(WS-PAD-IDX + 1).

       6300-PROJECT-ENROLLMENTS.
           IF WS-INVOICE-COUNT = 0
               GO TO 6300-EXIT
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               GO TO 6300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 6310-READ-ENROLLMENT UNTIL EOF-CURRENT
           CLOSE ENROLLMENT-FILE.
       6300-EXIT.
           EXIT.

       6310-READ-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF APAY-ACTIVE
                       MOVE APAY-LAST-DRAFT-DATE(1:6)
                           TO WS-LAST-DRAFT-MONTH
      *                TONIGHT'S CYCLE THROUGH DAY 9'S - A DRAFT SENT
      *                ON DAY 10 SETTLES PAST THE FORECAST
                       PERFORM 6400-PROJECT-CYCLE THRU 6400-EXIT
                           VARYING WS-HZ-IDX FROM 1 BY 1
                           UNTIL WS-HZ-IDX >= WS-HORIZON-DAYS
                   END-IF
           END-READ.

       6400-PROJECT-CYCLE.
           IF APAY-AUTH-DATE > WS-HZ-DATE(WS-HZ-IDX)
             OR WS-HZ-DATE(WS-HZ-IDX)(7:2) < APAY-DRAFT-DAY
             OR WS-HZ-DATE(WS-HZ-IDX)(1:6) = WS-LAST-DRAFT-MONTH
               GO TO 6400-EXIT
           END-IF
           MOVE ZERO TO WS-DRAFT-SUM
           MOVE 0 TO WS-OX
           SEARCH ALL WS-OI-ENTRY
               WHEN WS-OI-POLICY-NUMBER(WS-OI-IDX) = APAY-POLICY-NUMBER
                   SET WS-OX TO WS-OI-IDX
           END-SEARCH
           IF WS-OX = 0
               GO TO 6400-EXIT
           END-IF
      *    THE SEARCH LANDS ON ANY ONE OF THE POLICY'S INVOICES - BACK
      *    UP TO THE FIRST, THEN TAKE EVERY ONE DUE BY THE CYCLE
           PERFORM 6410-BACK-UP-ONE
               UNTIL WS-OX = 1
                  OR WS-OI-POLICY-NUMBER(WS-OX - 1)
                         NOT = APAY-POLICY-NUMBER
           PERFORM 6420-TAKE-INVOICE
               VARYING WS-OX FROM WS-OX BY 1
               UNTIL WS-OX > WS-INVOICE-COUNT
                  OR WS-OI-POLICY-NUMBER(WS-OX) NOT = APAY-POLICY-NUMBER
           IF WS-DRAFT-SUM > ZERO
               ADD 1 TO WS-DRAFTS-PROJECTED
               ADD WS-DRAFT-SUM TO WS-HZ-DRAFTS(WS-HZ-IDX + 1)
               MOVE WS-HZ-DATE(WS-HZ-IDX)(1:6) TO WS-LAST-DRAFT-MONTH
           END-IF.
       6400-EXIT.
           EXIT.

       6410-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-OX.

       6420-TAKE-INVOICE.
           IF WS-OI-TAKEN(WS-OX) NOT = 'Y'
             AND WS-OI-DUE-DATE(WS-OX) NOT > WS-HZ-DATE(WS-HZ-IDX)
               ADD WS-OI-AMOUNT(WS-OX) TO WS-DRAFT-SUM
               MOVE 'Y' TO WS-OI-TAKEN(WS-OX)
           END-IF.

       6500-FORECAST-REINSURANCE.
      *    AN OPEN RECOVERY IS EXPECTED REINS-SETTLE-DAYS AFTER THE
      *    CESSION. ONE ALREADY PAST THAT IS OVERDUE - THE ACCOUNT IS
      *    NOT FUNDED ON THE HOPE IT ARRIVES
           OPEN INPUT REINS-RECOVERY-FILE
           IF WS-REINS-STATUS NOT = "00"
               GO TO 6500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 6510-READ-RECOVERY UNTIL EOF-CURRENT
           CLOSE REINS-RECOVERY-FILE.
       6500-EXIT.
           EXIT.

       6510-READ-RECOVERY.
           READ REINS-RECOVERY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF NOT RIRC-RECOVERED
                     AND RIRC-EXPECTED-AMOUNT > RIRC-RECEIVED-AMOUNT
                       PERFORM 6520-FORECAST-RECOVERY
                   END-IF
           END-READ.

       6520-FORECAST-RECOVERY.
           COMPUTE WS-REINS-BALANCE =
               RIRC-EXPECTED-AMOUNT - RIRC-RECEIVED-AMOUNT
           END-COMPUTE
           COMPUTE WS-REINS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RIRC-CESSION-DATE)
               + WS-REINS-SETTLE-DAYS)
           END-COMPUTE
           IF WS-REINS-DUE-DATE < WS-TODAY-DATE
               ADD 1 TO WS-REINS-OVERDUE-CNT
               ADD WS-REINS-BALANCE TO WS-REINS-OVERDUE
           ELSE
               MOVE WS-REINS-DUE-DATE TO WS-PLACE-DATE
               PERFORM 7900-PLACE-ON-DAY
               IF WS-PLACE-IDX > 0
                   ADD WS-REINS-BALANCE TO WS-HZ-REINS(WS-PLACE-IDX)
               ELSE
                   ADD WS-REINS-BALANCE TO WS-REINS-BEYOND
               END-IF
           END-IF.

       7000-WRITE-FORECAST.
           MOVE WS-FCST-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FCST-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7100-WRITE-DAY-LINE
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS

           MOVE "TOTAL" TO WS-FD-LABEL
           MOVE WS-TOT-AUTHORIZED TO WS-FD-AUTHORIZED
           MOVE WS-TOT-ACH TO WS-FD-ACH
           MOVE WS-TOT-CHECKS TO WS-FD-CHECKS
           MOVE WS-TOT-REVIEW TO WS-FD-REVIEW
           MOVE WS-TOT-DRAFTS TO WS-FD-DRAFTS
           MOVE WS-TOT-REINS TO WS-FD-REINS
           COMPUTE WS-DAY-NET =
               WS-TOT-AUTHORIZED + WS-TOT-ACH + WS-TOT-CHECKS
               + WS-TOT-REVIEW - WS-TOT-DRAFTS - WS-TOT-REINS
           END-COMPUTE
           MOVE WS-DAY-NET TO WS-FD-NET
           MOVE WS-FCST-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7200-WRITE-MEMO-LINES
           PERFORM 7300-WRITE-BASIS-LINES.

       7100-WRITE-DAY-LINE.
           MOVE SPACES TO WS-FD-LABEL
           MOVE WS-HZ-IDX TO WS-FD-DAY
           MOVE WS-HZ-DATE(WS-HZ-IDX) TO WS-FD-DATE
           MOVE WS-HZ-AUTHORIZED(WS-HZ-IDX) TO WS-FD-AUTHORIZED
           MOVE WS-HZ-ACH(WS-HZ-IDX) TO WS-FD-ACH
           MOVE WS-HZ-CHECKS(WS-HZ-IDX) TO WS-FD-CHECKS
           MOVE WS-HZ-REVIEW(WS-HZ-IDX) TO WS-FD-REVIEW
           MOVE WS-HZ-DRAFTS(WS-HZ-IDX) TO WS-FD-DRAFTS
           MOVE WS-HZ-REINS(WS-HZ-IDX) TO WS-FD-REINS
           COMPUTE WS-DAY-OUTFLOW =
               WS-HZ-AUTHORIZED(WS-HZ-IDX) + WS-HZ-ACH(WS-HZ-IDX)
               + WS-HZ-CHECKS(WS-HZ-IDX) + WS-HZ-REVIEW(WS-HZ-IDX)
           END-COMPUTE
           COMPUTE WS-DAY-INFLOW =
               WS-HZ-DRAFTS(WS-HZ-IDX) + WS-HZ-REINS(WS-HZ-IDX)
           END-COMPUTE
           COMPUTE WS-DAY-NET = WS-DAY-OUTFLOW - WS-DAY-INFLOW
           MOVE WS-DAY-NET TO WS-FD-NET
           MOVE WS-FCST-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-HZ-AUTHORIZED(WS-HZ-IDX) TO WS-TOT-AUTHORIZED
           ADD WS-HZ-ACH(WS-HZ-IDX) TO WS-TOT-ACH
           ADD WS-HZ-CHECKS(WS-HZ-IDX) TO WS-TOT-CHECKS
           ADD WS-HZ-REVIEW(WS-HZ-IDX) TO WS-TOT-REVIEW
           ADD WS-HZ-DRAFTS(WS-HZ-IDX) TO WS-TOT-DRAFTS
           ADD WS-HZ-REINS(WS-HZ-IDX) TO WS-TOT-REINS

      *    TODAY'S FIGURES ARE WHAT THE BANK IS ASKED TO FUND
           IF WS-HZ-IDX = 1
               MOVE WS-DAY-OUTFLOW TO TFRQ-OUTFLOW
               MOVE WS-DAY-INFLOW TO TFRQ-INFLOW
               IF WS-DAY-NET > ZERO
                   MOVE WS-DAY-NET TO WS-FUNDING-AMOUNT
               ELSE
                   MOVE ZERO TO WS-FUNDING-AMOUNT
               END-IF
           END-IF.

       7200-WRITE-MEMO-LINES.
      *    MONEY KNOWN ABOUT BUT LEFT OUT OF THE DAYS ABOVE
           MOVE "NOT FORECAST - LEDGER LINES ON FRAUD OR AUDIT HOLD"
               TO WS-ML-LABEL
           MOVE WS-HELD-LINES TO WS-ML-COUNT
           MOVE WS-HELD-AMOUNT TO WS-ML-AMOUNT
           MOVE WS-MEMO-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NOT FORECAST - CHECKS OLDER THAN ANY IN HISTORY"
               TO WS-ML-LABEL
           MOVE WS-UNWEIGHTED-LINES TO WS-ML-COUNT
           MOVE WS-UNWEIGHTED-AMOUNT TO WS-ML-AMOUNT
           MOVE WS-MEMO-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NOT FORECAST - REINSURANCE RECOVERIES OVERDUE"
               TO WS-ML-LABEL
           MOVE WS-REINS-OVERDUE-CNT TO WS-ML-COUNT
           MOVE WS-REINS-OVERDUE TO WS-ML-AMOUNT
           MOVE WS-MEMO-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NOT FORECAST - REVIEW QUEUE PAST DAY 10 (WEIGHTED)"
               TO WS-ML-LABEL
           MOVE ZERO TO WS-ML-COUNT
           MOVE WS-REVIEW-BEYOND TO WS-ML-AMOUNT
           MOVE WS-MEMO-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(61:9)
           WRITE REPORT-LINE

           MOVE "NOT FORECAST - REINSURANCE RECOVERIES DUE PAST DAY 10"
               TO WS-ML-LABEL
           MOVE WS-REINS-BEYOND TO WS-ML-AMOUNT
           MOVE WS-MEMO-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(61:9)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       7300-WRITE-BASIS-LINES.
           MOVE SPACES TO REPORT-LINE
           IF WS-LAG-HISTORY-COUNT > 0
               MOVE WS-LAG-HISTORY-COUNT TO WS-COUNT-DISPLAY
               STRING "CHECK CLEARING: WEIGHTED BY " WS-COUNT-DISPLAY
                      " CHECKS CLEARED SINCE " WS-HISTORY-START
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-DEFAULT-CLEAR-DAYS TO WS-DAYS-DISPLAY
               STRING "CHECK CLEARING: NO CLEARING HISTORY - EVERY "
                      "CHECK ASSUMED TO CLEAR " WS-DAYS-DISPLAY
                      " BUSINESS DAYS AFTER ITS PAYMENT DATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE WS-APPROVE-PCT TO WS-PCT-DISPLAY
           MOVE WS-DECIDE-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-DECISIONS-COUNTED > 0
               MOVE WS-DECISIONS-COUNTED TO WS-COUNT-DISPLAY
               STRING "REVIEW QUEUE: APPROVAL RATE " WS-PCT-DISPLAY
                      "% OF " WS-COUNT-DISPLAY " DECISIONS SINCE "
                      WS-HISTORY-START ", DECIDED AT "
                      WS-DAYS-DISPLAY " BUSINESS DAYS OLD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "REVIEW QUEUE: NO DECISION HISTORY - APPROVAL "
                      "RATE " WS-PCT-DISPLAY "%, DECIDED AT "
                      WS-DAYS-DISPLAY " BUSINESS DAYS OLD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE WS-DRAFTS-PENDING TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DRAFTS-PROJECTED TO WS-COUNT-DISPLAY-2
           STRING "PREMIUM DRAFTS: " WS-COUNT-DISPLAY
                  " AT THE BANK, PLUS " WS-COUNT-DISPLAY-2
                  " PROJECTED FROM AUTOPAY DRAFT DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       7500-WRITE-FUNDING-REQUEST.
      *    ONE RECORD, REWRITTEN EVERY RUN - TODAY'S NET OUTFLOW, OR
      *    ZERO ON A DAY THE INFLOWS COVER IT
           IF WS-DISB-ACCOUNT = SPACES
               DISPLAY "CASHFCST WARNING: NO DISB-BANK-ACCOUNT IN "
                       "data/runparms.dat - THE BANK CANNOT ACT ON "
                       "THE FUNDING REQUEST"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-TODAY-DATE TO TFRQ-REQUEST-DATE
           MOVE WS-TODAY-DATE TO TFRQ-VALUE-DATE
           MOVE WS-DISB-ROUTING TO TFRQ-BANK-ROUTING
           MOVE WS-DISB-ACCOUNT TO TFRQ-BANK-ACCOUNT
           MOVE WS-FUNDING-AMOUNT TO TFRQ-AMOUNT
           OPEN OUTPUT FUNDING-REQUEST-FILE
           WRITE FUNDING-REQUEST-RECORD
           CLOSE FUNDING-REQUEST-FILE

           MOVE WS-FUNDING-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "FUNDING REQUEST: FUND ACCOUNT " WS-DISB-ACCOUNT
                  " (ROUTING " WS-DISB-ROUTING ") $" WS-AMT-DISPLAY
                  " VALUE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       7900-PLACE-ON-DAY.
           MOVE 0 TO WS-PLACE-IDX
           PERFORM 7910-TEST-DAY
               VARYING WS-HZ-IDX FROM 1 BY 1
               UNTIL WS-HZ-IDX > WS-HORIZON-DAYS OR WS-PLACE-IDX > 0.

       7910-TEST-DAY.
           IF WS-HZ-DATE(WS-HZ-IDX) >= WS-PLACE-DATE
               MOVE WS-HZ-IDX TO WS-PLACE-IDX
           END-IF.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "TREASURY CASH FORECAST COMPLETE"
           DISPLAY "FORECAST DAYS:          " WS-HZ-DATE(1) " TO "
                   WS-HZ-DATE(WS-HORIZON-DAYS)
           DISPLAY "AUTHORIZED LINES:       " WS-AUTH-LINES
           DISPLAY "CHECKS OUTSTANDING:     " WS-CHECK-LINES
           DISPLAY "HELD LINES NOT FORECAST:" WS-HELD-LINES
           DISPLAY "REVIEW QUEUE ENTRIES:   " WS-QUEUE-ENTRIES
           DISPLAY "DRAFTS AT THE BANK:     " WS-DRAFTS-PENDING
           DISPLAY "DRAFTS PROJECTED:       " WS-DRAFTS-PROJECTED
           MOVE WS-FUNDING-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "FUNDING REQUESTED:     $" WS-AMT-DISPLAY
           DISPLAY "FORECAST WRITTEN TO: reports/cash_forecast.txt"
           DISPLAY "FUNDING REQUEST: "
                   "data/treasury_funding_request.dat".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
