      * CLEAR AT A DIFFERENT AMOUNT GOES ON THE EXCEPTION REPORT AND   *
      * THE ENTRY IS LEFT ALONE FOR A HUMAN; A DISBURSED ENTRY STILL   *
      * UNMATCHED AFTER THE STALE THRESHOLD IS FLAGGED STALE SO       *
      * PAYVOID CAN VOID AND REISSUE IT. CHANGED LINES ARE REWRITTEN   *
      * IN PLACE THROUGH PYMTIO, THE SAME WAY PAYDISB MARKS THEM PAID. *
      * EVERY LINE CLEARED IS ALSO APPENDED TO THE CLEARING HISTORY    *
      * WITH THE BUSINESS DAYS IT TOOK, WHICH THE TREASURY CASH        *
      * FORECAST WEIGHTS THE CHECKS STILL OUTSTANDING BY               *
      * AN AGENT COMMISSION CHECK/EFT FROM COMMDISB HAS NO LEDGER LINE *
      * - A CLEAR UNDER A COMMISSION AUTH CODE ("CM") IS MATCHED TO    *
      * ITS AGENT ROW ON THE CHECK REGISTER INSTEAD, AND ONE ALREADY   *
      * ON THE CLEARING HISTORY IS NOT OUTSTANDING ANY MORE            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT WITHHOLDING-FILE
               ASSIGN TO "data/withholding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "reports/bank_recon_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT CLEARING-HISTORY-FILE
               ASSIGN TO "data/clearing_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.
      *    SECOND 01 CARRIES THE FULL CONTROL LENGTH
       01  BANK-CONTROL-RECORD      PIC X(31).

       FD  WITHHOLDING-FILE.
       01  WITHHOLDING-RECORD.
           COPY WHLDREC.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE    PIC X(132).

       FD  CLEARING-HISTORY-FILE.
       01  CLEARING-HISTORY-RECORD.
           COPY CLRHREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-BANK-STATUS           PIC XX.
       01  WS-EXCEPTION-STATUS      PIC XX.
       01  WS-CLEARING-STATUS       PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat WHEN
      * A MATCHING ENTRY IS PRESENT, THE SAME FALLBACK-DEFAULT PATTERN
      * CLMESCL USES FOR ITS ESCALATION THRESHOLD
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-DAYS-OUTSTANDING      PIC S9(7).

      * CLEARING LAG - BUSINESS DAYS FROM THE LEDGER PAYMENT DATE TO
      * THE BANK'S CLEARED DATE, AND THE PAYEE'S PROVIDER MASTER ROW
      * TO TELL A PAPER CHECK FROM AN EFT
       01  WS-CLEAR-LAG             PIC S9(5) VALUE 0.
       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROV-FOUND            PIC X VALUE 'N'.
           88 PROV-WAS-FOUND        VALUE 'Y'.

      * INTERFACE BATCH CONTROLS - VALIDATED IN A PRE-PASS BEFORE A
      * SINGLE DETAIL PROCESSES; A FILE WITH NO HEADER PROCESSES AS
      * IT ALWAYS DID, AND CONTROL ROWS ARE SKIPPED BY THE DETAIL
       01  WS-EOF-BCTL              PIC X VALUE 'N'.
           88 EOF-BCTL              VALUE 'Y'.

       01  WS-MAX-BANK-TRANS        PIC 9(5) VALUE 9000.
       01  WS-BANK-COUNT            PIC 9(5) VALUE 0.
       01  WS-BK-IDX                PIC 9(5) VALUE 0.
       01  WS-AUTH-WITHHELD         PIC 9(9)V99 VALUE 0.
       01  WS-EXPECTED-CLEAR        PIC 9(9)V99 VALUE 0.

      * AGENT COMMISSION ITEMS OFF THE CHECK REGISTER, BY THEIR
      * COMMISSION AUTH CODE - THE LATEST ROW WINS IF THE SEQUENCE
      * HAS EVER WRAPPED. CLEARED = ALREADY ON THE CLEARING HISTORY,
      * SO A SECOND PRESENTMENT IS NOT MISTAKEN FOR THE FIRST
       01  WS-EOF-REGISTER          PIC X VALUE 'N'.
           88 EOF-REGISTER          VALUE 'Y'.
       01  WS-EOF-CLEARING          PIC X VALUE 'N'.
           88 EOF-CLEARING          VALUE 'Y'.
       01  WS-MAX-COMM-ITEMS        PIC 9(5) VALUE 9000.
       01  WS-CM-COUNT              PIC 9(5) VALUE 0.
       01  WS-CM-IDX                PIC 9(5) VALUE 0.
       01  WS-CM-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-CM-FOUND              PIC X VALUE 'N'.
           88 CM-FOUND              VALUE 'Y'.
       01  WS-CM-KEY                PIC X(6).
       01  WS-COMM-ITEM-TABLE.
           05  WS-CM-ENTRY OCCURS 9000 TIMES.
               10  WS-CM-AUTH-CODE      PIC X(6).
               10  WS-CM-AGENT-ID       PIC X(8).
               10  WS-CM-METHOD         PIC X(1).
               10  WS-CM-PAYMENT-DATE   PIC 9(8).
               10  WS-CM-AMOUNT         PIC 9(9)V99.
               10  WS-CM-CLEARED        PIC X(1).

       01  WS-COUNTERS.
           05  WS-LEDGER-READ       PIC 9(7) VALUE 0.
           05  WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
           05  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.
           05  WS-STALE-COUNT       PIC 9(5) VALUE 0.
           05  WS-UNISSUED-COUNT    PIC 9(5) VALUE 0.
           05  WS-COMM-CLEARED      PIC 9(5) VALUE 0.

       01  WS-EXCEPTION-DETAIL.
           05  WS-EXC-TAG           PIC X(18).

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-WITHHOLDING THRU 1300-EXIT
           PERFORM 1400-LOAD-COMMISSION-ITEMS THRU 1400-EXIT

           PERFORM 0800-VALIDATE-BATCH-CONTROLS THRU 0800-EXIT

               SET EOF-BANK TO TRUE
           END-IF

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "ERROR: PAYMENT LEDGER EMPTY"
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE

           OPEN EXTEND CLEARING-HISTORY-FILE
           IF WS-CLEARING-STATUS NOT = "00"
               OPEN OUTPUT CLEARING-HISTORY-FILE
           END-IF.

       0800-VALIDATE-BATCH-CONTROLS.
      *    THE TRAILER MUST ACCOUNT FOR EVERY DETAIL BEFORE A SINGLE
                   END-EVALUATE
           END-READ.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE WS-WH-IDX TO WS-WH-MATCH-IDX
           END-IF.

       1400-LOAD-COMMISSION-ITEMS.
      *    NO REGISTER MEANS NOTHING WAS EVER ISSUED TO AN AGENT, AND
      *    ANY COMMISSION CODE THE BANK CLEARS IS UNISSUED
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-REGISTER
           PERFORM 1410-READ-REGISTER UNTIL EOF-REGISTER
           CLOSE CHECK-REGISTER-FILE

      *    THE CLEARING HISTORY IS READ BEFORE THIS RUN APPENDS TO IT
           OPEN INPUT CLEARING-HISTORY-FILE
           IF WS-CLEARING-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CLEARING
           PERFORM 1450-READ-CLEARING-HISTORY UNTIL EOF-CLEARING
           CLOSE CLEARING-HISTORY-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   SET EOF-REGISTER TO TRUE
               NOT AT END
                   IF CHKR-PAYEE-TYPE = "A"
                     AND CHKR-AUTH-CODE NOT = SPACES
                       PERFORM 1420-ADD-COMMISSION-ITEM THRU 1420-EXIT
                   END-IF
           END-READ.

       1420-ADD-COMMISSION-ITEM.
           MOVE CHKR-AUTH-CODE TO WS-CM-KEY
           PERFORM 1430-FIND-COMMISSION-ITEM
           IF NOT CM-FOUND
               IF WS-CM-COUNT < WS-MAX-COMM-ITEMS
                   ADD 1 TO WS-CM-COUNT
                   MOVE WS-CM-COUNT TO WS-CM-MATCH-IDX
               ELSE
                   DISPLAY "BANKRECN WARNING: COMMISSION TABLE FULL "
                           "- AUTH " CHKR-AUTH-CODE " NOT LOADED"
                   GO TO 1420-EXIT
               END-IF
           END-IF
           MOVE CHKR-AUTH-CODE TO WS-CM-AUTH-CODE(WS-CM-MATCH-IDX)
           MOVE CHKR-PROVIDER-ID TO WS-CM-AGENT-ID(WS-CM-MATCH-IDX)
           MOVE CHKR-PAYMENT-METHOD TO WS-CM-METHOD(WS-CM-MATCH-IDX)
           MOVE CHKR-PAYMENT-DATE
               TO WS-CM-PAYMENT-DATE(WS-CM-MATCH-IDX)
           MOVE CHKR-TOTAL-AMOUNT TO WS-CM-AMOUNT(WS-CM-MATCH-IDX)
           MOVE 'N' TO WS-CM-CLEARED(WS-CM-MATCH-IDX).
       1420-EXIT.
           EXIT.

       1430-FIND-COMMISSION-ITEM.
           MOVE 'N' TO WS-CM-FOUND
           PERFORM 1440-SCAN-COMMISSION-ITEM
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT OR CM-FOUND.

       1440-SCAN-COMMISSION-ITEM.
           IF WS-CM-AUTH-CODE(WS-CM-IDX) = WS-CM-KEY
               SET CM-FOUND TO TRUE
               MOVE WS-CM-IDX TO WS-CM-MATCH-IDX
           END-IF.

       1450-READ-CLEARING-HISTORY.
           READ CLEARING-HISTORY-FILE
               AT END
                   SET EOF-CLEARING TO TRUE
               NOT AT END
                   IF CLRH-AUTH-CODE(1:2) = "CM"
                       MOVE CLRH-AUTH-CODE TO WS-CM-KEY
                       PERFORM 1430-FIND-COMMISSION-ITEM
      *                THE PAYMENT DATE TELLS A WRAPPED SEQUENCE'S
      *                NEW ITEM FROM THE OLD ONE THAT CLEARED
                       IF CM-FOUND
                         AND CLRH-PAYMENT-DATE
                               = WS-CM-PAYMENT-DATE(WS-CM-MATCH-IDX)
                           MOVE 'Y' TO WS-CM-CLEARED(WS-CM-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ.

       2000-LOAD-BANK-TRANS.
           READ BANK-TRANS-FILE
               AT END
       2500-TOTAL-DISBURSED-BY-AUTH.
      *    ONE PRELIMINARY PASS OVER THE LEDGER SO EVERY DISBURSED
      *    LINE'S AUTH CODE CARRIES THE FULL AMOUNT THE BANK SHOULD
      *    HAVE CLEARED - THE SCAN IS RESTARTED FOR THE RECONCILE
      *    PASS PROPER
           PERFORM 2510-READ-FOR-TOTAL UNTIL EOF-TOTAL-PASS
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF.

       2510-READ-FOR-TOTAL.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-TOTAL-PASS TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "P"
                   PERFORM 2520-ADD-TO-AUTH-TOTAL
               END-IF
           END-IF.

       2520-ADD-TO-AUTH-TOTAL.
           MOVE 'N' TO WS-AT-FOUND
           END-IF.

       3000-RECONCILE-LEDGER.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF PYMT-STATUS OF PAYMENT-RECORD = "P"
                   PERFORM 3100-MATCH-AGAINST-BANK
                   IF PYMT-STATUS OF PAYMENT-RECORD NOT = "P"
                       MOVE "U" TO WS-PYMTIO-FUNCTION
                       CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                           PAYMENT-RECORD
                                           WS-PYMTIO-OK
                   END-IF
               END-IF
           END-IF.

       3100-MATCH-AGAINST-BANK.
           MOVE 'N' TO WS-BK-FOUND
               IF BANK-CLEARED-AMOUNT OF WS-BK-ENTRY(WS-BK-MATCH-IDX)
                       = WS-EXPECTED-CLEAR
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE "C" TO PYMT-STATUS OF PAYMENT-RECORD
                   PERFORM 3110-LOG-CLEARING-LAG
               ELSE
      *            THE WHOLE AUTH CODE IS OFF - REPORT IT ONCE AND
      *            LEAVE EVERY LINE UNDER IT FOR A HUMAN
               PERFORM 3300-CHECK-FOR-STALE
           END-IF.

       3110-LOG-CLEARING-LAG.
      *    THE METHOD IS THE ONE PAYDISB CHOOSES - MEMBER AND GROUP
      *    PAYEES ALWAYS GET A CHECK, A PROVIDER WITH AN EFT ELECTION
      *    AND BANK DETAILS ON FILE SETTLES BY ACH
           CALL 'BUSDAYS' USING PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                                BANK-CLEARED-DATE
                                    OF WS-BK-ENTRY(WS-BK-MATCH-IDX)
                                WS-CLEAR-LAG
           MOVE SPACES TO CLEARING-HISTORY-RECORD
           MOVE PYMT-AUTH-CODE OF PAYMENT-RECORD TO CLRH-AUTH-CODE
           MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
               TO CLRH-CLAIM-NUMBER
           MOVE "C" TO CLRH-PAYMENT-METHOD
           IF PYMT-PAYEE-PROVIDER OF PAYMENT-RECORD
               MOVE 'N' TO WS-PROV-FOUND
               CALL 'PROVLKUP' USING PYMT-PROVIDER-ID OF PAYMENT-RECORD
                                     WS-PROVIDER-RECORD
                                     WS-PROV-FOUND
               IF PROV-WAS-FOUND
                 AND PROV-PAY-BY-EFT OF WS-PROVIDER-RECORD
                 AND PROV-BANK-ROUTING OF WS-PROVIDER-RECORD
                         NOT = SPACES
                 AND NOT PROV-BANK-PENDING OF WS-PROVIDER-RECORD
                   MOVE "E" TO CLRH-PAYMENT-METHOD
               END-IF
           END-IF
           MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
               TO CLRH-PAYMENT-DATE
           MOVE BANK-CLEARED-DATE OF WS-BK-ENTRY(WS-BK-MATCH-IDX)
               TO CLRH-CLEARED-DATE
           MOVE WS-CLEAR-LAG TO CLRH-LAG-DAYS
           MOVE PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD TO CLRH-AMOUNT
           WRITE CLEARING-HISTORY-RECORD.

       3120-FETCH-AUTH-TOTAL.
           MOVE 'N' TO WS-AT-FOUND
           PERFORM 2550-SCAN-AUTH-TOTAL

           IF WS-DAYS-OUTSTANDING > WS-STALE-PAYMENT-DAYS
               ADD 1 TO WS-STALE-COUNT
               MOVE "S" TO PYMT-STATUS OF PAYMENT-RECORD
               MOVE "STALE PAYMENT" TO WS-EXC-TAG
               MOVE PYMT-AUTH-CODE OF PAYMENT-RECORD
                   TO WS-EXC-AUTH-CODE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

       3500-MATCH-COMMISSION-CLEAR.
      *    AN OUTSTANDING AGENT ITEM UNDER THE CODE CLEARS AT ITS
      *    REGISTER AMOUNT, OR IS AN ALTERED INSTRUMENT LIKE ANY
      *    LEDGER ITEM THAT CLEARS SHORT OR LONG. ONE ALREADY CLEARED
      *    IS LEFT UNMATCHED AND REPORTS AS UNISSUED BELOW
           MOVE BANK-AUTH-CODE OF WS-BK-ENTRY(WS-BK-IDX) TO WS-CM-KEY
           PERFORM 1430-FIND-COMMISSION-ITEM
           IF NOT CM-FOUND
               GO TO 3500-EXIT
           END-IF
           IF WS-CM-CLEARED(WS-CM-MATCH-IDX) = 'Y'
               GO TO 3500-EXIT
           END-IF

           MOVE 'Y' TO WS-BK-MATCHED(WS-BK-IDX)
           IF BANK-CLEARED-AMOUNT OF WS-BK-ENTRY(WS-BK-IDX)
                   NOT = WS-CM-AMOUNT(WS-CM-MATCH-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "AMOUNT MISMATCH" TO WS-EXC-TAG
               MOVE WS-CM-KEY TO WS-EXC-AUTH-CODE
               MOVE WS-CM-AGENT-ID(WS-CM-MATCH-IDX)
                   TO WS-EXC-CLAIM-NUMBER
               MOVE WS-CM-AMOUNT(WS-CM-MATCH-IDX)
                   TO WS-EXC-AUTH-AMOUNT
               MOVE BANK-CLEARED-AMOUNT OF WS-BK-ENTRY(WS-BK-IDX)
                   TO WS-EXC-BANK-AMOUNT
               MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-FRAUD-CLEARED-ALTERED
                   BY CONTENT WS-CM-KEY
               GO TO 3500-EXIT
           END-IF

           ADD 1 TO WS-COMM-CLEARED
           MOVE 'Y' TO WS-CM-CLEARED(WS-CM-MATCH-IDX)
           CALL 'BUSDAYS' USING WS-CM-PAYMENT-DATE(WS-CM-MATCH-IDX)
                                BANK-CLEARED-DATE
                                    OF WS-BK-ENTRY(WS-BK-IDX)
                                WS-CLEAR-LAG
           MOVE SPACES TO CLEARING-HISTORY-RECORD
           MOVE WS-CM-KEY TO CLRH-AUTH-CODE
           MOVE SPACES TO CLRH-CLAIM-NUMBER
           MOVE WS-CM-METHOD(WS-CM-MATCH-IDX) TO CLRH-PAYMENT-METHOD
           MOVE WS-CM-PAYMENT-DATE(WS-CM-MATCH-IDX)
               TO CLRH-PAYMENT-DATE
           MOVE BANK-CLEARED-DATE OF WS-BK-ENTRY(WS-BK-IDX)
               TO CLRH-CLEARED-DATE
           MOVE WS-CLEAR-LAG TO CLRH-LAG-DAYS
           MOVE WS-CM-AMOUNT(WS-CM-MATCH-IDX) TO CLRH-AMOUNT
           WRITE CLEARING-HISTORY-RECORD.
       3500-EXIT.
           EXIT.

       3600-REPORT-UNISSUED-CLEARS.
           IF WS-BK-MATCHED(WS-BK-IDX) NOT = 'Y'
             AND BANK-AUTH-CODE OF WS-BK-ENTRY(WS-BK-IDX)(1:2) = "CM"
               PERFORM 3500-MATCH-COMMISSION-CLEAR THRU 3500-EXIT
           END-IF
      *    MONEY LEFT THE ACCOUNT AGAINST AN AUTH CODE THE LEDGER
      *    NEVER DISBURSED - A FORGED OR COUNTERFEIT ITEM. FATAL
      *    SEVERITY PUTS IT AT THE TOP OF THE OPERATIONS EXCEPTION
           DISPLAY "PAYMENTS CLEARED:       " WS-CLEARED-COUNT
           DISPLAY "AMOUNT MISMATCHES:      " WS-MISMATCH-COUNT
           DISPLAY "STALE PAYMENTS FLAGGED: " WS-STALE-COUNT
           DISPLAY "COMMISSION ITEMS CLEARED:" WS-COMM-CLEARED
           DISPLAY "CLEARED NOT ISSUED:     " WS-UNISSUED-COUNT
           DISPLAY "EXCEPTIONS WRITTEN TO: "
                   "reports/bank_recon_exceptions.txt"
           DISPLAY "CLEARING LAGS ADDED TO: "
                   "data/clearing_history.dat".

       9000-CLEANUP.
           IF WS-BANK-STATUS = "00" OR WS-BANK-STATUS = "10"
               CLOSE BANK-TRANS-FILE
           END-IF
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE CLEARING-HISTORY-FILE.
