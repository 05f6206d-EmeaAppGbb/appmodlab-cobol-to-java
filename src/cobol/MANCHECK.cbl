       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCHECK.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * OFF-CYCLE MANUAL CHECK PROGRAM                                 *
      * RUN ON DEMAND TO CUT AN URGENT CHECK WITHOUT WAITING FOR THE   *
      * NEXT DISBURSEMENT RUN. EACH MANUAL CHECK REQUEST (MCHKREQ) IS  *
      * VALIDATED BEFORE ANYTHING IS WRITTEN:                          *
      *   - A REQUESTER AND A DIFFERENT APPROVER, BOTH ACTIVE ON THE   *
      *     OPERATOR MASTER, AND A REASON                              *
      *   - THE CLAIM ON THE HISTORY MASTER, APPROVED OR PENDED, AND   *
      *     THE PAYEE ITS OWN PROVIDER OR POLICYHOLDER                 *
      *   - NO LIVE PAYMENT FOR THE CLAIM ALREADY ON THE LEDGER, THE   *
      *     SAME DOUBLE-PAY GUARD PYMTAUTH APPLIES - SO A REQUEST      *
      *     CANNOT PAY A CLAIM TWICE, AND A RERUN OF THE SAME REQUEST  *
      *     FILE CUTS NOTHING                                          *
      *   - A TAX ID ON FILE FOR A PROVIDER PAYEE - A MANUAL CHECK     *
      *     CANNOT APPLY BACKUP WITHHOLDING, SO A PROVIDER PAYDISB     *
      *     WOULD WITHHOLD FROM IS LEFT TO THE REGULAR RUN             *
      * A GOOD REQUEST IS NUMBERED OFF THE SAME CHECK-NUMBER CONTROL   *
      * PAYDISB USES, BOOKED ON THE LEDGER THROUGH PYMTIO AS AN        *
      * AUTHORIZED CLAIM PAYMENT ALREADY DISBURSED, RECORDED ON THE    *
      * CHECK REGISTER AND ADDED TO THE POSITIVE-PAY ISSUE FILE - SO   *
      * BANKRECN AND TAX1099 TREAT IT LIKE ANY OTHER PAYMENT. IT ALSO  *
      * GOES ON THE MANUAL CHECK GL PICKUP FILE (MCGLREC), WHICH THE   *
      * NEXT GLEXTR JOURNALS UNDER CLMPAID WHENEVER THE CHECK WAS CUT. *
      * WHO ASKED, WHO APPROVED AND WHY GO ON THE MANUAL CHECK REPORT  *
      * WITH THE CHECK. A REJECTED REQUEST IS LOGGED THROUGH ERRHANDL  *
      * AND ENDS THE STEP WITH RC 4                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO "data/manual_check_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT TAXID-FILE
               ASSIGN TO "data/tax_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXID-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO "data/check_number_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MANUAL-CONTROL-FILE
               ASSIGN TO "data/manual_check_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-CTL-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "data/positive_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT MANUAL-GL-FILE
               ASSIGN TO "data/manual_check_gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-GL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/manual_checks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           COPY MCHKREQ.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERREC.

       FD  TAXID-FILE.
       01  TAXID-RECORD.
           COPY TAXIDMST.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CHKC-LAST-CHECK-NUMBER PIC 9(8).

       FD  MANUAL-CONTROL-FILE.
       01  MANUAL-CONTROL-RECORD.
           05  MCTL-LAST-SEQUENCE   PIC 9(4).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           COPY POSPAYRC.

       FD  MANUAL-GL-FILE.
       01  MANUAL-GL-RECORD.
           COPY MCGLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-REQUEST-STATUS        PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-MANUAL-CTL-STATUS     PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-POSPAY-STATUS         PIC XX.
       01  WS-MANUAL-GL-STATUS      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-REQUEST           PIC X VALUE 'N'.
           88 EOF-REQUEST           VALUE 'Y'.
       01  WS-EOF-OPERATOR          PIC X VALUE 'N'.
           88 EOF-OPERATOR          VALUE 'Y'.
       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.
       01  WS-EOF-LEDGER            PIC X VALUE 'N'.
           88 EOF-LEDGER            VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-CHECK-NUMBER          PIC 9(8) VALUE 0.
       01  WS-MANUAL-SEQUENCE       PIC 9(4) VALUE 0.

       01  WS-REQUEST-VALID         PIC X VALUE 'N'.
           88 REQUEST-IS-VALID      VALUE 'Y'.
       01  WS-LEDGER-LINE-FOUND     PIC X VALUE 'N'.
           88 LEDGER-LINE-FOUND     VALUE 'Y'.
       01  WS-TAXID-FOUND           PIC X VALUE 'N'.
           88 TAXID-WAS-FOUND       VALUE 'Y'.

      * THE OPERATOR MASTER - A REQUESTER OR APPROVER NOT ON IT, OR
      * REVOKED, CANNOT PUT A CHECK OUT THE DOOR
       01  WS-MAX-OPERATORS         PIC 9(5) VALUE 2000.
       01  WS-OPERATOR-COUNT        PIC 9(5) VALUE 0.
       01  WS-OP-IDX                PIC 9(5) VALUE 0.
       01  WS-OPERATOR-KEY          PIC X(8).
       01  WS-OP-FOUND              PIC X VALUE 'N'.
           88 OP-FOUND              VALUE 'Y'.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 2000 TIMES.
               COPY OPERREC REPLACING ==05== BY ==10==.

      * THE CLAIM'S CURRENT ROW ON THE KEYED HISTORY MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CL-FOUND              PIC X VALUE 'N'.
           88 CL-FOUND              VALUE 'Y'.
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROV-FOUND            PIC X VALUE 'N'.
           88 PROV-WAS-FOUND        VALUE 'Y'.
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
           88 POLICY-WAS-FOUND      VALUE 'Y'.
       01  WS-PAYEE-NAME            PIC X(30).

       01  WS-RECEIPT-BASIS-DATE    PIC 9(8).
       01  WS-DAYS-TO-PAY           PIC S9(5) VALUE 0.

       01  WS-REJECT-DATA.
           05  WS-RJ-REQUEST-ID     PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RJ-REASON         PIC X(11).

       01  WS-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ     PIC 9(5) VALUE 0.
           05  WS-CHECKS-ISSUED     PIC 9(5) VALUE 0.
           05  WS-REQUESTS-REJECTED PIC 9(5) VALUE 0.
           05  WS-TOTAL-ISSUED      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-REQUESTS UNTIL EOF-REQUEST
           IF WS-CHECKS-ISSUED > ZERO
               PERFORM 8000-SAVE-CHECK-CONTROL
               PERFORM 8100-SAVE-MANUAL-CONTROL
           END-IF
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - MANUAL CHECK REQUESTS"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MANUAL CHECK REQUEST FILE: "
                       WS-REQUEST-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-REQUEST-STATUS
               STOP RUN
           END-IF

           PERFORM 1300-LOAD-OPERATORS
           PERFORM 1100-LOAD-CHECK-CONTROL
           PERFORM 1150-LOAD-MANUAL-CONTROL

      *    EVERY FILE BELOW IS APPENDED TO - THE REGISTER AND THE
      *    REPORT ARE RUNNING RECORDS, AND THE POSITIVE-PAY ISSUE
      *    FILE ALREADY HOLDS WHATEVER THE DAY'S PAYDISB RUN CUT.
      *    THE GL PICKUP FILE IS CUMULATIVE UNTIL GLEXTR MARKS ITS ROWS
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS NOT = "00"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF
           OPEN EXTEND MANUAL-GL-FILE
           IF WS-MANUAL-GL-STATUS NOT = "00"
               OPEN OUTPUT MANUAL-GL-FILE
           END-IF
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               OPEN OUTPUT REPORT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MANUAL CHECK REQUESTS - RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:60)
           WRITE REPORT-LINE.

       1100-LOAD-CHECK-CONTROL.
      *    THE SAME ONE-RECORD CONTROL PAYDISB AND COMMDISB NUMBER
      *    THEIR CHECKS FROM - A MISSING FILE STARTS AT ZERO
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHKC-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       1150-LOAD-MANUAL-CONTROL.
      *    THE LAST MANUAL CHECK AUTH-CODE SEQUENCE, KEPT APART FROM
      *    PYMTAUTH'S SO THE TWO NEVER HAND OUT THE SAME CODE
           OPEN INPUT MANUAL-CONTROL-FILE
           IF WS-MANUAL-CTL-STATUS = "00"
               READ MANUAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MCTL-LAST-SEQUENCE TO WS-MANUAL-SEQUENCE
               END-READ
               CLOSE MANUAL-CONTROL-FILE
           END-IF.

       1300-LOAD-OPERATORS.
      *    WITHOUT THE OPERATOR MASTER NO REQUESTER OR APPROVER CAN
      *    BE CONFIRMED, SO EVERY REQUEST REJECTS
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "MANCHECK WARNING: OPERATOR MASTER NOT FOUND - "
                       "NO REQUEST CAN BE APPROVED"
           ELSE
               MOVE 'N' TO WS-EOF-OPERATOR
               PERFORM 1310-READ-OPERATOR UNTIL EOF-OPERATOR
               CLOSE OPERATOR-FILE
           END-IF.

       1310-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET EOF-OPERATOR TO TRUE
               NOT AT END
                   IF WS-OPERATOR-COUNT < WS-MAX-OPERATORS
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OPERATOR-RECORD
                           TO WS-OP-ENTRY(WS-OPERATOR-COUNT)
                   ELSE
                       DISPLAY "MANCHECK WARNING: OPERATOR TABLE FULL "
                               "- " OPER-OPERATOR-ID OF OPERATOR-RECORD
                               " NOT LOADED"
                   END-IF
           END-READ.

       2000-PROCESS-REQUESTS.
           READ REQUEST-FILE
               AT END
                   SET EOF-REQUEST TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
                   IF REQUEST-IS-VALID
                       PERFORM 3000-ISSUE-CHECK THRU 3000-EXIT
                   ELSE
                       PERFORM 2900-REJECT-REQUEST
                   END-IF
           END-READ.

       2100-VALIDATE-REQUEST.
           MOVE 'N' TO WS-REQUEST-VALID

      *    TWO PEOPLE, BOTH CURRENTLY ENTITLED TO SIGN ON, OR NO CHECK
           IF MCHK-REQUESTER-ID = SPACES
             OR MCHK-APPROVER-ID = SPACES
             OR MCHK-REQUESTER-ID = MCHK-APPROVER-ID
               MOVE "NO APPROVAL" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE MCHK-REQUESTER-ID TO WS-OPERATOR-KEY
           PERFORM 2150-FIND-OPERATOR
           IF NOT OP-FOUND
               MOVE "REQUESTER" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE MCHK-APPROVER-ID TO WS-OPERATOR-KEY
           PERFORM 2150-FIND-OPERATOR
           IF NOT OP-FOUND
               MOVE "APPROVER" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF MCHK-REASON = SPACES
               MOVE "NO REASON" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT MCHK-PAYEE-PROVIDER AND NOT MCHK-PAYEE-MEMBER
               MOVE "PAYEE TYPE" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF MCHK-AMOUNT NOT > ZERO
               MOVE "AMOUNT" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF

      *    ONLY A CLAIM WE HAVE ADJUDICATED TO APPROVE, OR STILL HAVE
      *    PENDED, CAN BE PAID BY HAND - NEVER A DENIAL OR A REJECT
           MOVE SPACES TO HISTORY-MASTER-RECORD
           MOVE MCHK-CLAIM-NUMBER
               TO CLM-CLAIM-NUMBER OF HISTORY-MASTER-RECORD
           MOVE 'N' TO WS-CL-FOUND
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CL-FOUND
           IF NOT CL-FOUND
               MOVE "NO CLAIM" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF
           IF CLM-STATUS OF HISTORY-MASTER-RECORD NOT = "A"
             AND CLM-STATUS OF HISTORY-MASTER-RECORD NOT = "P"
               MOVE "CLAIM STAT" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF

           IF MCHK-PAYEE-PROVIDER
               IF MCHK-PAYEE-ID
                       NOT = CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                   MOVE "WRONG PAYEE" TO WS-RJ-REASON
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF MCHK-PAYEE-ID
                       NOT = CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
                   MOVE "WRONG PAYEE" TO WS-RJ-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF

           PERFORM 2300-CHECK-LEDGER THRU 2300-EXIT
           IF LEDGER-LINE-FOUND
               MOVE "DUPLICATE" TO WS-RJ-REASON
               GO TO 2100-EXIT
           END-IF

           IF MCHK-PAYEE-PROVIDER
               PERFORM 2400-CHECK-TAXID THRU 2400-EXIT
               IF NOT TAXID-WAS-FOUND
                   MOVE "NO TAX ID" TO WS-RJ-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF

           SET REQUEST-IS-VALID TO TRUE.
       2100-EXIT.
           EXIT.

       2150-FIND-OPERATOR.
           MOVE 'N' TO WS-OP-FOUND
           PERFORM 2160-SCAN-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPERATOR-COUNT OR OP-FOUND.

       2160-SCAN-OPERATOR.
           IF OPER-OPERATOR-ID OF WS-OP-ENTRY(WS-OP-IDX)
                   = WS-OPERATOR-KEY
             AND OPER-ACTIVE OF WS-OP-ENTRY(WS-OP-IDX)
               SET OP-FOUND TO TRUE
           END-IF.

       2300-CHECK-LEDGER.
      *    ANY LINE STILL STANDING FOR THE CLAIM'S OWN PAYMENT - BOOKED,
      *    HELD, PAID, CLEARED, STALE OR NETTED BY OFFSET - MEANS THE
      *    CLAIM IS ALREADY PAID OR ON ITS WAY. ONLY VOIDED, CANCELLED
      *    AND ESCHEATED LINES LEAVE IT OPEN. INTEREST, HRA AND
      *    ORTHODONTIC INSTALLMENT LINES RIDE THE CLAIM'S NUMBER BUT
      *    ARE NOT ITS PAYMENT
           MOVE 'N' TO WS-LEDGER-LINE-FOUND
           MOVE SPACES TO PAYMENT-RECORD
           MOVE MCHK-CLAIM-NUMBER TO PYMT-CLAIM-NUMBER
           MOVE "C" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-LEDGER
           PERFORM 2310-READ-LEDGER-LINE
               UNTIL EOF-LEDGER OR LEDGER-LINE-FOUND.
       2300-EXIT.
           EXIT.

       2310-READ-LEDGER-LINE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               OR PYMT-CLAIM-NUMBER NOT = MCHK-CLAIM-NUMBER
               SET EOF-LEDGER TO TRUE
           ELSE
               IF (PYMT-STATUS = "A" OR PYMT-STATUS = "P"
                   OR PYMT-STATUS = "C" OR PYMT-STATUS = "S"
                   OR PYMT-STATUS = "H" OR PYMT-STATUS = "U"
                   OR PYMT-STATUS = "O")
                 AND NOT PYMT-INTEREST-LINE
                 AND NOT PYMT-HRA-LINE
                 AND NOT PYMT-ORTHO-INSTALLMENT
                   SET LEDGER-LINE-FOUND TO TRUE
               END-IF
           END-IF.

       2400-CHECK-TAXID.
      *    A PROVIDER WITH NO TAX ID MASTER ROW, OR A BLANK TIN, IS
      *    ONE PAYDISB BACKUP-WITHHOLDS FROM
           MOVE 'N' TO WS-TAXID-FOUND
           OPEN INPUT TAXID-FILE
           IF WS-TAXID-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TAXID
           PERFORM 2410-READ-TAXID UNTIL EOF-TAXID OR TAXID-WAS-FOUND
           CLOSE TAXID-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-TAXID.
           READ TAXID-FILE
               AT END
                   SET EOF-TAXID TO TRUE
               NOT AT END
                   IF TAXID-PROVIDER-ID
                           = CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                     AND TAXID-TAX-ID NOT = SPACES
                       SET TAXID-WAS-FOUND TO TRUE
                   END-IF
           END-READ.

       2900-REJECT-REQUEST.
           MOVE MCHK-REQUEST-ID TO WS-RJ-REQUEST-ID
           CALL 'ERRHANDL' USING
               BY CONTENT EC-MANUAL-CHECK-REJECTED
               BY CONTENT WS-REJECT-DATA
           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE 4 TO RETURN-CODE

           MOVE MCHK-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED REQ " MCHK-REQUEST-ID
                  " CLAIM " MCHK-CLAIM-NUMBER
                  " $" WS-AMOUNT-DISPLAY
                  " - " WS-RJ-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM 3600-WRITE-APPROVAL-LINE.

       3000-ISSUE-CHECK.
           ADD 1 TO WS-MANUAL-SEQUENCE
           PERFORM 3100-BOOK-LEDGER-LINE
      *    A CODE ALREADY ON THE LEDGER MEANS THE SEQUENCE CONTROL WAS
      *    RESTORED BEHIND THE LEDGER - NOTHING IS OVERLAID, AND NO
      *    CHECK NUMBER IS USED UP
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "MANCHECK WARNING: REQUEST " MCHK-REQUEST-ID
                       " NOT BOOKED - AUTH CODE " PYMT-AUTH-CODE
                       " ALREADY ON THE LEDGER"
               MOVE "NOT BOOKED" TO WS-RJ-REASON
               PERFORM 2900-REJECT-REQUEST
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CHECK-NUMBER
           ADD 1 TO WS-CHECKS-ISSUED
           ADD MCHK-AMOUNT TO WS-TOTAL-ISSUED
           PERFORM 3200-FIND-PAYEE-NAME
           PERFORM 3300-WRITE-REGISTER
           PERFORM 3400-WRITE-POSITIVE-PAY
           PERFORM 3450-WRITE-GL-PICKUP
           PERFORM 3500-WRITE-REPORT-DETAIL.
       3000-EXIT.
           EXIT.

       3100-BOOK-LEDGER-LINE.
      *    AN ORDINARY CLAIM PAYMENT LINE, BOOKED ALREADY PAID - THE
      *    CHECK IS CUT IN THIS STEP, SO THE LINE MUST NOT SIT AT
      *    AUTHORIZED FOR PAYDISB TO PAY A SECOND TIME. BANKRECN
      *    CLEARS IT BY ITS AUTH CODE LIKE ANY DISBURSED LINE, AND
      *    PYMTAUTH REFUSES A LATER AUTHORIZATION OF THE SAME CLAIM
           MOVE SPACES TO PAYMENT-RECORD
           MOVE MCHK-CLAIM-NUMBER TO PYMT-CLAIM-NUMBER
           MOVE MCHK-AMOUNT TO PYMT-PAYMENT-AMOUNT
           MOVE WS-TODAY-DATE TO PYMT-PAYMENT-DATE
           STRING "MC" WS-MANUAL-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-AUTH-CODE
           END-STRING
           MOVE "P" TO PYMT-STATUS
           MOVE CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
               TO PYMT-PROVIDER-ID
           MOVE "USD" TO PYMT-CURRENCY-CODE
           MOVE MCHK-AMOUNT TO PYMT-ORIGINAL-AMOUNT
           MOVE "N" TO PYMT-PAY-TYPE
           MOVE MCHK-PAYEE-TYPE TO PYMT-PAYEE-TYPE
           MOVE CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
               TO PYMT-POLICY-NUMBER

      *    BUSINESS DAYS FROM RECEIPT, THE SAME BASIS PYMTAUTH CARRIES
      *    FOR THE PROMPT-PAY REPORT
           IF CLM-RECEIPT-DATE OF HISTORY-MASTER-RECORD > ZERO
               MOVE CLM-RECEIPT-DATE OF HISTORY-MASTER-RECORD
                   TO WS-RECEIPT-BASIS-DATE
           ELSE
               MOVE CLM-CLAIM-DATE OF HISTORY-MASTER-RECORD
                   TO WS-RECEIPT-BASIS-DATE
           END-IF
           CALL 'BUSDAYS' USING WS-RECEIPT-BASIS-DATE
                                WS-TODAY-DATE
                                WS-DAYS-TO-PAY
           MOVE WS-DAYS-TO-PAY TO PYMT-DAYS-TO-PAY

           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK.

       3200-FIND-PAYEE-NAME.
      *    THE NAME THE CHECK IS MADE OUT TO, OFF THE SAME MASTERS
      *    PAYDISB USES - AN ID STANDS IN WHEN THERE IS NO MASTER ROW
           IF MCHK-PAYEE-PROVIDER
               MOVE 'N' TO WS-PROV-FOUND
               CALL 'PROVLKUP' USING
                   CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                   WS-PROVIDER-RECORD
                   WS-PROV-FOUND
               IF PROV-WAS-FOUND
                   MOVE PROV-PROVIDER-NAME OF WS-PROVIDER-RECORD
                       TO WS-PAYEE-NAME
               ELSE
                   MOVE CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                       TO WS-PAYEE-NAME
               END-IF
           ELSE
               MOVE 'N' TO WS-POLICY-FOUND
               CALL 'POLYLKUP' USING
                   CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
                   WS-POLICY-RECORD
                   WS-POLICY-FOUND
               IF POLICY-WAS-FOUND
                   MOVE POL-HOLDER-NAME OF WS-POLICY-RECORD
                       TO WS-PAYEE-NAME
               ELSE
                   MOVE CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
                       TO WS-PAYEE-NAME
               END-IF
           END-IF.

       3300-WRITE-REGISTER.
      *    ONE CHECK, ONE PAYMENT - A PROVIDER CHECK CARRIES THE
      *    PROVIDER ID, A POLICYHOLDER CHECK THE POLICY NUMBER, THE
      *    SAME WAY PAYDISB REGISTERS ITS OWN
           MOVE WS-CHECK-NUMBER TO CHKR-CHECK-NUMBER
           MOVE "C" TO CHKR-PAYMENT-METHOD
           MOVE WS-TODAY-DATE TO CHKR-PAYMENT-DATE
           MOVE 1 TO CHKR-PAYMENT-COUNT
           MOVE MCHK-AMOUNT TO CHKR-TOTAL-AMOUNT
           IF MCHK-PAYEE-PROVIDER
               MOVE CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                   TO CHKR-PROVIDER-ID
               MOVE "P" TO CHKR-PAYEE-TYPE
               MOVE SPACES TO CHKR-POLICY-NUMBER
           ELSE
               MOVE SPACES TO CHKR-PROVIDER-ID
               MOVE "M" TO CHKR-PAYEE-TYPE
               MOVE CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
                   TO CHKR-POLICY-NUMBER
           END-IF
           MOVE SPACES TO CHKR-AUTH-CODE
           WRITE CHECK-REGISTER-RECORD.

       3400-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-NUMBER TO PPOS-CHECK-NUMBER
           IF MCHK-PAYEE-PROVIDER
               MOVE CLM-PROVIDER-ID OF HISTORY-MASTER-RECORD
                   TO PPOS-PROVIDER-ID
           ELSE
               MOVE SPACES TO PPOS-PROVIDER-ID
           END-IF
           MOVE WS-PAYEE-NAME TO PPOS-PAYEE-NAME
           MOVE MCHK-AMOUNT TO PPOS-AMOUNT
           MOVE WS-TODAY-DATE TO PPOS-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD.

       3450-WRITE-GL-PICKUP.
      *    THIS STEP USUALLY RUNS AFTER THE DAY'S GLEXTR, SO THE LINE
      *    JUST BOOKED IS JOURNALED OFF THIS ROW BY THE NEXT CYCLE'S
      *    EXTRACT RATHER THAN BY ITS PAYMENT DATE
           MOVE SPACES TO MANUAL-GL-RECORD
           MOVE PYMT-AUTH-CODE TO MCGL-AUTH-CODE
           MOVE MCHK-CLAIM-NUMBER TO MCGL-CLAIM-NUMBER
           MOVE WS-CHECK-NUMBER TO MCGL-CHECK-NUMBER
           MOVE WS-TODAY-DATE TO MCGL-ISSUE-DATE
           MOVE MCHK-AMOUNT TO MCGL-AMOUNT
           WRITE MANUAL-GL-RECORD.

       3500-WRITE-REPORT-DETAIL.
           MOVE MCHK-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ISSUED   REQ " MCHK-REQUEST-ID
                  " CLAIM " MCHK-CLAIM-NUMBER
                  " $" WS-AMOUNT-DISPLAY
                  " - CHECK " WS-CHECK-NUMBER
                  " AUTH " PYMT-AUTH-CODE
                  " PAY TO " WS-PAYEE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM 3600-WRITE-APPROVAL-LINE.

       3600-WRITE-APPROVAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "         REQUESTED BY " MCHK-REQUESTER-ID
                  " APPROVED BY " MCHK-APPROVER-ID
                  " REASON: " MCHK-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       8000-SAVE-CHECK-CONTROL.
      *    THE NEXT PAYDISB OR COMMDISB RUN NUMBERS ON FROM THE LAST
      *    MANUAL CHECK CUT HERE
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-CHECK-NUMBER TO CHKC-LAST-CHECK-NUMBER
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       8100-SAVE-MANUAL-CONTROL.
           OPEN OUTPUT MANUAL-CONTROL-FILE
           MOVE WS-MANUAL-SEQUENCE TO MCTL-LAST-SEQUENCE
           WRITE MANUAL-CONTROL-RECORD
           CLOSE MANUAL-CONTROL-FILE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "MANUAL CHECK REQUESTS COMPLETE"
           DISPLAY "REQUESTS READ:      " WS-REQUESTS-READ
           DISPLAY "CHECKS ISSUED:      " WS-CHECKS-ISSUED
           DISPLAY "REQUESTS REJECTED:  " WS-REQUESTS-REJECTED
           DISPLAY "TOTAL ISSUED: $" WS-TOTAL-ISSUED
           DISPLAY "REGISTER WRITTEN TO: data/check_register.dat"
           DISPLAY "POSITIVE PAY: data/positive_pay.dat"
           DISPLAY "GL PICKUP: data/manual_check_gl.dat"
           DISPLAY "MANUAL CHECK REPORT: reports/manual_checks.txt".

       9000-CLEANUP.
           CLOSE REQUEST-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE MANUAL-GL-FILE
           CLOSE REPORT-FILE.
