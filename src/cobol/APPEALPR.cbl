      *     PAST) THE DUE DATE SO NO STATUTORY DEADLINE IS BLOWN      *
      * THE CASE MASTER IS LOADED IN FULL AND REWRITTEN AT CLEANUP;   *
      * THE OUTCOME RETIRES THE CLAIM'S CURRENT HISTORY ROW AND       *
      * ADDS A NEW ONE (THE CLMHSTUP CONVENTION), BOTH IN PLACE ON    *
      * THE KEYED HISTORY MASTER THROUGH CLHISTIO.                    *
      * THE RUN'S PAID/REDRIVEN COUNTS ARE POSTED TO THE CYCLE        *
      * CONTROL FILE SO CYCBAL CAN NET A SAME-DAY APPEALS RUN OUT OF  *
      * ITS LEDGER AND LETTER COMPARISONS                             *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  APPEAL-CASE-RECORD.
           COPY APLCASE.

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-REVIEW-FILENAME       PIC X(60)
           VALUE "data/manual_review.dat".
       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-INTAKE-STATUS         PIC XX.
       01  WS-DECISION-STATUS       PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-AGING-STATUS          PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-DECISION          VALUE 'Y'.
       01  WS-EOF-CASE              PIC X VALUE 'N'.
           88 EOF-CASE              VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * THE STATUTORY WINDOW FOR ANSWERING AN APPEAL
           05  WS-CS-ENTRY OCCURS 5000 TIMES.
               COPY APLCASE REPLACING ==05== BY ==10==.

      * THE CLAIM'S CURRENT ROW ON THE KEYED HISTORY MASTER - THE
      * DENIAL BEING APPEALED MUST BE ONE. AN OVERTURN RETIRES IT AND
      * WRITES THE NEW OUTCOME THROUGH CLHISTIO
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CL-FOUND              PIC X VALUE 'N'.
           88 CL-FOUND              VALUE 'Y'.
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * AN OVERTURNED CLAIM'S RE-DRIVE POSTS AGAINST THE KEYED
      * ACCUMULATOR STORE THROUGH ADJUDCTN/ACCUMIO - THERE IS NO
       01  WS-ADJUDICATION-RESULT   PIC X.
           88 CLAIM-APPROVED        VALUE 'A'.
           88 CLAIM-PENDED          VALUE 'P'.
           88 CLAIM-PENDED-INFO     VALUE 'I'.
       01  WS-REASON-CODE           PIC 99.
       01  WS-PAYMENT-AMOUNT        PIC 9(7)V99.
       01  WS-NATIVE-PAYMENT-AMOUNT PIC 9(7)V99.
       01  WS-CALCULATED-COVERAGE   PIC 9(7)V99.
       01  WS-MEMBER-RESPONSIBILITY PIC 9(7)V99.

      * HRA REIMBURSEMENT OF THE MEMBER'S SHARE ON AN OVERTURN -
      * HRAACCT REFUSES A CLAIM ITS HRA ALREADY REIMBURSED
       01  WS-HRA-FUNCTION          PIC X(1).
       01  WS-HRA-NATIVE-AMOUNT     PIC 9(9)V99.
       01  WS-HRA-USD-AMOUNT        PIC 9(9)V99.
       01  WS-HRA-AMOUNT            PIC 9(7)V99.
       01  WS-HRA-RECORD.
           COPY HRAREC.
       01  WS-HRA-FOUND             PIC X(1).
           88 HRA-ACCOUNT-FOUND     VALUE 'Y'.

       01  WS-CYCPOST-PROGRAM       PIC X(8) VALUE "APPEALPR".
       01  WS-CYCPOST-COUNTER       PIC X(20).
           PERFORM 2000-PROCESS-INTAKE UNTIL EOF-INTAKE
           PERFORM 3000-PROCESS-DECISIONS UNTIL EOF-DECISION
           PERFORM 6000-WRITE-AGING-REPORT
           PERFORM 7500-POST-CYCLE-COUNTS
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           PERFORM 1050-RESOLVE-FILENAMES
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-CASE-MASTER

           OPEN INPUT APPEAL-INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "REVIEW-QUEUE-FILE"
                       MOVE RUNPARM-VALUE TO WS-REVIEW-FILENAME
                   END-IF
           END-READ.

       1200-LOAD-RULES.
                   END-IF
           END-READ.

       1400-READ-CURRENT-ROW.
      *    THE CLAIM NUMBER IS ALREADY IN HISTORY-MASTER-RECORD
           MOVE 'N' TO WS-CL-FOUND
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CL-FOUND.

       2000-PROCESS-INTAKE.
           READ APPEAL-INTAKE-FILE
      *    THE CLAIM'S CURRENT ROW ON THE HISTORY MASTER MUST BE A
      *    DENIAL - AN APPEAL OF A PAID OR UNKNOWN CLAIM IS A
      *    MIS-KEY, NOT A CASE
           MOVE APPL-CLAIM-NUMBER
               TO CLM-CLAIM-NUMBER OF HISTORY-MASTER-RECORD
           PERFORM 1400-READ-CURRENT-ROW

           IF NOT CL-FOUND
             OR CLM-STATUS OF HISTORY-MASTER-RECORD NOT = "D"
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-APPEAL-NOT-DENIED
                   BY CONTENT APPL-CLAIM-NUMBER
           MOVE WS-CASE-COUNT TO WS-CS-MATCH-IDX
           MOVE APPL-CLAIM-NUMBER
               TO APLC-CLAIM-NUMBER OF WS-CS-ENTRY(WS-CS-MATCH-IDX)
           MOVE CLM-POLICY-NUMBER OF HISTORY-MASTER-RECORD
               TO APLC-POLICY-NUMBER OF WS-CS-ENTRY(WS-CS-MATCH-IDX)
           COMPUTE APLC-APPEAL-LEVEL OF WS-CS-ENTRY(WS-CS-MATCH-IDX)
               = WS-HIGHEST-LEVEL + 1
       2100-EXIT.
           EXIT.

       2160-SCAN-CASE-ENTRY.
           IF APLC-CLAIM-NUMBER OF WS-CS-ENTRY(WS-CS-IDX)
                   = APPL-CLAIM-NUMBER
      *    THE OVERTURNED CLAIM GOES BACK THROUGH THE SAME
      *    ADJUDICATION AND PAYMENT PATH THE DAILY CYCLE USES - THE
      *    OUTCOME, WHATEVER IT IS, BECOMES THE CLAIM'S NEW STATUS
           MOVE APLD-CLAIM-NUMBER
               TO CLM-CLAIM-NUMBER OF HISTORY-MASTER-RECORD
           PERFORM 1400-READ-CURRENT-ROW

           IF NOT CL-FOUND
               CALL 'ERRHANDL' USING
               GO TO 3200-EXIT
           END-IF

           MOVE CLH-CLAIM-DETAIL TO WS-WORK-CLAIM-RECORD

           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING
                                 WS-ADJUDICATION-RESULT
                                 WS-REASON-CODE
                                 WS-CALCULATED-COVERAGE
                                 WS-MEMBER-RESPONSIBILITY

           MOVE ZERO TO WS-PAYMENT-AMOUNT
           EVALUATE TRUE
                   ADD 1 TO WS-REDRIVE-APPROVED
                   MOVE "A" TO CLM-STATUS OF WS-WORK-CLAIM-RECORD
                   MOVE ZERO TO WS-NATIVE-PAYMENT-AMOUNT
      *            A CAPITATED ENCOUNTER IS APPROVED AT ZERO - THE
      *            PCP'S CAPITATION ALREADY PAID FOR IT
                   IF WS-REASON-CODE NOT = EC-CAPITATED-ENCOUNTER
                       CALL 'PYMTAUTH' USING WS-WORK-CLAIM-RECORD
                                             WS-POLICY-RECORD
                                             WS-PAYMENT-AMOUNT
                                             WS-NATIVE-PAYMENT-AMOUNT
                                             WS-CALCULATED-COVERAGE
                   END-IF
                   IF WS-PAYMENT-AMOUNT > 0
                       ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-PAID
                       DISPLAY "  APPEAL PAYMENT AUTHORIZED: $"
                           WS-PAYMENT-AMOUNT " FOR CLAIM "
                           APLD-CLAIM-NUMBER
                   END-IF
                   PERFORM 3270-REIMBURSE-FROM-HRA THRU 3270-EXIT
               WHEN CLAIM-PENDED
      *            AN OVERTURN THAT RE-ADJUDICATES TO A PEND GOES TO
      *            THE REVIEW TEAM LIKE ANY OTHER PEND - RECORDED AS
                   DISPLAY "  OVERTURNED CLAIM PENDED FOR REVIEW - "
                           "CLAIM " APLD-CLAIM-NUMBER " REASON "
                           WS-REASON-CODE
      *            ADJUDCTN HAS ALREADY PARKED IT AND WRITTEN TO THE
      *            PROVIDER - COUNTED WITH THE PENDS, NOT QUEUED
               WHEN CLAIM-PENDED-INFO
                   ADD 1 TO WS-REDRIVE-PENDED
                   MOVE "I" TO CLM-STATUS OF WS-WORK-CLAIM-RECORD
                   DISPLAY "  OVERTURNED CLAIM PENDED FOR INFORMATION "
                           "- CLAIM " APLD-CLAIM-NUMBER " REASON "
                           WS-REASON-CODE
               WHEN OTHER
                   ADD 1 TO WS-REDRIVE-DENIED
                   MOVE "D" TO CLM-STATUS OF WS-WORK-CLAIM-RECORD
                   DISPLAY "  OVERTURNED CLAIM STILL FAILS "
                           "ADJUDICATION - CLAIM " APLD-CLAIM-NUMBER
                           " REASON " WS-REASON-CODE
                   IF WS-REASON-CODE = EC-DENY-ZERO-COVERAGE
                       PERFORM 3270-REIMBURSE-FROM-HRA THRU 3270-EXIT
                   END-IF
           END-EVALUATE

           CALL 'EOBGEN' USING WS-WORK-CLAIM-RECORD

      *    THE OLD CURRENT ROW RETIRES TO HISTORY AND THE DECIDED
      *    OUTCOME BECOMES A NEW CURRENT ROW, THE SAME
      *    RETIRE-AND-APPEND CONVENTION CLMHSTUP USES AT MERGE. A
      *    CURRENT ROW WRITTEN THIS SAME CYCLE SHARES THE NEW ROW'S
      *    KEY AND IS SIMPLY REPLACED BY IT
           IF CLH-CYCLE-DATE NOT = WS-TODAY-DATE
               MOVE "N" TO CLH-CURRENT-FLAG
               MOVE "W" TO WS-CLHISTIO-FUNCTION
               CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                     HISTORY-MASTER-RECORD
                                     WS-CL-FOUND
           END-IF
           MOVE WS-WORK-CLAIM-RECORD TO CLH-CLAIM-DETAIL
           MOVE "Y" TO CLH-CURRENT-FLAG
           MOVE WS-TODAY-DATE TO CLH-CYCLE-DATE
           MOVE "W" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CL-FOUND
           IF NOT CL-FOUND
               DISPLAY "APPEALPR WARNING: HISTORY MASTER NOT "
                       "WRITABLE - OUTCOME FOR CLAIM "
                       APLD-CLAIM-NUMBER " NOT RECORDED"
           END-IF.

       3200-EXIT.
           EXIT.

       3270-REIMBURSE-FROM-HRA.
      *    THE SAME HRA REIMBURSEMENT CLMPROC MAKES AT 2270 - THE
      *    MEMBER'S SHARE, CONVERTED TO USD, UP TO THE BALANCE
           IF WS-MEMBER-RESPONSIBILITY NOT > 0
               GO TO 3270-EXIT
           END-IF

           MOVE WS-MEMBER-RESPONSIBILITY TO WS-HRA-NATIVE-AMOUNT
           CALL 'CURRCONV' USING POL-CURRENCY-CODE OF WS-POLICY-RECORD
                                 WS-HRA-NATIVE-AMOUNT
                                 WS-HRA-USD-AMOUNT
                                 CLM-CLAIM-DATE OF WS-WORK-CLAIM-RECORD
           MOVE WS-HRA-USD-AMOUNT TO WS-HRA-AMOUNT

           MOVE "R" TO WS-HRA-FUNCTION
           CALL 'HRAACCT' USING WS-HRA-FUNCTION
                         CLM-POLICY-NUMBER OF WS-WORK-CLAIM-RECORD
                         CLM-MEMBER-ID OF WS-WORK-CLAIM-RECORD
                         CLM-CLAIM-NUMBER OF WS-WORK-CLAIM-RECORD
                         WS-HRA-AMOUNT
                         WS-HRA-RECORD
                         WS-HRA-FOUND

           IF HRA-ACCOUNT-FOUND AND WS-HRA-AMOUNT > 0
               DISPLAY "  HRA REIMBURSED MEMBER: $" WS-HRA-AMOUNT
                       " FOR CLAIM " APLD-CLAIM-NUMBER
           END-IF.

       3270-EXIT.
           EXIT.

       3280-QUEUE-FOR-REVIEW.
      *    OPEN EXTEND APPENDS TO THE LIVE QUEUE ON EVERY CALL AFTER
      *    THE FIRST - THE OUTPUT FALLBACK CREATES IT ON THE VERY
           MOVE WS-REASON-CODE TO MRVW-REASON-CODE
           MOVE WS-TODAY-DATE TO MRVW-ENTERED-DATE
           MOVE WS-CALCULATED-COVERAGE TO MRVW-CALC-COVERAGE
           MOVE CLM-CLAIM-TYPE OF WS-WORK-CLAIM-RECORD
               TO MRVW-CLAIM-TYPE
           MOVE SPACES TO MRVW-EXAMINER-ID
           MOVE ZERO TO MRVW-ASSIGNED-DATE
           MOVE SPACE TO MRVW-ROUTED-FLAG
           WRITE REVIEW-QUEUE-RECORD
           CLOSE REVIEW-QUEUE-FILE.

       6000-WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN APPEALS AGING - " WS-TODAY-DATE
               WRITE AGING-REPORT-LINE
           END-IF.

       7500-POST-CYCLE-COUNTS.
      *    CYCBAL NETS A SAME-DAY APPEALS RUN'S PAYMENTS AND LETTERS
      *    OUT OF ITS COMPARISONS USING THESE POSTS - ONE PAYMENT PER
           DISPLAY "OPEN CASES:           " WS-OPEN-CASES
           DISPLAY "  OF WHICH OVERDUE:   " WS-OVERDUE-CASES
           DISPLAY "TOTAL PAID: $" WS-TOTAL-PAID
           DISPLAY "AGING REPORT: reports/appeals_aging.txt".

       9000-CLEANUP.
           IF WS-INTAKE-STATUS = "00" OR WS-INTAKE-STATUS = "10"
