      * PENDED (CARRIED ON THE REVIEW QUEUE), THE PAID AMOUNT IS       *
      * POSTED TO THE FAMILY BENEFIT ACCUMULATOR SO THE LIFETIME-MAX   *
      * CHECK SEES IT, AND EOBGEN/NOTIFGEN TELL THE MEMBER; A DENIED   *
      * CLAIM GETS ITS EOB AND NOTIFICATION WITH THE REVIEWER'S REASON *
      * CODE. EITHER WAY THE OUTCOME LANDS ON THE CLAIM HISTORY MASTER *
      * - THE PENDED ROW IS RETIRED AND A NEW CURRENT ROW ADDED IN     *
      * PLACE THROUGH CLHISTIO, THE SAME CONVENTION CLMHSTUP USES -    *
      * BECAUSE A PEND IS ROUTINELY WORKED CYCLES AFTER ITS claims_out *
      * WAS REWRITTEN. THE REVIEW QUEUE IS REWRITTEN OLD/NEW AND       *
      * PROMOTED BY RVWDECSN.JCL. EVERY DECISION, APPLIED OR REJECTED, *
      * IS APPENDED TO A DECISION LOG, AND THE RUN'S PAID/WORKED       *
      * COUNTS ARE POSTED TO THE CYCLE CONTROL FILE SO CYCBAL CAN NET  *
      * A SAME-DAY DECISION RUN OUT OF ITS LEDGER AND LETTER           *
      * COMPARISONS. AN APPROVAL LARGER THAN THE REVIEWER'S AUTHORITY  *
      * LIMIT ON THE EXAMINER MASTER IS NOT APPLIED - THE ENTRY STAYS  *
      * ON THE QUEUE, REASSIGNED TO THE REVIEWER'S SUPERVISOR          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT EXAMINER-FILE
               ASSIGN TO "data/examiners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMINER-STATUS.

           SELECT ASSIGN-LOG-FILE
               ASSIGN TO "data/review_assign_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  DECISION-TRANS-RECORD.
           COPY RVWDEC.

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  DECISION-LOG-FILE.
       01  DECISION-LOG-RECORD.
           COPY RVLGREC.

       FD  EXAMINER-FILE.
       01  EXAMINER-RECORD.
           COPY EXMRREC.

       FD  ASSIGN-LOG-FILE.
       01  ASSIGN-LOG-RECORD.
           COPY RASGREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE SAME KEY
      * CLMESCL ALREADY RESOLVES
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-REVIEW-FILENAME       PIC X(60)
           VALUE "data/manual_review.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-NEW-REVIEW-STATUS     PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-EXAMINER-STATUS       PIC XX.
       01  WS-ASSIGN-LOG-STATUS     PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-EOF-REVIEW            PIC X VALUE 'N'.
           88 EOF-REVIEW            VALUE 'Y'.

               COPY RVWDEC REPLACING ==05== BY ==10==.
               10  WS-DC-APPLIED    PIC X VALUE 'N'.
                   88 DC-APPLIED    VALUE 'Y'.
      *        AN APPROVAL OVER THE REVIEWER'S AUTHORITY (OR FROM A
      *        REVIEWER NOT ON THE EXAMINER MASTER) IS DEALT WITH BUT
      *        THE ENTRY STAYS ON THE QUEUE - WITH THE SUPERVISOR IT
      *        WAS ROUTED TO, OR WHERE IT WAS WHEN THAT IS SPACES
               10  WS-DC-HELD       PIC X VALUE 'N'.
                   88 DC-HELD       VALUE 'Y'.
               10  WS-DC-ROUTE-TO   PIC X(8).

      * THE PENDED ENTRIES' ADJUDICATED COVERAGE, KEYED BY CLAIM -
      * LOADED FROM THE REVIEW QUEUE BEFORE THE MASTER PASS SO AN
       01  WS-MAX-QUEUE             PIC 9(5) VALUE 5000.
       01  WS-QUEUE-COUNT           PIC 9(5) VALUE 0.
       01  WS-QU-IDX                PIC 9(5) VALUE 0.
       01  WS-QU-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-QU-FOUND              PIC X VALUE 'N'.
           88 QU-FOUND              VALUE 'Y'.
       01  WS-QUEUE-COVER-TABLE.
           05  WS-QU-ENTRY OCCURS 5000 TIMES.
               10  WS-QU-CLAIM-NUMBER   PIC X(10).
               10  WS-QU-CALC-COVERAGE  PIC 9(7)V99.
               10  WS-QU-CLAIM-AMOUNT   PIC 9(7)V99.
               10  WS-QU-ENTERED-DATE   PIC 9(8).

      * THE EXAMINER MASTER'S AUTHORITY LIMITS AND SUPERVISORS - NOT
      * PRESENT MEANS NO LIMITS ARE ENFORCED, AS BEFORE THE MASTER
       01  WS-MAX-EXAMINERS         PIC 9(5) VALUE 500.
       01  WS-EXAMINER-COUNT        PIC 9(5) VALUE 0.
       01  WS-EX-IDX                PIC 9(5) VALUE 0.
       01  WS-EX-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-EOF-EXAMINER          PIC X VALUE 'N'.
           88 EOF-EXAMINER          VALUE 'Y'.
       01  WS-EXAMINER-MASTER       PIC X VALUE 'N'.
           88 EXAMINER-MASTER-LOADED VALUE 'Y'.
       01  WS-EXAMINER-TABLE.
           05  WS-EX-ENTRY OCCURS 500 TIMES.
               10  WS-EX-EXAMINER-ID    PIC X(8).
               10  WS-EX-AUTHORITY-LIMIT PIC 9(7)V99.
               10  WS-EX-SUPERVISOR-ID  PIC X(8).
       01  WS-AUTHORITY-AMOUNT      PIC 9(7)V99.

      * THE DECIDED CLAIM'S CURRENT ROW ON THE KEYED HISTORY MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-WORK-CLAIM-RECORD.
           COPY CLMREC.
           05  WS-DENIED-COUNT      PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-QUEUE-CLEARED     PIC 9(5) VALUE 0.
           05  WS-ROUTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-TOTAL-PAID        PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-DECISIONS UNTIL EOF-TRANS
           PERFORM 2500-LOAD-QUEUE-COVERAGE THRU 2500-EXIT
           PERFORM 3000-APPLY-TO-HISTORY
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECISION-COUNT
           PERFORM 4000-REWRITE-REVIEW-QUEUE UNTIL EOF-REVIEW
           PERFORM 4500-REPORT-UNMATCHED
               VARYING WS-DC-IDX FROM 1 BY 1
               STOP RUN
           END-IF

           OPEN INPUT REVIEW-QUEUE-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "RVWDECSN WARNING: REVIEW QUEUE NOT FOUND - "
               SET EOF-REVIEW TO TRUE
           END-IF

           OPEN OUTPUT NEW-REVIEW-QUEUE-FILE

           OPEN EXTEND DECISION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT DECISION-LOG-FILE
           END-IF

           OPEN EXTEND ASSIGN-LOG-FILE
           IF WS-ASSIGN-LOG-STATUS NOT = "00"
               OPEN OUTPUT ASSIGN-LOG-FILE
           END-IF

           PERFORM 1100-LOAD-EXAMINERS.

       1100-LOAD-EXAMINERS.
           OPEN INPUT EXAMINER-FILE
           IF WS-EXAMINER-STATUS NOT = "00"
               DISPLAY "RVWDECSN WARNING: EXAMINER MASTER NOT FOUND - "
                       "APPROVAL AUTHORITY NOT CHECKED"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET EXAMINER-MASTER-LOADED TO TRUE
               PERFORM 1110-READ-EXAMINER UNTIL EOF-EXAMINER
               CLOSE EXAMINER-FILE
           END-IF.

       1110-READ-EXAMINER.
           READ EXAMINER-FILE
               AT END
                   SET EOF-EXAMINER TO TRUE
               NOT AT END
                   IF WS-EXAMINER-COUNT < WS-MAX-EXAMINERS
                       ADD 1 TO WS-EXAMINER-COUNT
                       MOVE EXMR-EXAMINER-ID
                           TO WS-EX-EXAMINER-ID(WS-EXAMINER-COUNT)
                       MOVE EXMR-AUTHORITY-LIMIT
                           TO WS-EX-AUTHORITY-LIMIT(WS-EXAMINER-COUNT)
                       MOVE EXMR-SUPERVISOR-ID
                           TO WS-EX-SUPERVISOR-ID(WS-EXAMINER-COUNT)
                   ELSE
                       DISPLAY "RVWDECSN WARNING: EXAMINER TABLE FULL "
                               "- EXAMINER " EXMR-EXAMINER-ID
                               " NOT LOADED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       1050-RESOLVE-FILENAMES.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "REVIEW-QUEUE-FILE"
                       MOVE RUNPARM-VALUE TO WS-REVIEW-FILENAME
                   END-IF
           END-READ.

       2000-LOAD-DECISIONS.
               MOVE DECISION-TRANS-RECORD
                   TO WS-DC-ENTRY(WS-DECISION-COUNT)
               MOVE 'N' TO WS-DC-APPLIED(WS-DECISION-COUNT)
               MOVE 'N' TO WS-DC-HELD(WS-DECISION-COUNT)
               MOVE SPACES TO WS-DC-ROUTE-TO(WS-DECISION-COUNT)
           ELSE
               DISPLAY "RVWDECSN WARNING: DECISION TABLE FULL - CLAIM "
                       RVWD-CLAIM-NUMBER OF DECISION-TRANS-RECORD
                           MOVE ZERO
                               TO WS-QU-CALC-COVERAGE(WS-QUEUE-COUNT)
                       END-IF
                       MOVE MRVW-CLAIM-AMOUNT OF REVIEW-QUEUE-RECORD
                           TO WS-QU-CLAIM-AMOUNT(WS-QUEUE-COUNT)
                       MOVE MRVW-ENTERED-DATE OF REVIEW-QUEUE-RECORD
                           TO WS-QU-ENTERED-DATE(WS-QUEUE-COUNT)
                   END-IF
           END-READ.

       3000-APPLY-TO-HISTORY.
      *    THE DENIAL OR PEND BEING DECIDED IS THE CLAIM'S CURRENT ROW
      *    ON THE HISTORY MASTER - claims_out ONLY HOLDS ONE CYCLE AND
      *    A PEND IS ROUTINELY WORKED CYCLES LATER. A CLAIM WITH NO
      *    CURRENT ROW LEAVES ITS DECISION UNAPPLIED FOR 4500
           MOVE RVWD-CLAIM-NUMBER OF WS-DC-ENTRY(WS-DC-IDX)
               TO CLM-CLAIM-NUMBER OF HISTORY-MASTER-RECORD
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
               MOVE WS-DC-IDX TO WS-DC-MATCH-IDX
               MOVE 'N' TO WS-DECISION-APPLIED
               PERFORM 3100-APPLY-DECISION THRU 3100-EXIT
               IF WS-DECISION-APPLIED = 'Y'
                   PERFORM 3600-APPEND-NEW-CURRENT-ROW
               END-IF
           END-IF.

       3100-APPLY-DECISION.
      *    ONLY A CLAIM WHOSE CURRENT OUTCOME IS A PEND CAN TAKE A
      *    REVIEWER DECISION - ANYTHING ELSE IS A MIS-KEYED CLAIM
      *    NUMBER OR A DECISION ALREADY APPLIED ON A PRIOR RUN
               GO TO 3100-EXIT
           END-IF

           IF RVWD-APPROVE OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
             AND EXAMINER-MASTER-LOADED
               PERFORM 3150-CHECK-AUTHORITY THRU 3150-EXIT
               IF DC-HELD(WS-DC-MATCH-IDX)
                   GO TO 3100-EXIT
               END-IF
           END-IF

           SET DC-APPLIED(WS-DC-MATCH-IDX) TO TRUE
           MOVE RVWD-OVERRIDE-REASON OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO WS-REASON-CODE
               PERFORM 3300-DENY-CLAIM
           END-IF

      *    THE PENDED ROW RETIRES TO HISTORY; 3000 ADDS THE NEW
      *    CURRENT ROW FROM THE WORK RECORD AFTER REWRITING THIS ONE.
      *    A PEND WRITTEN THIS SAME CYCLE SHARES THE NEW ROW'S KEY AND
      *    IS SIMPLY REPLACED BY IT
           IF CLH-CYCLE-DATE OF HISTORY-MASTER-RECORD
                   NOT = WS-TODAY-DATE
               MOVE "N" TO CLH-CURRENT-FLAG OF HISTORY-MASTER-RECORD
               MOVE "W" TO WS-CLHISTIO-FUNCTION
               CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                     HISTORY-MASTER-RECORD
                                     WS-CLHISTIO-OK
           END-IF
           MOVE 'Y' TO WS-DECISION-APPLIED

           PERFORM 3400-WRITE-DECISION-LOG.
       3100-EXIT.
           EXIT.

       3150-CHECK-AUTHORITY.
      *    THE AMOUNT AN APPROVAL COMMITS IS WHAT IT WOULD PAY - THE
      *    COVERAGE ADJUDICATION CALCULATED AT PEND TIME, OR THE BILLED
      *    AMOUNT WHEN THE CLAIM PENDED BEFORE COVERAGE WAS WORKED OUT
           PERFORM 3210-FIND-QUEUE-COVERAGE
           IF QU-FOUND AND WS-CALC-COVERAGE > 0
               MOVE WS-CALC-COVERAGE TO WS-AUTHORITY-AMOUNT
           ELSE
               MOVE CLM-CLAIM-AMOUNT OF WS-WORK-CLAIM-RECORD
                   TO WS-AUTHORITY-AMOUNT
           END-IF

           MOVE 0 TO WS-EX-MATCH-IDX
           PERFORM 3160-SCAN-EXAMINER
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
                  OR WS-EX-MATCH-IDX > 0

      *    A REVIEWER WHO IS NOT AN EXAMINER HAS NO AUTHORITY TO
      *    APPROVE ANYTHING - THE ENTRY STAYS WHERE IT IS
           IF WS-EX-MATCH-IDX = 0
               DISPLAY "RVWDECSN WARNING: REVIEWER "
                       RVWD-REVIEWER-ID OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
                       " NOT ON EXAMINER MASTER - APPROVAL NOT APPLIED"
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-REVIEW-DECISION-INVALID
                   BY CONTENT CLM-CLAIM-NUMBER OF WS-WORK-CLAIM-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               SET DC-APPLIED(WS-DC-MATCH-IDX) TO TRUE
               SET DC-HELD(WS-DC-MATCH-IDX) TO TRUE
               PERFORM 3500-WRITE-DECISION-LOG-REJECT
               GO TO 3150-EXIT
           END-IF

           IF WS-AUTHORITY-AMOUNT
                   NOT > WS-EX-AUTHORITY-LIMIT(WS-EX-MATCH-IDX)
               GO TO 3150-EXIT
           END-IF

           ADD 1 TO WS-ROUTED-COUNT
           SET DC-APPLIED(WS-DC-MATCH-IDX) TO TRUE
           SET DC-HELD(WS-DC-MATCH-IDX) TO TRUE
           MOVE WS-EX-SUPERVISOR-ID(WS-EX-MATCH-IDX)
               TO WS-DC-ROUTE-TO(WS-DC-MATCH-IDX)
           DISPLAY "  APPROVAL OF $" WS-AUTHORITY-AMOUNT
               " FOR CLAIM " CLM-CLAIM-NUMBER OF WS-WORK-CLAIM-RECORD
               " EXCEEDS AUTHORITY OF "
               RVWD-REVIEWER-ID OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
           IF WS-DC-ROUTE-TO(WS-DC-MATCH-IDX) = SPACES
               DISPLAY "RVWDECSN WARNING: NO SUPERVISOR ON FILE FOR "
                       RVWD-REVIEWER-ID OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
                       " - CLAIM LEFT ON THE QUEUE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "  ROUTED TO SUPERVISOR "
                   WS-DC-ROUTE-TO(WS-DC-MATCH-IDX)
               PERFORM 3170-WRITE-ASSIGN-LOG
           END-IF
           PERFORM 3450-WRITE-DECISION-LOG-ROUTED.

       3150-EXIT.
           EXIT.

       3160-SCAN-EXAMINER.
           IF WS-EX-EXAMINER-ID(WS-EX-IDX)
                   = RVWD-REVIEWER-ID OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               MOVE WS-EX-IDX TO WS-EX-MATCH-IDX
           END-IF.

       3170-WRITE-ASSIGN-LOG.
           MOVE RVWD-CLAIM-NUMBER OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO RASG-CLAIM-NUMBER
           MOVE WS-DC-ROUTE-TO(WS-DC-MATCH-IDX) TO RASG-EXAMINER-ID
           MOVE WS-TODAY-DATE TO RASG-ASSIGNED-DATE
           PERFORM 3210-FIND-QUEUE-COVERAGE
           IF QU-FOUND
               MOVE WS-QU-ENTERED-DATE(WS-QU-MATCH-IDX)
                   TO RASG-ENTERED-DATE
           ELSE
               MOVE ZERO TO RASG-ENTERED-DATE
           END-IF
           SET RASG-SUPERVISOR TO TRUE
           WRITE ASSIGN-LOG-RECORD.

       3180-SET-ENTERED-DATE.
      *    WHEN THE DECIDED CLAIM ENTERED THE QUEUE, FOR THE LOGS -
      *    ZERO WHEN IT WAS NOT ON THE QUEUE AT ALL
           PERFORM 3210-FIND-QUEUE-COVERAGE
           IF QU-FOUND
               MOVE WS-QU-ENTERED-DATE(WS-QU-MATCH-IDX)
                   TO RVLG-ENTERED-DATE
           ELSE
               MOVE ZERO TO RVLG-ENTERED-DATE
           END-IF.

       3200-APPROVE-CLAIM.
      *    PYMTAUTH FALL BACK TO ITS OWN CALCULATION AS BEFORE
           PERFORM 3210-FIND-QUEUE-COVERAGE

      *    AN ORTHODONTIC CLAIM'S COVERAGE IS THE WHOLE COURSE OF
      *    TREATMENT - ORTHPLAN SETS UP THE TREATMENT PLAN FOR THE
      *    MONTHLY INSTALLMENTS AND LEAVES ONLY THE INITIAL PAYMENT
      *    TO AUTHORIZE NOW, EXACTLY AS ON AN AUTO-APPROVAL
           IF CLM-CLAIM-TYPE OF WS-WORK-CLAIM-RECORD = "05"
             AND WS-CALC-COVERAGE > 0
               CALL 'ORTHPLAN' USING WS-WORK-CLAIM-RECORD
                                     WS-CALC-COVERAGE
           END-IF

           MOVE ZERO TO WS-PAYMENT-AMOUNT
           MOVE ZERO TO WS-NATIVE-PAYMENT-AMOUNT
           CALL 'PYMTAUTH' USING WS-WORK-CLAIM-RECORD

       3215-SCAN-QUEUE-COVERAGE.
           IF WS-QU-CLAIM-NUMBER(WS-QU-IDX)
                   = RVWD-CLAIM-NUMBER OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               SET QU-FOUND TO TRUE
               MOVE WS-QU-IDX TO WS-QU-MATCH-IDX
               MOVE WS-QU-CALC-COVERAGE(WS-QU-IDX)
                   TO WS-CALC-COVERAGE
           END-IF.
           IF WS-ACCUMIO-OK = 'Y'
               ADD WS-NATIVE-PAYMENT-AMOUNT
                   TO ACCUM-BENEFIT-PAID OF WS-ACCUM-ROW
               IF CLM-CLAIM-TYPE OF WS-WORK-CLAIM-RECORD = "05"
                 AND CLM-MEMBER-ID OF WS-WORK-CLAIM-RECORD = SPACES
                   ADD WS-NATIVE-PAYMENT-AMOUNT
                       TO ACCUM-ORTHO-PAID OF WS-ACCUM-ROW
               END-IF
               MOVE "W" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-ACCUM-ROW
                                    WS-ACCUMIO-OK
           END-IF
           IF CLM-CLAIM-TYPE OF WS-WORK-CLAIM-RECORD = "05"
             AND CLM-MEMBER-ID OF WS-WORK-CLAIM-RECORD NOT = SPACES
               PERFORM 3225-POST-ORTHO-MEMBER
           END-IF.

       3225-POST-ORTHO-MEMBER.
      *    A NAMED PATIENT'S ORTHODONTIC BENEFIT RIDES THEIR MEMBER
      *    ROW, WHERE ADJUDCTN'S ORTHO-LIFETIME-MAX CHECK READS IT
           MOVE CLM-POLICY-NUMBER OF WS-WORK-CLAIM-RECORD
               TO ACCUM-POLICY-NUMBER OF WS-ACCUM-ROW
           MOVE CLM-MEMBER-ID OF WS-WORK-CLAIM-RECORD
               TO ACCUM-MEMBER-ID OF WS-ACCUM-ROW
           MOVE "R" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-ACCUM-ROW
                                WS-ACCUMIO-OK
           ADD WS-NATIVE-PAYMENT-AMOUNT
               TO ACCUM-ORTHO-PAID OF WS-ACCUM-ROW
           MOVE "W" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-ACCUM-ROW
                                WS-ACCUMIO-OK.

       3300-DENY-CLAIM.
           ADD 1 TO WS-DENIED-COUNT
           MOVE "D" TO CLM-STATUS OF WS-WORK-CLAIM-RECORD
               TO RVLG-OVERRIDE-REASON
           MOVE WS-TODAY-DATE TO RVLG-DECISION-DATE
           SET RVLG-APPLIED TO TRUE
           PERFORM 3180-SET-ENTERED-DATE
           MOVE SPACES TO RVLG-ROUTED-TO
           WRITE DECISION-LOG-RECORD.

       3450-WRITE-DECISION-LOG-ROUTED.
           MOVE RVWD-CLAIM-NUMBER OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO RVLG-CLAIM-NUMBER
           MOVE RVWD-REVIEWER-ID OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO RVLG-REVIEWER-ID
           MOVE RVWD-DECISION OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO RVLG-DECISION
           MOVE RVWD-OVERRIDE-REASON OF WS-DC-ENTRY(WS-DC-MATCH-IDX)
               TO RVLG-OVERRIDE-REASON
           MOVE WS-TODAY-DATE TO RVLG-DECISION-DATE
           SET RVLG-ROUTED-UP TO TRUE
           PERFORM 3180-SET-ENTERED-DATE
           MOVE WS-DC-ROUTE-TO(WS-DC-MATCH-IDX) TO RVLG-ROUTED-TO
           WRITE DECISION-LOG-RECORD.

       3500-WRITE-DECISION-LOG-REJECT.
               TO RVLG-OVERRIDE-REASON
           MOVE WS-TODAY-DATE TO RVLG-DECISION-DATE
           SET RVLG-REJECTED TO TRUE
           PERFORM 3180-SET-ENTERED-DATE
           MOVE SPACES TO RVLG-ROUTED-TO
           WRITE DECISION-LOG-RECORD.

       3600-APPEND-NEW-CURRENT-ROW.
      *    THE DECIDED OUTCOME BECOMES THE CLAIM'S CURRENT ROW, THE
      *    SAME RETIRE-AND-APPEND CONVENTION CLMHSTUP USES AT MERGE
           MOVE WS-WORK-CLAIM-RECORD
               TO CLH-CLAIM-DETAIL OF HISTORY-MASTER-RECORD
           MOVE "Y" TO CLH-CURRENT-FLAG OF HISTORY-MASTER-RECORD
           MOVE WS-TODAY-DATE
               TO CLH-CYCLE-DATE OF HISTORY-MASTER-RECORD
           MOVE "W" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "RVWDECSN WARNING: HISTORY MASTER NOT "
                       "WRITABLE - OUTCOME FOR CLAIM "
                       CLM-CLAIM-NUMBER OF WS-WORK-CLAIM-RECORD
                       " NOT RECORDED"
           END-IF.

       4000-REWRITE-REVIEW-QUEUE.
           READ REVIEW-QUEUE-FILE
       4100-KEEP-OR-CLEAR-ENTRY.
      *    AN ENTRY WHOSE CLAIM TOOK AN APPLIED DECISION THIS RUN IS
      *    WORKED AND DROPS OFF THE QUEUE - EVERYTHING ELSE CARRIES
      *    FORWARD FOR CLMESCL TO KEEP AGING. AN APPROVAL HELD FOR
      *    AUTHORITY CARRIES FORWARD TOO, NOW WITH THE SUPERVISOR
           MOVE 'N' TO WS-DC-FOUND
           PERFORM 4150-SCAN-WORKED-ENTRY
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DECISION-COUNT OR DC-FOUND

           IF DC-FOUND
             AND NOT DC-HELD(WS-DC-MATCH-IDX)
               ADD 1 TO WS-QUEUE-CLEARED
           ELSE
               MOVE REVIEW-QUEUE-RECORD TO NEW-REVIEW-QUEUE-RECORD
               IF DC-FOUND
                 AND WS-DC-ROUTE-TO(WS-DC-MATCH-IDX) NOT = SPACES
                   MOVE WS-DC-ROUTE-TO(WS-DC-MATCH-IDX)
                       TO MRVW-EXAMINER-ID OF NEW-REVIEW-QUEUE-RECORD
                   MOVE WS-TODAY-DATE
                       TO MRVW-ASSIGNED-DATE OF NEW-REVIEW-QUEUE-RECORD
                   SET MRVW-ROUTED-UP OF NEW-REVIEW-QUEUE-RECORD
                       TO TRUE
               END-IF
               WRITE NEW-REVIEW-QUEUE-RECORD
           END-IF.

                   = MRVW-CLAIM-NUMBER OF REVIEW-QUEUE-RECORD
             AND DC-APPLIED(WS-DC-IDX)
               SET DC-FOUND TO TRUE
               MOVE WS-DC-IDX TO WS-DC-MATCH-IDX
           END-IF.

       4500-REPORT-UNMATCHED.
           DISPLAY "CLAIMS DENIED:       " WS-DENIED-COUNT
           DISPLAY "DECISIONS REJECTED:  " WS-REJECTED-COUNT
           DISPLAY "QUEUE ENTRIES CLEARED: " WS-QUEUE-CLEARED
           DISPLAY "ROUTED TO SUPERVISOR: " WS-ROUTED-COUNT
           DISPLAY "TOTAL PAID: $" WS-TOTAL-PAID
           DISPLAY "UPDATED REVIEW QUEUE: data/manual_review_new.dat".

       9000-CLEANUP.
           CLOSE DECISION-TRANS-FILE
           IF WS-REVIEW-STATUS = "00" OR WS-REVIEW-STATUS = "10"
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           CLOSE NEW-REVIEW-QUEUE-FILE
           CLOSE DECISION-LOG-FILE
           CLOSE ASSIGN-LOG-FILE.
