       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTHMATCH.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MEMBER DEATH NOTIFICATION PROCESSING                           *
      * APPLIES THE PERIODIC DEATH-MASTER MATCH FILE TO THE MEMBER     *
      * MASTER. A MATCH IS ONLY APPLIED WHEN IT TIES TO THE MEMBER ON  *
      * FILE ON BOTH NAME AND BIRTH DATE - ANYTHING ELSE GOES TO THE   *
      * REVIEW REPORT FOR AN ANALYST AND IS NOT APPLIED. AN APPLIED    *
      * MATCH:                                                         *
      *   - RECORDS THE DATE OF DEATH AND TERMINATES THE MEMBER AS OF  *
      *     IT, SO ADJUDCTN DENIES LATER SERVICE WITH THE DECEASED-    *
      *     MEMBER REASON AND EOBGEN/NOTIFGEN STOP WRITING TO THEM     *
      *   - FLAGS EVERY CLAIM ALREADY PAID FOR SERVICE AFTER THE DATE  *
      *     OF DEATH AS A RECOVERY TRANSACTION FOR CLAWBACK            *
      *   - ONCE THE SUBSCRIBER HAS DIED WITH NO SURVIVING SPOUSE OR   *
      *     DEPENDENT STILL COVERED, STAGES THE POLICY TERMINATION AS  *
      *     OF THE DATE OF DEATH FOR POLMAINT, WHICH STOPS THE PREMIUM *
      *     BILLING AND REFUNDS THE UNEARNED PREMIUM THE SAME WAY IT   *
      *     DOES FOR ANY CANCELLATION                                  *
      * THE MEMBER MASTER IS REWRITTEN OLD/NEW - PROMOTE               *
      * members_new.dat TO FINALIZE                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-MATCH-FILE
               ASSIGN TO "data/death_master_match.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEATH-MATCH-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT NEW-MEMBER-FILE
               ASSIGN TO "data/members_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MEMBER-STATUS.

           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

           SELECT POLICY-TRANS-FILE
               ASSIGN TO "data/policy_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-TRANS-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO "reports/death_match_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-MATCH-FILE.
       01  DEATH-MATCH-RECORD.
           COPY DTHMREC.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC.

       FD  NEW-MEMBER-FILE.
       01  MBR-NEW-REC.
           COPY MBRREC REPLACING LEADING ==MBR== BY ==MBN==.

       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.

       FD  POLICY-TRANS-FILE.
       01  POLICY-TRANS-RECORD.
           COPY PTRNREC.

       FD  REVIEW-FILE.
       01  REVIEW-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-DEATH-MATCH-STATUS    PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-NEW-MEMBER-STATUS     PIC XX.
       01  WS-CLAWBACK-STATUS       PIC XX.
       01  WS-POLICY-TRANS-STATUS   PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.

       01  WS-EOF-DEATH-MATCH       PIC X VALUE 'N'.
           88 EOF-DEATH-MATCH       VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE MEMBER MASTER, HELD FOR THE RUN SO EVERY MATCH APPLIES IN
      * PLACE AND THE FILE REWRITES ONCE - THE SAME TABLE CENSUS USES
       01  WS-MAX-MEMBERS           PIC 9(5) VALUE 20000.
       01  WS-MEMBER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MB-IDX                PIC 9(5) VALUE 0.
       01  WS-MB-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-MB-FOUND              PIC X VALUE 'N'.
           88 MB-FOUND              VALUE 'Y'.
       01  WS-MEMBER-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES.
               COPY MBRREC REPLACING ==05== BY ==10==.

      * THE CLAIM HISTORY MASTER, READ ONCE THROUGH CLHISTIO AND
      * HELD HERE SO PAID CLAIMS PAST A DATE OF DEATH CAN BE FLAGGED
      * FOR RECOVERY
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.
       01  WS-MAX-HISTORY           PIC 9(5) VALUE 20000.
       01  WS-HISTORY-COUNT         PIC 9(5) VALUE 0.
       01  WS-HS-IDX                PIC 9(5) VALUE 0.
       01  WS-HISTORY-TABLE.
           05  WS-HS-ENTRY OCCURS 20000 TIMES.
               10  WS-HS-CLAIM-DETAIL.
                   COPY CLMREC REPLACING ==05== BY ==15==.
               COPY CLHREC REPLACING ==05== BY ==10==.

       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.

      * THE MATCH AS JUDGED AGAINST THE MEMBER ROW
       01  WS-REVIEW-REASON         PIC X(40).
       01  WS-RECORD-OK             PIC X VALUE 'Y'.
           88 RECORD-IS-OK          VALUE 'Y'.
       01  WS-FILE-NAME-UPPER       PIC X(30).
       01  WS-MASTER-NAME-UPPER     PIC X(30).
       01  WS-DEATH-DATE            PIC 9(8).
       01  WS-RAISE-RECOVERIES      PIC X VALUE 'N'.
           88 RAISE-RECOVERIES      VALUE 'Y'.
       01  WS-SURVIVOR-FOUND        PIC X VALUE 'N'.
           88 SURVIVOR-FOUND        VALUE 'Y'.
       01  WS-SUBSCRIBER-DECEASED   PIC X VALUE 'N'.
           88 SUBSCRIBER-DECEASED   VALUE 'Y'.
       01  WS-POLICY-END-DATE       PIC 9(8).

       01  WS-COUNTERS.
           05  WS-MATCHES-READ      PIC 9(5) VALUE 0.
           05  WS-MATCHES-APPLIED   PIC 9(5) VALUE 0.
           05  WS-MATCHES-ON-FILE   PIC 9(5) VALUE 0.
           05  WS-MATCHES-REVIEWED  PIC 9(5) VALUE 0.
           05  WS-POLICIES-STAGED   PIC 9(5) VALUE 0.
           05  WS-CLAWBACKS-RAISED  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-LOAD-MEMBER-MASTER UNTIL EOF-MEMBER
           PERFORM 1700-LOAD-CLAIM-HISTORY UNTIL EOF-HISTORY
           PERFORM 2000-PROCESS-DEATH-MATCH UNTIL EOF-DEATH-MATCH
           PERFORM 7000-REWRITE-MEMBER-MASTER
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - DEATH NOTIFICATION MATCH"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT DEATH-MATCH-FILE
           IF WS-DEATH-MATCH-STATUS NOT = "00"
               DISPLAY "DTHMATCH WARNING: NO DEATH-MASTER MATCH FILE "
                       "- NOTHING TO APPLY"
               SET EOF-DEATH-MATCH TO TRUE
           END-IF

           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MEMBER MASTER: " WS-MEMBER-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-MEMBER-STATUS
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           END-IF

      *    A FRESH REVIEW REPORT EACH RUN - IT IS THE WORK LIST FOR
      *    THIS MATCH FILE, NOT A HISTORY
           OPEN OUTPUT REVIEW-FILE
           MOVE SPACES TO REVIEW-LINE
           STRING "DEATH-MASTER MATCHES HELD FOR REVIEW - RUN DATE "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE.

       1500-LOAD-MEMBER-MASTER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
                   CLOSE MEMBER-FILE
               NOT AT END
                   IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MBR-MASTER-REC
                           TO WS-MB-ENTRY(WS-MEMBER-COUNT)
                   ELSE
                       DISPLAY "DTHMATCH WARNING: MEMBER TABLE FULL"
                   END-IF
           END-READ.

       1700-LOAD-CLAIM-HISTORY.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF WS-HISTORY-COUNT < WS-MAX-HISTORY
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE HISTORY-MASTER-RECORD
                       TO WS-HS-ENTRY(WS-HISTORY-COUNT)
               ELSE
                   DISPLAY "DTHMATCH WARNING: HISTORY TABLE FULL - "
                           "CLAWBACK FLAGGING MAY BE INCOMPLETE"
               END-IF
           END-IF.

       2000-PROCESS-DEATH-MATCH.
           READ DEATH-MATCH-FILE
               AT END
                   SET EOF-DEATH-MATCH TO TRUE
               NOT AT END
                   ADD 1 TO WS-MATCHES-READ
                   PERFORM 2100-JUDGE-DEATH-MATCH THRU 2100-EXIT
           END-READ.

       2100-JUDGE-DEATH-MATCH.
           MOVE 'Y' TO WS-RECORD-OK
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE ZERO TO WS-MB-MATCH-IDX

           IF DTHM-DEATH-DATE NOT NUMERIC
             OR DTHM-DEATH-DATE = ZERO
             OR DTHM-DEATH-DATE > WS-TODAY-DATE
               MOVE "DATE OF DEATH MISSING OR IN THE FUTURE"
                   TO WS-REVIEW-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF

           IF RECORD-IS-OK
               MOVE 'N' TO WS-MB-FOUND
               PERFORM 2150-SCAN-MEMBER
                   VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > WS-MEMBER-COUNT OR MB-FOUND
               IF NOT MB-FOUND
                   MOVE "NOT ON MEMBER MASTER" TO WS-REVIEW-REASON
                   MOVE 'N' TO WS-RECORD-OK
               END-IF
           END-IF

      *    THE SERVICE MATCHES LOOSELY - ONLY A ROW THAT TIES ON BOTH
      *    NAME AND BIRTH DATE IS TRUSTED TO TERMINATE COVERAGE
           IF RECORD-IS-OK
               MOVE FUNCTION UPPER-CASE(DTHM-MEMBER-NAME)
                   TO WS-FILE-NAME-UPPER
               MOVE FUNCTION UPPER-CASE(
                   MBR-MEMBER-NAME OF WS-MB-ENTRY(WS-MB-MATCH-IDX))
                   TO WS-MASTER-NAME-UPPER
               IF WS-FILE-NAME-UPPER NOT = WS-MASTER-NAME-UPPER
                   MOVE "NAME DOES NOT MATCH MEMBER MASTER"
                       TO WS-REVIEW-REASON
                   MOVE 'N' TO WS-RECORD-OK
               END-IF
           END-IF
           IF RECORD-IS-OK
             AND DTHM-BIRTH-DATE
                   NOT = MBR-BIRTH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE "BIRTH DATE DOES NOT MATCH MEMBER MASTER"
                   TO WS-REVIEW-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF

      *    A DEATH ALREADY ON FILE FOR THE SAME DATE IS A REPEAT OF AN
      *    EARLIER MATCH FILE AND IS PASSED OVER; A DIFFERENT DATE IS
      *    A CONFLICT FOR AN ANALYST TO RESOLVE
           IF RECORD-IS-OK
             AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   IS NUMERIC
             AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   > ZERO
               IF MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                       = DTHM-DEATH-DATE
                   ADD 1 TO WS-MATCHES-ON-FILE
                   GO TO 2100-EXIT
               END-IF
               MOVE "DIFFERENT DATE OF DEATH ALREADY ON FILE"
                   TO WS-REVIEW-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF

           IF NOT RECORD-IS-OK
               ADD 1 TO WS-MATCHES-REVIEWED
               PERFORM 3900-WRITE-REVIEW-LINE
               GO TO 2100-EXIT
           END-IF

           PERFORM 3000-APPLY-DEATH THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2150-SCAN-MEMBER.
      *    NO MEMBER ID ON THE MATCH MEANS THE POLICY'S SUBSCRIBER
           IF MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                   = DTHM-POLICY-NUMBER
               IF DTHM-MEMBER-ID = SPACES
                   IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-IDX)
                       SET MB-FOUND TO TRUE
                       MOVE WS-MB-IDX TO WS-MB-MATCH-IDX
                   END-IF
               ELSE
                   IF MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-IDX)
                           = DTHM-MEMBER-ID
                       SET MB-FOUND TO TRUE
                       MOVE WS-MB-IDX TO WS-MB-MATCH-IDX
                   END-IF
               END-IF
           END-IF.

       3000-APPLY-DEATH.
           ADD 1 TO WS-MATCHES-APPLIED
           MOVE DTHM-DEATH-DATE TO WS-DEATH-DATE
           MOVE WS-DEATH-DATE
               TO MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)

      *    A MEMBER ALREADY TERMINATED ON OR BEFORE THE DATE OF DEATH
      *    KEEPS THAT TERMINATION - ITS OWN RECOVERIES WERE RAISED
      *    WHEN IT WAS APPLIED. OTHERWISE COVERAGE ENDS AT THE DEATH
           MOVE 'Y' TO WS-RAISE-RECOVERIES
           IF MBR-TERMINATED OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
             AND MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   IS NUMERIC
             AND MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   > ZERO
             AND MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   NOT > WS-DEATH-DATE
               MOVE 'N' TO WS-RAISE-RECOVERIES
           ELSE
               MOVE "T" TO MBR-STATUS OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE WS-DEATH-DATE
                   TO MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           END-IF

           DISPLAY "  DEATH APPLIED - POLICY "
                   MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   " MEMBER "
                   MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   " DATE OF DEATH " WS-DEATH-DATE

           IF RAISE-RECOVERIES
               PERFORM 3500-FLAG-PAID-CLAIMS
                   VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HISTORY-COUNT
           END-IF

      *    THE POLICY ENDS ONLY ONCE ITS SUBSCRIBER HAS DIED AND NO
      *    COVERED SPOUSE OR DEPENDENT SURVIVES - CHECKED ON EVERY
      *    DEATH, SO A FAMILY REPORTED ON THE SAME MATCH FILE ENDS THE
      *    POLICY WITH THE LAST OF THEM, WHICHEVER ORDER THEY ARRIVE
           MOVE 'N' TO WS-SURVIVOR-FOUND
           MOVE 'N' TO WS-SUBSCRIBER-DECEASED
           MOVE WS-DEATH-DATE TO WS-POLICY-END-DATE
           PERFORM 3150-SCAN-POLICY-MEMBER
               VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MEMBER-COUNT
           IF SUBSCRIBER-DECEASED AND NOT SURVIVOR-FOUND
               PERFORM 3200-STAGE-POLICY-TERMINATION THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3150-SCAN-POLICY-MEMBER.
           IF MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                   = MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               IF MBR-ACTIVE OF WS-MB-ENTRY(WS-MB-IDX)
                   SET SURVIVOR-FOUND TO TRUE
               END-IF
               IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-IDX)
                 AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                       IS NUMERIC
                 AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX) > ZERO
                   SET SUBSCRIBER-DECEASED TO TRUE
                   IF MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                           > WS-POLICY-END-DATE
                       MOVE MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                           TO WS-POLICY-END-DATE
                   END-IF
               END-IF
           END-IF.

       3200-STAGE-POLICY-TERMINATION.
      *    ONLY A POLICY STILL IN FORCE IS STAGED - POLMAINT ENDS IT
      *    AS OF THE LAST DATE OF DEATH, WHICH STOPS PREMBILL BILLING IT
      *    AND REFUNDS ANY PREMIUM PAID PAST THAT DATE
           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING
               MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               WS-POLICY-RECORD
               WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               GO TO 3200-EXIT
           END-IF
           IF POL-STATUS OF WS-POLICY-RECORD NOT = "A"
               GO TO 3200-EXIT
           END-IF

      *    STAGED BEHIND WHATEVER IS ALREADY WAITING FOR THE NEXT
      *    POLMAINT STEP
           OPEN EXTEND POLICY-TRANS-FILE
           IF WS-POLICY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT POLICY-TRANS-FILE
           END-IF
           MOVE SPACES TO POLICY-TRANS-RECORD
           MOVE "T" TO PTRN-TRANS-CODE
           MOVE MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               TO PTRN-POLICY-NUMBER
           MOVE SPACES TO PTRN-HOLDER-NAME
           MOVE SPACES TO PTRN-PLAN-TYPE
           MOVE ZERO TO PTRN-EFFECTIVE-DATE
           MOVE ZERO TO PTRN-EXPIRY-DATE
           MOVE ZERO TO PTRN-DEDUCTIBLE
           MOVE ZERO TO PTRN-MAX-COVERAGE
           MOVE WS-POLICY-END-DATE TO PTRN-CANCEL-DATE
           MOVE SPACES TO PTRN-CURRENCY-CODE
           MOVE ZERO TO PTRN-INDIV-DEDUCTIBLE
           MOVE ZERO TO PTRN-PREMIUM-AMOUNT
           MOVE SPACES TO PTRN-BILL-FREQUENCY
           MOVE SPACES TO PTRN-AGENT-ID
           MOVE POL-GROUP-NUMBER OF WS-POLICY-RECORD
               TO PTRN-GROUP-NUMBER
           MOVE ZERO TO PTRN-CHANGE-DATE
           WRITE POLICY-TRANS-RECORD
           CLOSE POLICY-TRANS-FILE
           ADD 1 TO WS-POLICIES-STAGED.
       3200-EXIT.
           EXIT.

       3500-FLAG-PAID-CLAIMS.
      *    EVERY CURRENT, APPROVED CLAIM FOR THE DECEASED WITH SERVICE
      *    AFTER THE DATE OF DEATH WAS PAID IN ERROR - A CLAIM WITH NO
      *    MEMBER ID IS THE SUBSCRIBER'S
           IF CLH-CURRENT OF WS-HS-ENTRY(WS-HS-IDX)
             AND CLM-STATUS OF WS-HS-ENTRY(WS-HS-IDX) = "A"
             AND CLM-POLICY-NUMBER OF WS-HS-ENTRY(WS-HS-IDX)
                   = MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
             AND CLM-CLAIM-DATE OF WS-HS-ENTRY(WS-HS-IDX)
                   > WS-DEATH-DATE
               IF CLM-MEMBER-ID OF WS-HS-ENTRY(WS-HS-IDX)
                       = MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                 OR (CLM-MEMBER-ID OF WS-HS-ENTRY(WS-HS-IDX) = SPACES
                   AND MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX))
                   PERFORM 3600-WRITE-CLAWBACK-TRANS
               END-IF
           END-IF.

       3600-WRITE-CLAWBACK-TRANS.
           OPEN EXTEND CLAWBACK-TRANS-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               OPEN OUTPUT CLAWBACK-TRANS-FILE
           END-IF
           MOVE CLM-CLAIM-NUMBER OF WS-HS-ENTRY(WS-HS-IDX)
               TO CLWT-CLAIM-NUMBER
           MOVE CLM-CLAIM-AMOUNT OF WS-HS-ENTRY(WS-HS-IDX)
               TO CLWT-RECOVERY-AMOUNT
           SET CLWT-MEMBER-DECEASED TO TRUE
      *    RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
           MOVE "DTHMATCH" TO CLWT-MAKER-ID
           MOVE SPACES TO CLWT-CHECKER-ID
           WRITE CLAWBACK-TRANS-RECORD
           CLOSE CLAWBACK-TRANS-FILE
           ADD 1 TO WS-CLAWBACKS-RAISED.

       3900-WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE
           STRING "POLICY " DTHM-POLICY-NUMBER
                  " MEMBER " DTHM-MEMBER-ID
                  " REF " DTHM-MATCH-REFERENCE
                  " DOD " DTHM-DEATH-DATE
                  "  " WS-REVIEW-REASON
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "       FILE:   " DTHM-MEMBER-NAME
                  " BORN " DTHM-BIRTH-DATE
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           IF WS-MB-MATCH-IDX > ZERO
               MOVE SPACES TO REVIEW-LINE
               STRING "       MASTER: "
                      MBR-MEMBER-NAME OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                      " BORN "
                      MBR-BIRTH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                   DELIMITED BY SIZE INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF.

       7000-REWRITE-MEMBER-MASTER.
           OPEN OUTPUT NEW-MEMBER-FILE
           PERFORM 7100-WRITE-MEMBER-ROW
               VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MEMBER-COUNT
           CLOSE NEW-MEMBER-FILE.

       7100-WRITE-MEMBER-ROW.
           MOVE WS-MB-ENTRY(WS-MB-IDX) TO MBR-NEW-REC
           WRITE MBR-NEW-REC.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "DEATH NOTIFICATION MATCH COMPLETE"
           DISPLAY "MATCHES READ:        " WS-MATCHES-READ
           DISPLAY "DEATHS APPLIED:      " WS-MATCHES-APPLIED
           DISPLAY "ALREADY ON FILE:     " WS-MATCHES-ON-FILE
           DISPLAY "HELD FOR REVIEW:     " WS-MATCHES-REVIEWED
           DISPLAY "POLICY TERMS STAGED: " WS-POLICIES-STAGED
           DISPLAY "CLAWBACKS RAISED:    " WS-CLAWBACKS-RAISED
           DISPLAY "REVIEW REPORT: reports/death_match_review.txt"
           DISPLAY "UPDATED MEMBER MASTER: data/members_new.dat"
           DISPLAY "PROMOTE OVER data/members.dat TO FINALIZE, AS "
                   "THE OTHER MAINTENANCE JOBS DO".

       9000-CLEANUP.
           IF WS-DEATH-MATCH-STATUS = "00"
             OR WS-DEATH-MATCH-STATUS = "10"
               CLOSE DEATH-MATCH-FILE
           END-IF
           CLOSE REVIEW-FILE.
