       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPMAINT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * EMPLOYER GROUP MAINTENANCE PROGRAM                             *
      * APPLIES ADD/UPDATE/TERMINATE TRANSACTIONS AGAINST THE GROUP    *
      * MASTER USING THE SAME OLD-MASTER/NEW-MASTER PATTERN AS         *
      * POLMAINT AND PRVMAINT. AN ADD OR UPDATE IS REJECTED WHEN:      *
      *   - ITS PLAN TYPE IS NOT ON THE PLAN MASTER                    *
      *   - IT CARRIES A STOP-LOSS ATTACHMENT POINT ON A FULLY         *
      *     INSURED GROUP (ONLY SELF-FUNDED GROUPS HAVE STOP-LOSS)     *
      *   - IT FUNDS AN HRA ON A FULLY INSURED GROUP, OR CARRIES AN    *
      *     HRA ROLLOVER RULE OTHER THAN N, F OR C                     *
      * EVERY APPLIED TRANSACTION WRITES A BEFORE/AFTER AUDIT ROW      *
      * CARRYING THE USER WHO KEYED IT, APPENDED TO THE GROUP AUDIT    *
      * TRAIL SO UNDERWRITING CAN TRACE ANY ATTACHMENT-POINT CHANGE    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO "data/group_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT GROUP-FILE
               ASSIGN TO "data/groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT NEW-GROUP-FILE
               ASSIGN TO "data/groups_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-GROUP-STATUS.

           SELECT PLAN-MASTER-FILE
               ASSIGN TO "data/plan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

      *    THE AUDIT TRAIL ACCUMULATES ACROSS RUNS - EACH RUN APPENDS
           SELECT GROUP-AUDIT-FILE
               ASSIGN TO "data/group_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY GMNTREC.

       FD  GROUP-FILE.
       01  GRP-MASTER-REC.
           COPY GRPREC.

       FD  NEW-GROUP-FILE.
       01  GRP-NEW-REC.
           COPY GRPREC.

       FD  PLAN-MASTER-FILE.
       01  PLAN-MASTER-REC.
           COPY PLANREC.

       FD  GROUP-AUDIT-FILE.
       01  GROUP-AUDIT-RECORD.
           COPY GRPAUDRC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-NEW-GROUP-STATUS      PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-AUDIT-STATUS          PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-MASTER-OPENED         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN        VALUE 'Y'.
       01  WS-EOF-GROUP             PIC X VALUE 'N'.
           88 EOF-GROUP             VALUE 'Y'.
       01  WS-EOF-PLAN              PIC X VALUE 'N'.
           88 EOF-PLAN              VALUE 'Y'.
       01  WS-TRANS-FOUND           PIC X VALUE 'N'.
           88 TRANS-FOUND           VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

       01  WS-MAX-TRANS             PIC 9(5) VALUE 2000.
       01  WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.

       01  WS-TRANS-TABLE.
           05  WS-GT-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS GMTR-GROUP-NUMBER
               INDEXED BY WS-GT-IDX.
               COPY GMNTREC REPLACING ==05== BY ==10==.
               10  WS-GT-APPLIED    PIC X VALUE 'N'.
                   88 GT-APPLIED    VALUE 'Y'.

      * PLAN MASTER TABLE - EVERY GROUP'S PLAN TYPE MUST BE ON IT
       01  WS-MAX-PLANS             PIC 9(3) VALUE 50.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE 0.
       01  WS-PL-IDX                PIC 9(3) VALUE 0.
       01  WS-PL-FOUND              PIC X VALUE 'N'.
           88 PL-FOUND              VALUE 'Y'.
       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY OCCURS 50 TIMES.
               COPY PLANREC REPLACING ==05== BY ==10==.

      * RESULT OF THE ADD/UPDATE EDITS - THE REJECT TEXT IS THE
      * GROUP NUMBER AND THE FAILED EDIT, LOGGED THROUGH ERRHANDL
       01  WS-TRANS-VALID           PIC X VALUE 'Y'.
           88 TRANS-IS-VALID        VALUE 'Y'.
       01  WS-REJECT-DATA.
           05  WS-REJECT-GROUP      PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-REJECT-REASON     PIC X(11).

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-TERMINATED-COUNT  PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-AUDIT-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-LOAD-PLAN-MASTER UNTIL EOF-PLAN
           PERFORM 2000-LOAD-TRANSACTIONS UNTIL EOF-TRANS
           PERFORM 2900-SORT-TRANSACTIONS
           PERFORM 3000-PROCESS-MASTER UNTIL EOF-GROUP
           PERFORM 4000-APPEND-UNMATCHED-ADDS
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-TRANS-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - GROUP MAINTENANCE"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
                       WS-TRANS-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-TRANS-STATUS
               STOP RUN
           END-IF

      *    WITHOUT THE PLAN MASTER NO PLAN TYPE CAN BE VALIDATED, SO
      *    NOTHING IS APPLIED RATHER THAN LETTING BAD PLANS THROUGH
           OPEN INPUT PLAN-MASTER-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "GRPMAINT ERROR: PLAN MASTER NOT FOUND - "
                       "NO GROUP TRANSACTIONS APPLIED"
               CLOSE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A MISSING GROUP MASTER IS NORMAL FOR THE VERY FIRST RUN -
      *    EVERY TRANSACTION THIS RUN IS THEN EITHER AN ADD OR A REJECT
           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               SET EOF-GROUP TO TRUE
           END-IF

           OPEN OUTPUT NEW-GROUP-FILE

           OPEN EXTEND GROUP-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT GROUP-AUDIT-FILE
           END-IF.

       1500-LOAD-PLAN-MASTER.
           READ PLAN-MASTER-FILE
               AT END
                   SET EOF-PLAN TO TRUE
                   CLOSE PLAN-MASTER-FILE
               NOT AT END
                   IF WS-PLAN-COUNT < WS-MAX-PLANS
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE PLAN-MASTER-REC
                           TO WS-PL-ENTRY(WS-PLAN-COUNT)
                   END-IF
           END-READ.

       2000-LOAD-TRANSACTIONS.
           READ TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   PERFORM 2100-ADD-TRANS-ENTRY
           END-READ.

       2100-ADD-TRANS-ENTRY.
           IF WS-TRANS-COUNT < WS-MAX-TRANS
               ADD 1 TO WS-TRANS-COUNT
               MOVE TRANS-RECORD TO WS-GT-ENTRY(WS-TRANS-COUNT)
               MOVE 'N' TO WS-GT-APPLIED(WS-TRANS-COUNT)
           ELSE
               DISPLAY "GRPMAINT WARNING: TRANSACTION TABLE FULL - "
                       "GROUP " GMTR-GROUP-NUMBER OF TRANS-RECORD
                       " NOT PROCESSED"
           END-IF.

       2900-SORT-TRANSACTIONS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    TRANSACTION SORTS AHEAD OF THEM, THE SAME PADDING POLMAINT
      *    AND PRVMAINT USE BEFORE THEIR TABLE SORTS
           PERFORM 2950-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-TRANS-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-TRANS
           SORT WS-GT-ENTRY
               ON ASCENDING KEY GMTR-GROUP-NUMBER OF WS-GT-ENTRY.

       2950-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO GMTR-GROUP-NUMBER OF WS-GT-ENTRY(WS-PAD-IDX + 1).

       3000-PROCESS-MASTER.
           READ GROUP-FILE
               AT END
                   SET EOF-GROUP TO TRUE
               NOT AT END
                   PERFORM 3100-APPLY-TO-MASTER-RECORD
           END-READ.

       3100-APPLY-TO-MASTER-RECORD.
           MOVE 'N' TO WS-TRANS-FOUND
           SEARCH ALL WS-GT-ENTRY
               WHEN GMTR-GROUP-NUMBER OF WS-GT-ENTRY(WS-GT-IDX)
                        = GRP-GROUP-NUMBER OF GRP-MASTER-REC
                   PERFORM 3200-APPLY-MATCHED-TRANS
           END-SEARCH

           IF NOT TRANS-FOUND
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE GRP-MASTER-REC TO GRP-NEW-REC
               WRITE GRP-NEW-REC
           END-IF.

       3200-APPLY-MATCHED-TRANS.
           MOVE 'Y' TO WS-TRANS-FOUND
           SET GT-APPLIED(WS-GT-IDX) TO TRUE
           MOVE GRP-MASTER-REC TO GRP-NEW-REC
           EVALUATE TRUE
               WHEN GMTR-ADD OF WS-GT-ENTRY(WS-GT-IDX)
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-GROUP-ALREADY-EXISTS
                       BY CONTENT GRP-GROUP-NUMBER OF GRP-MASTER-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN GMTR-UPDATE OF WS-GT-ENTRY(WS-GT-IDX)
                   PERFORM 3500-VALIDATE-TRANS THRU 3500-EXIT
                   IF TRANS-IS-VALID
                       ADD 1 TO WS-UPDATED-COUNT
                       PERFORM 3300-MOVE-TRANS-TO-NEW
                       PERFORM 3600-WRITE-AUDIT-RECORD
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               WHEN GMTR-TERMINATE OF WS-GT-ENTRY(WS-GT-IDX)
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE "T" TO GRP-STATUS OF GRP-NEW-REC
                   PERFORM 3600-WRITE-AUDIT-RECORD
           END-EVALUATE
           WRITE GRP-NEW-REC.

       3300-MOVE-TRANS-TO-NEW.
           MOVE GMTR-GROUP-NAME OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-GROUP-NAME OF GRP-NEW-REC
           MOVE GMTR-PLAN-TYPE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-PLAN-TYPE OF GRP-NEW-REC
           MOVE GMTR-DEDUCTIBLE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-DEDUCTIBLE OF GRP-NEW-REC
           MOVE GMTR-INDIV-DEDUCTIBLE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-INDIV-DEDUCTIBLE OF GRP-NEW-REC
           MOVE GMTR-MAX-COVERAGE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-MAX-COVERAGE OF GRP-NEW-REC
           MOVE GMTR-PREMIUM-AMOUNT OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-PREMIUM-AMOUNT OF GRP-NEW-REC
           MOVE GMTR-BILL-FREQUENCY OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-BILL-FREQUENCY OF GRP-NEW-REC
           MOVE GMTR-FUNDING OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-FUNDING OF GRP-NEW-REC
           MOVE GMTR-SPEC-ATTACH OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-SPEC-ATTACH OF GRP-NEW-REC
           MOVE GMTR-AGG-ATTACH OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-AGG-ATTACH OF GRP-NEW-REC
           MOVE GMTR-HRA-ANNUAL OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-HRA-ANNUAL OF GRP-NEW-REC
           MOVE GMTR-HRA-ROLLOVER OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-HRA-ROLLOVER OF GRP-NEW-REC
           MOVE GMTR-HRA-ROLLOVER-MAX OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-HRA-ROLLOVER-MAX OF GRP-NEW-REC
           MOVE GMTR-SITUS-STATE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-SITUS-STATE OF GRP-NEW-REC
           MOVE GMTR-EMPLOYEE-COUNT OF WS-GT-ENTRY(WS-GT-IDX)
               TO GRP-EMPLOYEE-COUNT OF GRP-NEW-REC.

       3500-VALIDATE-TRANS.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE GMTR-GROUP-NUMBER OF WS-GT-ENTRY(WS-GT-IDX)
               TO WS-REJECT-GROUP

      *    A TRANSACTION KEYED BEFORE THE HRA FIELDS EXISTED CARRIES
      *    SPACES THERE - IT MEANS THE GROUP FUNDS NO HRA
           IF GMTR-HRA-ANNUAL OF WS-GT-ENTRY(WS-GT-IDX) NOT NUMERIC
               MOVE ZERO TO GMTR-HRA-ANNUAL OF WS-GT-ENTRY(WS-GT-IDX)
           END-IF
           IF GMTR-HRA-ROLLOVER-MAX OF WS-GT-ENTRY(WS-GT-IDX)
                   NOT NUMERIC
               MOVE ZERO
                   TO GMTR-HRA-ROLLOVER-MAX OF WS-GT-ENTRY(WS-GT-IDX)
           END-IF
           IF GMTR-EMPLOYEE-COUNT OF WS-GT-ENTRY(WS-GT-IDX)
                   NOT NUMERIC
               MOVE ZERO
                   TO GMTR-EMPLOYEE-COUNT OF WS-GT-ENTRY(WS-GT-IDX)
           END-IF

           MOVE 'N' TO WS-PL-FOUND
           PERFORM 3550-SCAN-PLAN-ENTRY
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR PL-FOUND
           IF NOT PL-FOUND
               MOVE "PLAN TYPE" TO WS-REJECT-REASON
               GO TO 3500-REJECT
           END-IF

      *    STOP-LOSS ONLY PROTECTS A SELF-FUNDED GROUP - ON INSURED
      *    BUSINESS AN ATTACHMENT POINT WOULD HAVE STOPLOSS BILLING
      *    AND FILING AGAINST A CONTRACT THAT DOES NOT EXIST
           IF GMTR-FUNDING OF WS-GT-ENTRY(WS-GT-IDX) NOT = "S"
             AND (GMTR-SPEC-ATTACH OF WS-GT-ENTRY(WS-GT-IDX) > ZERO
               OR GMTR-AGG-ATTACH OF WS-GT-ENTRY(WS-GT-IDX) > ZERO)
               MOVE "INS ATTACH" TO WS-REJECT-REASON
               GO TO 3500-REJECT
           END-IF

      *    AN HRA IS THE EMPLOYER'S OWN MONEY, BILLED BACK THROUGH
      *    THE SELF-FUNDED GROUP'S FUNDING REQUEST - AN INSURED GROUP
      *    HAS NO FUNDING REQUEST TO CARRY IT
           IF GMTR-FUNDING OF WS-GT-ENTRY(WS-GT-IDX) NOT = "S"
             AND GMTR-HRA-ANNUAL OF WS-GT-ENTRY(WS-GT-IDX) > ZERO
               MOVE "INS HRA" TO WS-REJECT-REASON
               GO TO 3500-REJECT
           END-IF
           IF GMTR-HRA-ROLLOVER OF WS-GT-ENTRY(WS-GT-IDX) NOT = "N"
             AND GMTR-HRA-ROLLOVER OF WS-GT-ENTRY(WS-GT-IDX) NOT = "F"
             AND GMTR-HRA-ROLLOVER OF WS-GT-ENTRY(WS-GT-IDX) NOT = "C"
             AND GMTR-HRA-ROLLOVER OF WS-GT-ENTRY(WS-GT-IDX) NOT = " "
               MOVE "HRA ROLLOVR" TO WS-REJECT-REASON
               GO TO 3500-REJECT
           END-IF

           GO TO 3500-EXIT.
       3500-REJECT.
           MOVE 'N' TO WS-TRANS-VALID
           CALL 'ERRHANDL' USING BY CONTENT EC-GROUP-MAINT-INVALID
                                 BY CONTENT WS-REJECT-DATA.
       3500-EXIT.
           EXIT.

       3550-SCAN-PLAN-ENTRY.
           IF PLAN-PLAN-TYPE OF WS-PL-ENTRY(WS-PL-IDX)
                   = GMTR-PLAN-TYPE OF WS-GT-ENTRY(WS-GT-IDX)
               SET PL-FOUND TO TRUE
           END-IF.

       3600-WRITE-AUDIT-RECORD.
      *    GRP-MASTER-REC STILL HOLDS THE OLD VALUES (SPACES ON AN ADD)
      *    AND GRP-NEW-REC ALREADY HOLDS THE NEW ONES AT THIS POINT
           MOVE GMTR-GROUP-NUMBER OF WS-GT-ENTRY(WS-GT-IDX)
               TO GAUD-GROUP-NUMBER
           MOVE WS-TODAY-DATE TO GAUD-UPDATE-DATE
           MOVE GMTR-TRANS-CODE OF WS-GT-ENTRY(WS-GT-IDX)
               TO GAUD-TRANS-CODE
           MOVE GMTR-OPERATOR-ID OF WS-GT-ENTRY(WS-GT-IDX)
               TO GAUD-OPERATOR-ID
           MOVE GRP-GROUP-NAME OF GRP-MASTER-REC
               TO GAUD-OLD-GROUP-NAME
           MOVE GRP-GROUP-NAME OF GRP-NEW-REC
               TO GAUD-NEW-GROUP-NAME
           MOVE GRP-PLAN-TYPE OF GRP-MASTER-REC
               TO GAUD-OLD-PLAN-TYPE
           MOVE GRP-PLAN-TYPE OF GRP-NEW-REC
               TO GAUD-NEW-PLAN-TYPE
           MOVE GRP-DEDUCTIBLE OF GRP-MASTER-REC
               TO GAUD-OLD-DEDUCTIBLE
           MOVE GRP-DEDUCTIBLE OF GRP-NEW-REC
               TO GAUD-NEW-DEDUCTIBLE
           MOVE GRP-INDIV-DEDUCTIBLE OF GRP-MASTER-REC
               TO GAUD-OLD-INDIV-DEDUCT
           MOVE GRP-INDIV-DEDUCTIBLE OF GRP-NEW-REC
               TO GAUD-NEW-INDIV-DEDUCT
           MOVE GRP-MAX-COVERAGE OF GRP-MASTER-REC
               TO GAUD-OLD-MAX-COVERAGE
           MOVE GRP-MAX-COVERAGE OF GRP-NEW-REC
               TO GAUD-NEW-MAX-COVERAGE
           MOVE GRP-PREMIUM-AMOUNT OF GRP-MASTER-REC
               TO GAUD-OLD-PREMIUM
           MOVE GRP-PREMIUM-AMOUNT OF GRP-NEW-REC
               TO GAUD-NEW-PREMIUM
           MOVE GRP-BILL-FREQUENCY OF GRP-MASTER-REC
               TO GAUD-OLD-BILL-FREQ
           MOVE GRP-BILL-FREQUENCY OF GRP-NEW-REC
               TO GAUD-NEW-BILL-FREQ
           MOVE GRP-STATUS OF GRP-MASTER-REC
               TO GAUD-OLD-STATUS
           MOVE GRP-STATUS OF GRP-NEW-REC
               TO GAUD-NEW-STATUS
           MOVE GRP-FUNDING OF GRP-MASTER-REC
               TO GAUD-OLD-FUNDING
           MOVE GRP-FUNDING OF GRP-NEW-REC
               TO GAUD-NEW-FUNDING
           MOVE GRP-SPEC-ATTACH OF GRP-MASTER-REC
               TO GAUD-OLD-SPEC-ATTACH
           MOVE GRP-SPEC-ATTACH OF GRP-NEW-REC
               TO GAUD-NEW-SPEC-ATTACH
           MOVE GRP-AGG-ATTACH OF GRP-MASTER-REC
               TO GAUD-OLD-AGG-ATTACH
           MOVE GRP-AGG-ATTACH OF GRP-NEW-REC
               TO GAUD-NEW-AGG-ATTACH
           MOVE GRP-HRA-ANNUAL OF GRP-MASTER-REC
               TO GAUD-OLD-HRA-ANNUAL
           MOVE GRP-HRA-ANNUAL OF GRP-NEW-REC
               TO GAUD-NEW-HRA-ANNUAL
           MOVE GRP-HRA-ROLLOVER OF GRP-MASTER-REC
               TO GAUD-OLD-HRA-ROLLOVER
           MOVE GRP-HRA-ROLLOVER OF GRP-NEW-REC
               TO GAUD-NEW-HRA-ROLLOVER
           MOVE GRP-HRA-ROLLOVER-MAX OF GRP-MASTER-REC
               TO GAUD-OLD-HRA-ROLL-MAX
           MOVE GRP-HRA-ROLLOVER-MAX OF GRP-NEW-REC
               TO GAUD-NEW-HRA-ROLL-MAX
           MOVE GRP-SITUS-STATE OF GRP-MASTER-REC
               TO GAUD-OLD-SITUS-STATE
           MOVE GRP-SITUS-STATE OF GRP-NEW-REC
               TO GAUD-NEW-SITUS-STATE
           MOVE GRP-EMPLOYEE-COUNT OF GRP-MASTER-REC
               TO GAUD-OLD-EMPLOYEE-CNT
           MOVE GRP-EMPLOYEE-COUNT OF GRP-NEW-REC
               TO GAUD-NEW-EMPLOYEE-CNT
           ADD 1 TO WS-AUDIT-COUNT
           WRITE GROUP-AUDIT-RECORD.

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT GT-APPLIED(WS-GT-IDX)
               IF GMTR-ADD OF WS-GT-ENTRY(WS-GT-IDX)
                   PERFORM 4100-WRITE-NEW-GROUP
               ELSE
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-GROUP-MAINT-NOTFND
                       BY CONTENT GMTR-GROUP-NUMBER
                           OF WS-GT-ENTRY(WS-GT-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       4100-WRITE-NEW-GROUP.
           PERFORM 3500-VALIDATE-TRANS THRU 3500-EXIT
           IF NOT TRANS-IS-VALID
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
      *        THE OLD SIDE OF AN ADD'S AUDIT ROW IS EMPTY
               MOVE SPACES TO GRP-MASTER-REC
               MOVE ZERO TO GRP-DEDUCTIBLE OF GRP-MASTER-REC
               MOVE ZERO TO GRP-INDIV-DEDUCTIBLE OF GRP-MASTER-REC
               MOVE ZERO TO GRP-MAX-COVERAGE OF GRP-MASTER-REC
               MOVE ZERO TO GRP-PREMIUM-AMOUNT OF GRP-MASTER-REC
               MOVE ZERO TO GRP-SPEC-ATTACH OF GRP-MASTER-REC
               MOVE ZERO TO GRP-AGG-ATTACH OF GRP-MASTER-REC
               MOVE ZERO TO GRP-HRA-ANNUAL OF GRP-MASTER-REC
               MOVE ZERO TO GRP-HRA-ROLLOVER-MAX OF GRP-MASTER-REC
               MOVE ZERO TO GRP-EMPLOYEE-COUNT OF GRP-MASTER-REC
               MOVE SPACES TO GRP-NEW-REC
               MOVE GMTR-GROUP-NUMBER OF WS-GT-ENTRY(WS-GT-IDX)
                   TO GRP-GROUP-NUMBER OF GRP-NEW-REC
               MOVE "A" TO GRP-STATUS OF GRP-NEW-REC
               PERFORM 3300-MOVE-TRANS-TO-NEW
               PERFORM 3600-WRITE-AUDIT-RECORD
               WRITE GRP-NEW-REC
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "GROUP MAINTENANCE COMPLETE"
           DISPLAY "GROUPS ADDED:          " WS-ADDED-COUNT
           DISPLAY "GROUPS UPDATED:        " WS-UPDATED-COUNT
           DISPLAY "GROUPS TERMINATED:     " WS-TERMINATED-COUNT
           DISPLAY "GROUPS UNCHANGED:      " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "AUDIT ROWS WRITTEN:    " WS-AUDIT-COUNT
           DISPLAY "NEW MASTER WRITTEN TO: data/groups_new.dat"
           DISPLAY "AUDIT TRAIL: data/group_audit.dat".

       9000-CLEANUP.
           CLOSE TRANS-FILE
           IF MASTER-IS-OPEN
               CLOSE GROUP-FILE
           END-IF
           CLOSE NEW-GROUP-FILE
           CLOSE GROUP-AUDIT-FILE.
