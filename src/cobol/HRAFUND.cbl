       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRAFUND.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * HRA ACCOUNT FUNDING AND PLAN-YEAR ROLLOVER PROGRAM             *
      * KEEPS THE KEYED HRA STORE IN STEP WITH THE GROUP, POLICY AND   *
      * MEMBER MASTERS AHEAD OF EACH CLAIMS CYCLE:                     *
      *   - EVERY ACTIVE MEMBER OF AN IN-FORCE POLICY WHOSE ACTIVE     *
      *     SELF-FUNDED GROUP FUNDS AN HRA HAS AN ACCOUNT - A NEW ONE  *
      *     OPENS WITH THE GROUP'S FULL ANNUAL FUNDING. A POLICY WITH  *
      *     NO MEMBER ROWS GETS ONE POLICY-LEVEL ACCOUNT (MEMBER ID    *
      *     SPACES) INSTEAD                                            *
      *   - AN ACCOUNT FROM AN EARLIER PLAN YEAR IS ROLLED INTO THIS   *
      *     ONE UNDER THE GROUP'S ROLLOVER RULE - THE UNUSED BALANCE   *
      *     IS FORFEITED, CARRIED IN FULL, OR CARRIED UP TO THE        *
      *     ROLLOVER MAXIMUM - AND THE NEW YEAR'S FUNDING ADDED ON TOP *
      *   - AN ACCOUNT WHOSE MEMBER, POLICY OR GROUP IS NO LONGER IN   *
      *     FORCE (OR WHOSE GROUP STOPPED FUNDING AN HRA) IS CLOSED    *
      *     AND REIMBURSES NOTHING FURTHER. AN ACCOUNT THAT BECOMES    *
      *     ELIGIBLE AGAIN IS REOPENED                                 *
      * THE PLAN YEAR IS THE BUSINESS DATE'S CALENDAR YEAR, THE SAME   *
      * AS STOPLOSS. RERUNNING ON THE SAME DAY CHANGES NOTHING         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT GROUP-FILE
               ASSIGN TO "data/groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO "data/policies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT HRA-FILE
               ASSIGN TO WS-HRA-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRA-KEY
               FILE STATUS IS WS-HRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  GROUP-FILE.
       01  GRP-MASTER-REC.
           COPY GRPREC.

       FD  POLICY-FILE.
       01  POL-MASTER-REC.
           COPY POLREC.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC.

       FD  HRA-FILE.
       01  HRA-RECORD.
           COPY HRAREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-HRA-STATUS            PIC XX.
       01  WS-HRA-FILENAME          PIC X(60)
           VALUE "data/hra_accounts.idx".

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-GROUP             PIC X VALUE 'N'.
           88 EOF-GROUP             VALUE 'Y'.
       01  WS-EOF-POLICY            PIC X VALUE 'N'.
           88 EOF-POLICY            VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-HRA               PIC X VALUE 'N'.
           88 EOF-HRA               VALUE 'Y'.
       01  WS-STORE-USABLE          PIC X VALUE 'N'.
           88 STORE-IS-USABLE       VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-PLAN-YEAR             PIC 9(4).

      * ACTIVE SELF-FUNDED GROUPS THAT FUND AN HRA, WITH THEIR RULE
       01  WS-MAX-GROUPS            PIC 9(3) VALUE 200.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  WS-GR-IDX                PIC 9(3) VALUE 0.
       01  WS-GR-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-GR-FOUND              PIC X VALUE 'N'.
           88 GR-FOUND              VALUE 'Y'.
       01  WS-HRA-GROUP-TABLE.
           05  WS-GR-ENTRY OCCURS 200 TIMES.
               10  WS-GR-GROUP-NUMBER PIC X(8).
               10  WS-GR-ANNUAL       PIC 9(5)V99.
               10  WS-GR-ROLLOVER     PIC X(1).
                   88  GR-FULL-ROLLOVER   VALUE "F".
                   88  GR-CAPPED-ROLLOVER VALUE "C".
               10  WS-GR-ROLLOVER-MAX PIC 9(5)V99.

      * IN-FORCE POLICIES OF THOSE GROUPS, AND WHETHER THE MEMBER
      * MASTER CARRIES ANY ROWS FOR THEM
       01  WS-MAX-POLICIES          PIC 9(5) VALUE 9000.
       01  WS-POLICY-COUNT          PIC 9(5) VALUE 0.
       01  WS-PM-IDX                PIC 9(5) VALUE 0.
       01  WS-PM-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PM-FOUND              PIC X VALUE 'N'.
           88 PM-FOUND              VALUE 'Y'.
       01  WS-POLICY-MAP.
           05  WS-PM-ENTRY OCCURS 9000 TIMES.
               10  WS-PM-POLICY       PIC X(10).
               10  WS-PM-GROUP-IDX    PIC 9(3).
               10  WS-PM-HAS-MEMBERS  PIC X(1).
                   88  PM-HAS-MEMBERS     VALUE "Y".

      * EVERY ACCOUNT KEY THAT SHOULD BE OPEN TODAY AND THE GROUP
      * WHOSE FUNDING AND ROLLOVER RULE APPLY TO IT
       01  WS-MAX-ELIGIBLE          PIC 9(5) VALUE 25000.
       01  WS-ELIGIBLE-COUNT        PIC 9(5) VALUE 0.
       01  WS-EL-IDX                PIC 9(5) VALUE 0.
       01  WS-EL-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-EL-FOUND              PIC X VALUE 'N'.
           88 EL-FOUND              VALUE 'Y'.
       01  WS-ELIGIBLE-TABLE.
           05  WS-EL-ENTRY OCCURS 25000 TIMES.
               10  WS-EL-POLICY       PIC X(10).
               10  WS-EL-MEMBER       PIC X(10).
               10  WS-EL-GROUP-IDX    PIC 9(3).

       01  WS-CARRY-AMOUNT          PIC 9(7)V99.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-OPENED   PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-REOPENED PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-ROLLED   PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-CLOSED   PIC 9(7) VALUE 0.
           05  WS-TOTAL-FUNDED      PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-CARRIED     PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-FORFEITED   PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION THRU 1000-EXIT
           PERFORM 1300-LOAD-HRA-GROUPS UNTIL EOF-GROUP
           PERFORM 1400-LOAD-POLICY-MAP UNTIL EOF-POLICY
           PERFORM 2000-LOAD-ELIGIBLE-MEMBERS UNTIL EOF-MEMBER
           PERFORM 2500-ADD-POLICY-LEVEL-KEY
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-POLICY-COUNT
           IF STORE-IS-USABLE
               PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
                   VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-ELIGIBLE-COUNT
               PERFORM 4000-START-STORE-SCAN
               PERFORM 4100-REVIEW-ACCOUNT THRU 4100-EXIT
                   UNTIL EOF-HRA
               CLOSE HRA-FILE
           END-IF
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - HRA ACCOUNT FUNDING"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-PLAN-YEAR

           PERFORM 1050-RESOLVE-FILENAME

      *    A MISSING STORE IS NORMAL BEFORE THE FIRST GROUP FUNDS AN
      *    HRA - IT IS CREATED EMPTY, THE SAME WAY ACCUMIO DOES
           OPEN I-O HRA-FILE
           IF WS-HRA-STATUS NOT = "00"
               OPEN OUTPUT HRA-FILE
               CLOSE HRA-FILE
               OPEN I-O HRA-FILE
           END-IF
           IF WS-HRA-STATUS = "00"
               SET STORE-IS-USABLE TO TRUE
           ELSE
               DISPLAY "HRAFUND ERROR: CANNOT OPEN HRA STORE - "
                       "STATUS " WS-HRA-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS NOT = "00"
      *        NO GROUP MASTER MEANS NO GROUP FUNDS AN HRA - EVERY
      *        OPEN ACCOUNT IS CLOSED BY THE STORE REVIEW
               DISPLAY "HRAFUND WARNING: NO GROUP MASTER - NO HRA "
                       "FUNDING TO APPLY"
               SET EOF-GROUP TO TRUE
               SET EOF-POLICY TO TRUE
               SET EOF-MEMBER TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               SET EOF-POLICY TO TRUE
           END-IF

           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               SET EOF-MEMBER TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1050-RESOLVE-FILENAME.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "HRA-FILE"
                       MOVE RUNPARM-VALUE TO WS-HRA-FILENAME
                   END-IF
           END-READ.

       1300-LOAD-HRA-GROUPS.
           READ GROUP-FILE
               AT END
                   SET EOF-GROUP TO TRUE
                   CLOSE GROUP-FILE
               NOT AT END
                   IF GRP-SELF-FUNDED
                     AND GRP-ACTIVE
                     AND GRP-HRA-ANNUAL IS NUMERIC
                     AND WS-GROUP-COUNT < WS-MAX-GROUPS
                       IF GRP-HRA-ANNUAL > ZERO
                           PERFORM 1310-ADD-HRA-GROUP
                       END-IF
                   END-IF
           END-READ.

       1310-ADD-HRA-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE GRP-GROUP-NUMBER TO WS-GR-GROUP-NUMBER(WS-GROUP-COUNT)
           MOVE GRP-HRA-ANNUAL TO WS-GR-ANNUAL(WS-GROUP-COUNT)
           MOVE GRP-HRA-ROLLOVER TO WS-GR-ROLLOVER(WS-GROUP-COUNT)
           IF GRP-HRA-ROLLOVER-MAX IS NUMERIC
               MOVE GRP-HRA-ROLLOVER-MAX
                   TO WS-GR-ROLLOVER-MAX(WS-GROUP-COUNT)
           ELSE
               MOVE ZERO TO WS-GR-ROLLOVER-MAX(WS-GROUP-COUNT)
           END-IF.

       1350-SCAN-GROUP.
           IF WS-GR-GROUP-NUMBER(WS-GR-IDX) = POL-GROUP-NUMBER
               SET GR-FOUND TO TRUE
               MOVE WS-GR-IDX TO WS-GR-MATCH-IDX
           END-IF.

       1400-LOAD-POLICY-MAP.
           READ POLICY-FILE
               AT END
                   SET EOF-POLICY TO TRUE
                   CLOSE POLICY-FILE
               NOT AT END
                   IF POL-STATUS = "A"
                     AND POL-GROUP-NUMBER NOT = SPACES
                       PERFORM 1410-MAP-POLICY
                   END-IF
           END-READ.

       1410-MAP-POLICY.
           MOVE 'N' TO WS-GR-FOUND
           PERFORM 1350-SCAN-GROUP
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROUP-COUNT OR GR-FOUND
           IF GR-FOUND
             AND WS-POLICY-COUNT < WS-MAX-POLICIES
               ADD 1 TO WS-POLICY-COUNT
               MOVE POL-POLICY-NUMBER TO WS-PM-POLICY(WS-POLICY-COUNT)
               MOVE WS-GR-MATCH-IDX TO WS-PM-GROUP-IDX(WS-POLICY-COUNT)
               MOVE "N" TO WS-PM-HAS-MEMBERS(WS-POLICY-COUNT)
           END-IF.

       1450-SCAN-POLICY.
           IF WS-PM-POLICY(WS-PM-IDX) = MBR-POLICY-NUMBER
               SET PM-FOUND TO TRUE
               MOVE WS-PM-IDX TO WS-PM-MATCH-IDX
           END-IF.

       2000-LOAD-ELIGIBLE-MEMBERS.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
                   CLOSE MEMBER-FILE
               NOT AT END
                   PERFORM 2100-CHECK-MEMBER THRU 2100-EXIT
           END-READ.

       2100-CHECK-MEMBER.
           MOVE 'N' TO WS-PM-FOUND
           PERFORM 1450-SCAN-POLICY
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-POLICY-COUNT OR PM-FOUND
           IF NOT PM-FOUND
               GO TO 2100-EXIT
           END-IF
      *    ANY ROW - EVEN A TERMINATED ONE - MEANS THE POLICY IS
      *    ENROLLED BY MEMBER AND GETS NO POLICY-LEVEL ACCOUNT
           MOVE "Y" TO WS-PM-HAS-MEMBERS(WS-PM-MATCH-IDX)

      *    A MEMBER TERMINATED AS OF A DATE STILL AHEAD IS COVERED
      *    UNTIL THEN
           IF MBR-TERMINATED
               IF MBR-TERM-DATE NOT NUMERIC
                 OR MBR-TERM-DATE < WS-TODAY-DATE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE MBR-POLICY-NUMBER TO HRA-POLICY-NUMBER
           MOVE MBR-MEMBER-ID TO HRA-MEMBER-ID
           MOVE WS-PM-GROUP-IDX(WS-PM-MATCH-IDX) TO WS-GR-IDX
           PERFORM 2200-ADD-ELIGIBLE-KEY.
       2100-EXIT.
           EXIT.

       2200-ADD-ELIGIBLE-KEY.
           IF WS-ELIGIBLE-COUNT < WS-MAX-ELIGIBLE
               ADD 1 TO WS-ELIGIBLE-COUNT
               MOVE HRA-POLICY-NUMBER
                   TO WS-EL-POLICY(WS-ELIGIBLE-COUNT)
               MOVE HRA-MEMBER-ID TO WS-EL-MEMBER(WS-ELIGIBLE-COUNT)
               MOVE WS-GR-IDX TO WS-EL-GROUP-IDX(WS-ELIGIBLE-COUNT)
           ELSE
               DISPLAY "HRAFUND WARNING: ELIGIBLE TABLE FULL - "
                       "ACCOUNT NOT OPENED FOR POLICY "
                       HRA-POLICY-NUMBER " MEMBER " HRA-MEMBER-ID
           END-IF.

       2500-ADD-POLICY-LEVEL-KEY.
           IF NOT PM-HAS-MEMBERS(WS-PM-IDX)
               MOVE WS-PM-POLICY(WS-PM-IDX) TO HRA-POLICY-NUMBER
               MOVE SPACES TO HRA-MEMBER-ID
               MOVE WS-PM-GROUP-IDX(WS-PM-IDX) TO WS-GR-IDX
               PERFORM 2200-ADD-ELIGIBLE-KEY
           END-IF.

       3000-OPEN-ACCOUNT.
           MOVE WS-EL-POLICY(WS-EL-IDX) TO HRA-POLICY-NUMBER
           MOVE WS-EL-MEMBER(WS-EL-IDX) TO HRA-MEMBER-ID
           MOVE WS-EL-GROUP-IDX(WS-EL-IDX) TO WS-GR-IDX
           READ HRA-FILE
               INVALID KEY
                   PERFORM 3100-WRITE-NEW-ACCOUNT
                   GO TO 3000-EXIT
           END-READ

      *    A CLOSED ACCOUNT WHOSE MEMBER IS BACK IN FORCE PICKS UP
      *    WHERE IT LEFT OFF - THE STORE REVIEW ROLLS IT FORWARD IF
      *    IT WAS CLOSED IN AN EARLIER PLAN YEAR
           IF HRA-CLOSED
               MOVE "A" TO HRA-STATUS
               MOVE WS-GR-GROUP-NUMBER(WS-GR-IDX) TO HRA-GROUP-NUMBER
               MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY
               REWRITE HRA-RECORD
               IF WS-HRA-STATUS = "00"
                   ADD 1 TO WS-ACCOUNTS-REOPENED
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-NEW-ACCOUNT.
      *    FULL ANNUAL FUNDING FROM THE DAY THE ACCOUNT OPENS
           MOVE WS-EL-POLICY(WS-EL-IDX) TO HRA-POLICY-NUMBER
           MOVE WS-EL-MEMBER(WS-EL-IDX) TO HRA-MEMBER-ID
           MOVE WS-GR-GROUP-NUMBER(WS-GR-IDX) TO HRA-GROUP-NUMBER
           MOVE WS-PLAN-YEAR TO HRA-PLAN-YEAR
           MOVE "A" TO HRA-STATUS
           MOVE WS-TODAY-DATE TO HRA-OPEN-DATE
           MOVE WS-GR-ANNUAL(WS-GR-IDX) TO HRA-ANNUAL-FUNDING
           MOVE ZERO TO HRA-ROLLOVER-IN
           MOVE ZERO TO HRA-FORFEITED
           MOVE ZERO TO HRA-YTD-REIMBURSED
           MOVE WS-GR-ANNUAL(WS-GR-IDX) TO HRA-BALANCE
           MOVE SPACES TO HRA-LAST-CLAIM-NUMBER
           MOVE ZERO TO HRA-LAST-REIMBURSED
           MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY
           WRITE HRA-RECORD
               INVALID KEY
                   DISPLAY "HRAFUND WARNING: ACCOUNT WRITE FAILED - "
                           "STATUS " WS-HRA-STATUS " POLICY "
                           HRA-POLICY-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-OPENED
                   ADD WS-GR-ANNUAL(WS-GR-IDX) TO WS-TOTAL-FUNDED
           END-WRITE.

       4000-START-STORE-SCAN.
           MOVE LOW-VALUES TO HRA-KEY
           START HRA-FILE KEY IS NOT LESS THAN HRA-KEY
               INVALID KEY
                   SET EOF-HRA TO TRUE
           END-START.

       4050-SCAN-ELIGIBLE.
           IF WS-EL-POLICY(WS-EL-IDX) = HRA-POLICY-NUMBER
             AND WS-EL-MEMBER(WS-EL-IDX) = HRA-MEMBER-ID
               SET EL-FOUND TO TRUE
               MOVE WS-EL-IDX TO WS-EL-MATCH-IDX
           END-IF.

       4100-REVIEW-ACCOUNT.
           READ HRA-FILE NEXT RECORD
               AT END
                   SET EOF-HRA TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF HRA-CLOSED
               GO TO 4100-EXIT
           END-IF

           MOVE 'N' TO WS-EL-FOUND
           PERFORM 4050-SCAN-ELIGIBLE
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-ELIGIBLE-COUNT OR EL-FOUND
           IF NOT EL-FOUND
      *        THE BALANCE STAYS ON THE ROW FOR THE RECORD - IT IS
      *        NOT REIMBURSED FROM AGAIN UNLESS THE ACCOUNT REOPENS
               MOVE "C" TO HRA-STATUS
               MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY
               REWRITE HRA-RECORD
               IF WS-HRA-STATUS = "00"
                   ADD 1 TO WS-ACCOUNTS-CLOSED
               END-IF
               GO TO 4100-EXIT
           END-IF

           IF HRA-PLAN-YEAR NOT NUMERIC
             OR HRA-PLAN-YEAR < WS-PLAN-YEAR
               MOVE WS-EL-GROUP-IDX(WS-EL-MATCH-IDX) TO WS-GR-IDX
               PERFORM 4200-ROLL-PLAN-YEAR
           END-IF.
       4100-EXIT.
           EXIT.

       4200-ROLL-PLAN-YEAR.
           EVALUATE TRUE
               WHEN GR-FULL-ROLLOVER(WS-GR-IDX)
                   MOVE HRA-BALANCE TO WS-CARRY-AMOUNT
               WHEN GR-CAPPED-ROLLOVER(WS-GR-IDX)
                   IF HRA-BALANCE > WS-GR-ROLLOVER-MAX(WS-GR-IDX)
                       MOVE WS-GR-ROLLOVER-MAX(WS-GR-IDX)
                           TO WS-CARRY-AMOUNT
                   ELSE
                       MOVE HRA-BALANCE TO WS-CARRY-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-CARRY-AMOUNT
           END-EVALUATE

           COMPUTE HRA-FORFEITED = HRA-BALANCE - WS-CARRY-AMOUNT
           MOVE WS-CARRY-AMOUNT TO HRA-ROLLOVER-IN
           MOVE WS-GR-ANNUAL(WS-GR-IDX) TO HRA-ANNUAL-FUNDING
           COMPUTE HRA-BALANCE =
               WS-CARRY-AMOUNT + WS-GR-ANNUAL(WS-GR-IDX)
           MOVE ZERO TO HRA-YTD-REIMBURSED
           MOVE WS-PLAN-YEAR TO HRA-PLAN-YEAR
           MOVE WS-GR-GROUP-NUMBER(WS-GR-IDX) TO HRA-GROUP-NUMBER
           MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY
           REWRITE HRA-RECORD
           IF WS-HRA-STATUS = "00"
               ADD 1 TO WS-ACCOUNTS-ROLLED
               ADD WS-GR-ANNUAL(WS-GR-IDX) TO WS-TOTAL-FUNDED
               ADD WS-CARRY-AMOUNT TO WS-TOTAL-CARRIED
               ADD HRA-FORFEITED TO WS-TOTAL-FORFEITED
           ELSE
               DISPLAY "HRAFUND WARNING: ROLLOVER REWRITE FAILED - "
                       "STATUS " WS-HRA-STATUS " POLICY "
                       HRA-POLICY-NUMBER
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "HRA ACCOUNT FUNDING COMPLETE"
           DISPLAY "PLAN YEAR:           " WS-PLAN-YEAR
           DISPLAY "HRA GROUPS:          " WS-GROUP-COUNT
           DISPLAY "ACCOUNTS OPENED:     " WS-ACCOUNTS-OPENED
           DISPLAY "ACCOUNTS REOPENED:   " WS-ACCOUNTS-REOPENED
           DISPLAY "ACCOUNTS ROLLED:     " WS-ACCOUNTS-ROLLED
           DISPLAY "ACCOUNTS CLOSED:     " WS-ACCOUNTS-CLOSED
           DISPLAY "FUNDED: $" WS-TOTAL-FUNDED
           DISPLAY "CARRIED OVER: $" WS-TOTAL-CARRIED
           DISPLAY "FORFEITED: $" WS-TOTAL-FORFEITED.
