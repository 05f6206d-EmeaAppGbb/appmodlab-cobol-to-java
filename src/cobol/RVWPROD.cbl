       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVWPROD.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MANUAL REVIEW EXAMINER PRODUCTIVITY REPORT                     *
      * DAILY. ONE LINE PER EXAMINER SHOWING THE ENTRIES OPEN ON THE   *
      * EXAMINER'S WORKLIST NOW, AND FOR THE BUSINESS DATE AND THE     *
      * MONTH TO DATE: ENTRIES ASSIGNED (FROM THE ASSIGNMENT LOG),     *
      * DECISIONS APPLIED (FROM THE DECISION LOG), THE AVERAGE AGE IN  *
      * BUSINESS DAYS FROM ENTERING THE QUEUE TO THE DECISION, AND     *
      * HOW MANY OF THE EXAMINER'S DENIALS WERE OVERTURNED ON APPEAL   *
      * IN THE PERIOD. AN OVERTURN IS CHARGED TO WHOEVER APPLIED THE   *
      * LAST REVIEW DENIAL ON THE CLAIM BEFORE THE APPEAL WAS          *
      * RECEIVED - A CLAIM DENIED BY ADJUDICATION ITSELF IS NOT AN     *
      * EXAMINER'S OVERTURN. READS THE LIVE QUEUE, SO IT RUNS AFTER    *
      * THE DECISION RUN'S NEW QUEUE HAS BEEN PROMOTED                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EXAMINER-FILE
               ASSIGN TO "data/examiners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMINER-STATUS.

           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT ASSIGN-LOG-FILE
               ASSIGN TO "data/review_assign_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-LOG-STATUS.

           SELECT DECISION-LOG-FILE
               ASSIGN TO "data/review_decision_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT APPEAL-CASE-FILE
               ASSIGN TO "data/appeal_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.

           SELECT PRODUCTIVITY-REPORT-FILE
               ASSIGN TO "reports/review_productivity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  EXAMINER-FILE.
       01  EXAMINER-RECORD.
           COPY EXMRREC.

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  ASSIGN-LOG-FILE.
       01  ASSIGN-LOG-RECORD.
           COPY RASGREC.

       FD  DECISION-LOG-FILE.
       01  DECISION-LOG-RECORD.
           COPY RVLGREC.

       FD  APPEAL-CASE-FILE.
       01  APPEAL-CASE-RECORD.
           COPY APLCASE.

       FD  PRODUCTIVITY-REPORT-FILE.
       01  PRODUCTIVITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE SAME KEY
      * RVWDECSN AND RVWASGN RESOLVE
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-REVIEW-FILENAME       PIC X(60)
           VALUE "data/manual_review.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-EXAMINER-STATUS       PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-ASSIGN-LOG-STATUS     PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-APPEAL-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM PIC 9(6).
           05  WS-MONTH-START-DAY   PIC 9(2).
       01  WS-EVENT-DATE            PIC 9(8).
       01  WS-AGE-DAYS              PIC S9(5).

      * ONE ROW PER EXAMINER ON THE MASTER, PLUS ANY ID THE QUEUE OR
      * THE LOGS NAME THAT THE MASTER NO LONGER CARRIES. PERIOD 1 IS
      * THE BUSINESS DATE, PERIOD 2 THE MONTH TO DATE
       01  WS-MAX-EXAMINERS         PIC 9(5) VALUE 500.
       01  WS-EXAMINER-COUNT        PIC 9(5) VALUE 0.
       01  WS-EX-IDX                PIC 9(5) VALUE 0.
       01  WS-EX-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PX                    PIC 9(1) VALUE 0.
       01  WS-SEARCH-EXAMINER       PIC X(8).
       01  WS-EXAMINER-TABLE.
           05  WS-EX-ENTRY OCCURS 500 TIMES.
               10  WS-EX-EXAMINER-ID    PIC X(8).
               10  WS-EX-EXAMINER-NAME  PIC X(30).
               10  WS-EX-STATUS         PIC X(1).
               10  WS-EX-AUTHORITY-LIMIT PIC 9(7)V99.
               10  WS-EX-OPEN           PIC 9(5).
               10  WS-EX-PERIOD OCCURS 2 TIMES.
                   15  WS-EX-ASSIGNED       PIC 9(5).
                   15  WS-EX-DECIDED        PIC 9(5).
                   15  WS-EX-AGE-TOTAL      PIC 9(7).
                   15  WS-EX-AGED           PIC 9(5).
                   15  WS-EX-OVERTURNED     PIC 9(5).

      * EVERY REVIEW DENIAL THE DECISION LOG SHOWS APPLIED, SORTED BY
      * CLAIM AND DATE SO AN OVERTURNED APPEAL CAN FIND THE EXAMINER
      * WHO DENIED THE CLAIM - UNUSED SLOTS ARE HIGH-VALUES
       01  WS-MAX-DENIALS           PIC 9(5) VALUE 20000.
       01  WS-DENIAL-COUNT          PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-DX                    PIC 9(5) VALUE 0.
       01  WS-DN-MATCH              PIC 9(5) VALUE 0.
       01  WS-DENIAL-FULL-WARNED    PIC X VALUE 'N'.
       01  WS-DENIAL-TABLE.
           05  WS-DN-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS WS-DN-CLAIM-NUMBER
               INDEXED BY WS-DN-IDX.
               10  WS-DN-CLAIM-NUMBER   PIC X(10).
               10  WS-DN-DECISION-DATE  PIC X(8).
               10  WS-DN-REVIEWER-ID    PIC X(8).

       01  WS-COUNTERS.
           05  WS-QUEUE-OPEN        PIC 9(5) VALUE 0.
           05  WS-QUEUE-UNASSIGNED  PIC 9(5) VALUE 0.
           05  WS-QUEUE-ROUTED-UP   PIC 9(5) VALUE 0.
           05  WS-ROUTED-TODAY      PIC 9(5) VALUE 0.
           05  WS-OVERTURN-NOT-EXAM PIC 9(5) VALUE 0.
       01  WS-TOTALS.
           05  WS-TOT-OPEN          PIC 9(5) VALUE 0.
           05  WS-TOT-PERIOD OCCURS 2 TIMES.
               10  WS-TOT-ASSIGNED      PIC 9(5).
               10  WS-TOT-DECIDED       PIC 9(5).
               10  WS-TOT-AGE-TOTAL     PIC 9(7).
               10  WS-TOT-AGED          PIC 9(5).
               10  WS-TOT-OVERTURNED    PIC 9(5).
       01  WS-AVERAGE-AGE           PIC 9(3)V9.

       01  WS-EXAMINER-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-EXAMINER      PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-NAME          PIC X(24).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-EXD-STATUS        PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  WS-EXD-LIMIT-X REDEFINES WS-EXD-LIMIT PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-OPEN          PIC ZZZZ9.
           05  WS-EXD-PERIOD OCCURS 2 TIMES.
               10  FILLER               PIC X(4) VALUE SPACES.
               10  WS-EXD-ASSIGNED      PIC ZZZZ9.
               10  FILLER               PIC X(2) VALUE SPACES.
               10  WS-EXD-DECIDED       PIC ZZZZ9.
               10  FILLER               PIC X(2) VALUE SPACES.
               10  WS-EXD-AVG-AGE       PIC ZZ9.9.
               10  FILLER               PIC X(2) VALUE SPACES.
               10  WS-EXD-OVERTURNED    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COUNT-OPEN-QUEUE THRU 2000-EXIT
           PERFORM 3000-TALLY-ASSIGNMENTS THRU 3000-EXIT
           PERFORM 4000-TALLY-DECISIONS THRU 4000-EXIT
           PERFORM 5000-TALLY-OVERTURNS THRU 5000-EXIT
           PERFORM 6000-WRITE-EXAMINER-LINE
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - REVIEW EXAMINER "
                   "PRODUCTIVITY"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MONTH-START-DAY
           INITIALIZE WS-TOTALS

           PERFORM 1050-RESOLVE-FILENAMES

           OPEN INPUT EXAMINER-FILE
           IF WS-EXAMINER-STATUS NOT = "00"
               DISPLAY "RVWPROD WARNING: EXAMINER MASTER NOT FOUND - "
                       "ONLY EXAMINERS NAMED IN THE LOGS ARE LISTED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1100-READ-EXAMINER UNTIL EOF-CURRENT
               CLOSE EXAMINER-FILE
           END-IF

           OPEN OUTPUT PRODUCTIVITY-REPORT-FILE

           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "REVIEW EXAMINER PRODUCTIVITY AS OF " WS-TODAY-DATE
                  "  (MONTH TO DATE FROM " WS-MONTH-START ")"
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "                                                "
                  "          ------------ TODAY ------------"
                  "  -------- MONTH TO DATE --------"
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "  EXAMINER  NAME                     ST"
                  "    AUTH LIMIT   OPEN"
                  "   ASSGN  DECID  AVG AGE  OVRTN"
                  "   ASSGN  DECID  AVG AGE  OVRTN"
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE.

       1050-RESOLVE-FILENAMES.
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
                   IF RUNPARM-NAME = "REVIEW-QUEUE-FILE"
                       MOVE RUNPARM-VALUE TO WS-REVIEW-FILENAME
                   END-IF
           END-READ.

       1100-READ-EXAMINER.
           READ EXAMINER-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   MOVE EXMR-EXAMINER-ID TO WS-SEARCH-EXAMINER
                   PERFORM 2900-FIND-EXAMINER THRU 2900-EXIT
                   IF WS-EX-MATCH-IDX > 0
                       MOVE EXMR-EXAMINER-NAME
                           TO WS-EX-EXAMINER-NAME(WS-EX-MATCH-IDX)
                       MOVE EXMR-STATUS
                           TO WS-EX-STATUS(WS-EX-MATCH-IDX)
                       MOVE EXMR-AUTHORITY-LIMIT
                           TO WS-EX-AUTHORITY-LIMIT(WS-EX-MATCH-IDX)
                   END-IF
           END-READ.

       2000-COUNT-OPEN-QUEUE.
      *    WHAT EACH EXAMINER HAS OPEN RIGHT NOW - AN ENTRY ROUTED UP
      *    FOR AUTHORITY COUNTS AGAINST THE SUPERVISOR HOLDING IT
           OPEN INPUT REVIEW-QUEUE-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-READ-QUEUE UNTIL EOF-CURRENT
           CLOSE REVIEW-QUEUE-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-QUEUE.
           READ REVIEW-QUEUE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-OPEN
                   IF MRVW-ROUTED-UP
                       ADD 1 TO WS-QUEUE-ROUTED-UP
                   END-IF
                   IF MRVW-EXAMINER-ID = SPACES
                       ADD 1 TO WS-QUEUE-UNASSIGNED
                   ELSE
                       MOVE MRVW-EXAMINER-ID TO WS-SEARCH-EXAMINER
                       PERFORM 2900-FIND-EXAMINER THRU 2900-EXIT
                       IF WS-EX-MATCH-IDX > 0
                           ADD 1 TO WS-EX-OPEN(WS-EX-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ.

       2900-FIND-EXAMINER.
      *    AN ID NOT YET IN THE TABLE IS ADDED - ONE THE MASTER DOES
      *    NOT CARRY KEEPS THE PLACEHOLDER NAME
           MOVE 0 TO WS-EX-MATCH-IDX
           PERFORM 2910-MATCH-EXAMINER
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
                  OR WS-EX-MATCH-IDX > 0
           IF WS-EX-MATCH-IDX > 0
               GO TO 2900-EXIT
           END-IF
           IF WS-EXAMINER-COUNT < WS-MAX-EXAMINERS
               ADD 1 TO WS-EXAMINER-COUNT
               MOVE WS-EXAMINER-COUNT TO WS-EX-MATCH-IDX
               INITIALIZE WS-EX-ENTRY(WS-EX-MATCH-IDX)
               MOVE WS-SEARCH-EXAMINER
                   TO WS-EX-EXAMINER-ID(WS-EX-MATCH-IDX)
               MOVE "(NOT ON EXAMINER MASTER)"
                   TO WS-EX-EXAMINER-NAME(WS-EX-MATCH-IDX)
           ELSE
               DISPLAY "RVWPROD WARNING: EXAMINER TABLE FULL - "
                       "EXAMINER " WS-SEARCH-EXAMINER " NOT LISTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

       2910-MATCH-EXAMINER.
           IF WS-EX-EXAMINER-ID(WS-EX-IDX) = WS-SEARCH-EXAMINER
               MOVE WS-EX-IDX TO WS-EX-MATCH-IDX
           END-IF.

       3000-TALLY-ASSIGNMENTS.
           OPEN INPUT ASSIGN-LOG-FILE
           IF WS-ASSIGN-LOG-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 3010-READ-ASSIGNMENT UNTIL EOF-CURRENT
           CLOSE ASSIGN-LOG-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-ASSIGNMENT.
           READ ASSIGN-LOG-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RASG-ASSIGNED-DATE >= WS-MONTH-START
                     AND RASG-ASSIGNED-DATE <= WS-TODAY-DATE
                       MOVE RASG-EXAMINER-ID TO WS-SEARCH-EXAMINER
                       PERFORM 2900-FIND-EXAMINER THRU 2900-EXIT
                       IF WS-EX-MATCH-IDX > 0
                           MOVE RASG-ASSIGNED-DATE TO WS-EVENT-DATE
                           MOVE 2 TO WS-PX
                           PERFORM 3100-COUNT-ASSIGNMENT
                           IF WS-EVENT-DATE = WS-TODAY-DATE
                               MOVE 1 TO WS-PX
                               PERFORM 3100-COUNT-ASSIGNMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3100-COUNT-ASSIGNMENT.
           ADD 1 TO WS-EX-ASSIGNED(WS-EX-MATCH-IDX, WS-PX).

       4000-TALLY-DECISIONS.
      *    ONLY AN APPLIED DECISION IS WORK DONE - A REJECTED ONE OR
      *    AN APPROVAL ROUTED UP FOR AUTHORITY LEFT THE CLAIM OPEN
           OPEN INPUT DECISION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 4010-READ-DECISION UNTIL EOF-CURRENT
           CLOSE DECISION-LOG-FILE

           PERFORM 4050-PAD-DENIAL-SLOT
               VARYING WS-PAD-IDX FROM WS-DENIAL-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-DENIALS
           SORT WS-DN-ENTRY ON ASCENDING KEY WS-DN-CLAIM-NUMBER
                                             WS-DN-DECISION-DATE.
       4000-EXIT.
           EXIT.

       4010-READ-DECISION.
           READ DECISION-LOG-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RVLG-APPLIED
                       PERFORM 4100-TALLY-APPLIED THRU 4100-EXIT
                   END-IF
                   IF RVLG-ROUTED-UP
                     AND RVLG-DECISION-DATE = WS-TODAY-DATE
                       ADD 1 TO WS-ROUTED-TODAY
                   END-IF
           END-READ.

       4050-PAD-DENIAL-SLOT.
           MOVE HIGH-VALUES TO WS-DN-ENTRY(WS-PAD-IDX + 1).

       4100-TALLY-APPLIED.
           IF RVLG-DECISION = "D"
               PERFORM 4300-ADD-DENIAL
           END-IF
           IF RVLG-DECISION-DATE < WS-MONTH-START
             OR RVLG-DECISION-DATE > WS-TODAY-DATE
               GO TO 4100-EXIT
           END-IF
           MOVE RVLG-REVIEWER-ID TO WS-SEARCH-EXAMINER
           PERFORM 2900-FIND-EXAMINER THRU 2900-EXIT
           IF WS-EX-MATCH-IDX = 0
               GO TO 4100-EXIT
           END-IF
      *    AGE IN BUSINESS DAYS OFF THE SHARED CALENDAR, THE SAME
      *    MEASURE CLMESCL ESCALATES ON - A LOG ROW WITHOUT AN ENTERED
      *    DATE COUNTS AS DECIDED BUT NOT IN THE AVERAGE
           MOVE -1 TO WS-AGE-DAYS
           IF RVLG-ENTERED-DATE IS NUMERIC
             AND RVLG-ENTERED-DATE > 0
               CALL 'BUSDAYS' USING RVLG-ENTERED-DATE
                                    RVLG-DECISION-DATE
                                    WS-AGE-DAYS
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE 2 TO WS-PX
           PERFORM 4200-COUNT-DECISION
           IF RVLG-DECISION-DATE = WS-TODAY-DATE
               MOVE 1 TO WS-PX
               PERFORM 4200-COUNT-DECISION
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COUNT-DECISION.
           ADD 1 TO WS-EX-DECIDED(WS-EX-MATCH-IDX, WS-PX)
           IF WS-AGE-DAYS >= 0
               ADD WS-AGE-DAYS
                   TO WS-EX-AGE-TOTAL(WS-EX-MATCH-IDX, WS-PX)
               ADD 1 TO WS-EX-AGED(WS-EX-MATCH-IDX, WS-PX)
           END-IF.

       4300-ADD-DENIAL.
           IF WS-DENIAL-COUNT < WS-MAX-DENIALS
               ADD 1 TO WS-DENIAL-COUNT
               MOVE RVLG-CLAIM-NUMBER
                   TO WS-DN-CLAIM-NUMBER(WS-DENIAL-COUNT)
               MOVE RVLG-DECISION-DATE
                   TO WS-DN-DECISION-DATE(WS-DENIAL-COUNT)
               MOVE RVLG-REVIEWER-ID
                   TO WS-DN-REVIEWER-ID(WS-DENIAL-COUNT)
           ELSE
               IF WS-DENIAL-FULL-WARNED = 'N'
                   DISPLAY "RVWPROD WARNING: DENIAL TABLE FULL - "
                           "LATER DENIALS NOT ATTRIBUTED"
                   MOVE 'Y' TO WS-DENIAL-FULL-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-TALLY-OVERTURNS.
      *    AN OVERTURN COUNTS IN THE PERIOD THE APPEAL WAS DECIDED
           OPEN INPUT APPEAL-CASE-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 5010-READ-APPEAL UNTIL EOF-CURRENT
           CLOSE APPEAL-CASE-FILE.
       5000-EXIT.
           EXIT.

       5010-READ-APPEAL.
           READ APPEAL-CASE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF APLC-OVERTURNED
                     AND APLC-DECISION-DATE >= WS-MONTH-START
                     AND APLC-DECISION-DATE <= WS-TODAY-DATE
                       PERFORM 5100-CHARGE-OVERTURN THRU 5100-EXIT
                   END-IF
           END-READ.

       5100-CHARGE-OVERTURN.
           MOVE 0 TO WS-DN-MATCH
           IF WS-DENIAL-COUNT > 0
               SEARCH ALL WS-DN-ENTRY
                   WHEN WS-DN-CLAIM-NUMBER(WS-DN-IDX)
                           = APLC-CLAIM-NUMBER
                       SET WS-DX TO WS-DN-IDX
                       PERFORM 5200-FIND-LAST-DENIAL
               END-SEARCH
           END-IF
           IF WS-DN-MATCH = 0
               ADD 1 TO WS-OVERTURN-NOT-EXAM
               GO TO 5100-EXIT
           END-IF
           MOVE WS-DN-REVIEWER-ID(WS-DN-MATCH) TO WS-SEARCH-EXAMINER
           PERFORM 2900-FIND-EXAMINER THRU 2900-EXIT
           IF WS-EX-MATCH-IDX = 0
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-EX-OVERTURNED(WS-EX-MATCH-IDX, 2)
           IF APLC-DECISION-DATE = WS-TODAY-DATE
               ADD 1 TO WS-EX-OVERTURNED(WS-EX-MATCH-IDX, 1)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-FIND-LAST-DENIAL.
      *    THE SEARCH LANDS ON ANY ONE OF THE CLAIM'S DENIALS - BACK UP
      *    TO THE FIRST, THEN TAKE THE LATEST ONE MADE BY THE DAY THE
      *    APPEAL CAME IN
           PERFORM 5210-BACK-UP-ONE
               UNTIL WS-DX = 1
                  OR WS-DN-CLAIM-NUMBER(WS-DX - 1)
                         NOT = APLC-CLAIM-NUMBER
           PERFORM 5220-CHECK-DENIAL
               VARYING WS-DX FROM WS-DX BY 1
               UNTIL WS-DX > WS-DENIAL-COUNT
                  OR WS-DN-CLAIM-NUMBER(WS-DX) NOT = APLC-CLAIM-NUMBER.

       5210-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-DX.

       5220-CHECK-DENIAL.
           IF WS-DN-DECISION-DATE(WS-DX) NOT > APLC-RECEIVED-DATE
               MOVE WS-DX TO WS-DN-MATCH
           END-IF.

       6000-WRITE-EXAMINER-LINE.
           MOVE WS-EX-EXAMINER-ID(WS-EX-IDX) TO WS-EXD-EXAMINER
           MOVE WS-EX-EXAMINER-NAME(WS-EX-IDX) TO WS-EXD-NAME
           MOVE WS-EX-STATUS(WS-EX-IDX) TO WS-EXD-STATUS
           MOVE WS-EX-AUTHORITY-LIMIT(WS-EX-IDX) TO WS-EXD-LIMIT
           MOVE WS-EX-OPEN(WS-EX-IDX) TO WS-EXD-OPEN
           ADD WS-EX-OPEN(WS-EX-IDX) TO WS-TOT-OPEN
           PERFORM 6100-FORMAT-PERIOD
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2
           MOVE WS-EXAMINER-DETAIL TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE.

       6100-FORMAT-PERIOD.
           MOVE WS-EX-ASSIGNED(WS-EX-IDX, WS-PX)
               TO WS-EXD-ASSIGNED(WS-PX)
           MOVE WS-EX-DECIDED(WS-EX-IDX, WS-PX)
               TO WS-EXD-DECIDED(WS-PX)
           MOVE WS-EX-OVERTURNED(WS-EX-IDX, WS-PX)
               TO WS-EXD-OVERTURNED(WS-PX)
           MOVE ZERO TO WS-AVERAGE-AGE
           IF WS-EX-AGED(WS-EX-IDX, WS-PX) > 0
               COMPUTE WS-AVERAGE-AGE ROUNDED =
                   WS-EX-AGE-TOTAL(WS-EX-IDX, WS-PX)
                       / WS-EX-AGED(WS-EX-IDX, WS-PX)
               END-COMPUTE
           END-IF
           MOVE WS-AVERAGE-AGE TO WS-EXD-AVG-AGE(WS-PX)
           ADD WS-EX-ASSIGNED(WS-EX-IDX, WS-PX)
               TO WS-TOT-ASSIGNED(WS-PX)
           ADD WS-EX-DECIDED(WS-EX-IDX, WS-PX)
               TO WS-TOT-DECIDED(WS-PX)
           ADD WS-EX-AGE-TOTAL(WS-EX-IDX, WS-PX)
               TO WS-TOT-AGE-TOTAL(WS-PX)
           ADD WS-EX-AGED(WS-EX-IDX, WS-PX)
               TO WS-TOT-AGED(WS-PX)
           ADD WS-EX-OVERTURNED(WS-EX-IDX, WS-PX)
               TO WS-TOT-OVERTURNED(WS-PX).

       7000-WRITE-TOTALS.
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO WS-EXD-EXAMINER
           MOVE "ALL EXAMINERS" TO WS-EXD-NAME
           MOVE SPACES TO WS-EXD-STATUS
           MOVE SPACES TO WS-EXD-LIMIT-X
           MOVE WS-TOT-OPEN TO WS-EXD-OPEN
           PERFORM 7100-FORMAT-TOTAL-PERIOD
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2
           MOVE WS-EXAMINER-DETAIL TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "QUEUE ENTRIES OPEN: " WS-QUEUE-OPEN
                  "  UNASSIGNED: " WS-QUEUE-UNASSIGNED
                  "  HELD WITH A SUPERVISOR: " WS-QUEUE-ROUTED-UP
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "APPROVALS ROUTED UP FOR AUTHORITY TODAY: "
                  WS-ROUTED-TODAY
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING "MONTH-TO-DATE OVERTURNS OF ADJUDICATION DENIALS "
                  "(NO EXAMINER): " WS-OVERTURN-NOT-EXAM
               DELIMITED BY SIZE INTO PRODUCTIVITY-REPORT-LINE
           END-STRING
           WRITE PRODUCTIVITY-REPORT-LINE

           DISPLAY "EXAMINERS LISTED: " WS-EXAMINER-COUNT
           DISPLAY "REPORT WRITTEN TO: reports/review_productivity.txt".

       7100-FORMAT-TOTAL-PERIOD.
           MOVE WS-TOT-ASSIGNED(WS-PX) TO WS-EXD-ASSIGNED(WS-PX)
           MOVE WS-TOT-DECIDED(WS-PX) TO WS-EXD-DECIDED(WS-PX)
           MOVE WS-TOT-OVERTURNED(WS-PX) TO WS-EXD-OVERTURNED(WS-PX)
           MOVE ZERO TO WS-AVERAGE-AGE
           IF WS-TOT-AGED(WS-PX) > 0
               COMPUTE WS-AVERAGE-AGE ROUNDED =
                   WS-TOT-AGE-TOTAL(WS-PX) / WS-TOT-AGED(WS-PX)
               END-COMPUTE
           END-IF
           MOVE WS-AVERAGE-AGE TO WS-EXD-AVG-AGE(WS-PX).

       9000-CLEANUP.
           CLOSE PRODUCTIVITY-REPORT-FILE.
