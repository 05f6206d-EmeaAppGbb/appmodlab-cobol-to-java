       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHIARPT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * WEEKLY PHI ACCESS REVIEW                                       *
      * READS THE LAST SEVEN DAYS OF THE PHI ACCESS LOG THE INQUIRY    *
      * PROGRAMS WRITE THROUGH PHIALOG AND FLAGS ACCESS THE PRIVACY    *
      * OFFICE SHOULD LOOK AT:                                         *
      *   - AN OPERATOR WHO LOOKED UP MORE DISTINCT MEMBERS THAN THE   *
      *     PHI-MEMBER-LIMIT RULE ALLOWS (DEFAULT 50 A WEEK)           *
      *   - A LOOKUP OF A MEMBER (OR POLICYHOLDER) WHO SHARES THE      *
      *     OPERATOR'S SURNAME, PER THE OPERATOR MASTER                *
      *   - A LOOKUP WITH NO REASON CODE, OR ONE NOT ON THE LIST       *
      *   - AN OPERATOR ID NOT ON THE OPERATOR MASTER                  *
      * THE WEEK'S ROWS ARE LOADED AND SORTED BY OPERATOR AND MEMBER   *
      * SO EACH OPERATOR'S DISTINCT MEMBERS FALL OUT OF A CONTROL      *
      * BREAK, THE SAME TABLE-SORT ADRMAINT USES                       *
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

           SELECT OPERATOR-FILE
               ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ACCESS-LOG-FILE
               ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/phi_access_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERREC.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           COPY PHIAREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE SAME
      * ACCESS-LOG-FILE KEY PHIALOG RESOLVES
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-ACCESS-LOG-FILENAME   PIC X(60)
           VALUE "data/phi_access_log.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-OPERATOR          PIC X VALUE 'N'.
           88 EOF-OPERATOR          VALUE 'Y'.
       01  WS-EOF-LOG               PIC X VALUE 'N'.
           88 EOF-LOG               VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * DISTINCT MEMBERS ONE OPERATOR MAY LOOK UP IN A WEEK BEFORE
      * THE REVIEW FLAGS THEM
       01  WS-PHI-MEMBER-LIMIT      PIC 9(5) VALUE 50.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-WINDOW-FROM-DATE      PIC 9(8).
       01  WS-WINDOW-INT            PIC 9(8).

      * OPERATOR MASTER - NAMES FOR THE SURNAME CHECK
       01  WS-MAX-OPERATORS         PIC 9(4) VALUE 2000.
       01  WS-OPERATOR-COUNT        PIC 9(4) VALUE 0.
       01  WS-OP-IDX                PIC 9(4) VALUE 0.
       01  WS-OP-MATCH-IDX          PIC 9(4) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 2000 TIMES.
               COPY OPERREC REPLACING ==05== BY ==10==.

      * THIS WEEK'S LOG ROWS, SORTED BY OPERATOR, POLICY AND MEMBER.
      * THE HIT BYTE MARKS A ROW WHOSE MEMBER SHARES THE OPERATOR'S
      * SURNAME
       01  WS-MAX-ROWS              PIC 9(5) VALUE 20000.
       01  WS-ROW-COUNT             PIC 9(5) VALUE 0.
       01  WS-AL-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-ACCESS-TABLE.
           05  WS-AL-ENTRY OCCURS 20000 TIMES.
               COPY PHIAREC REPLACING ==05== BY ==10==.
               10  WS-AL-SURNAME-HIT    PIC X(1).
                   88  AL-SURNAME-HIT   VALUE 'Y'.

      * ONE LINE PER OPERATOR SEEN THIS WEEK
       01  WS-STATS-COUNT           PIC 9(4) VALUE 0.
       01  WS-ST-IDX                PIC 9(4) VALUE 0.
       01  WS-STATS-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-OPERATOR-ID    PIC X(8).
               10  WS-ST-NAME           PIC X(36).
               10  WS-ST-ON-FILE        PIC X(1).
                   88  ST-ON-FILE       VALUE 'Y'.
               10  WS-ST-LOOKUPS        PIC 9(5).
               10  WS-ST-MEMBERS        PIC 9(5).
               10  WS-ST-FLAGGED        PIC 9(5).

      * CONTROL-BREAK KEYS
       01  WS-PREV-OPERATOR-ID      PIC X(8).
       01  WS-PREV-POLICY-NUMBER    PIC X(10).
       01  WS-PREV-MEMBER-ID        PIC X(10).
       01  WS-PAIR-SURNAME-HIT      PIC X VALUE 'N'.
           88 PAIR-SURNAME-HIT      VALUE 'Y'.

      * SURNAME CHECK WORK AREAS
       01  WS-OPERATOR-SURNAME      PIC X(20).
       01  WS-SN-LEN                PIC 9(2).
       01  WS-LOOKED-UP-NAME        PIC X(30).
       01  WS-NAME-POS              PIC 9(2).
       01  WS-NAME-LAST-POS         PIC 9(2).
       01  WS-BEFORE-CHAR           PIC X(1).
       01  WS-AFTER-CHAR            PIC X(1).

       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MEMBER-FOUND          PIC X VALUE 'N'.
           88 MEMBER-FOUND          VALUE 'Y'.
       01  WS-MEMBER-MASTER-FLAG    PIC X.
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
           88 POLICY-FOUND          VALUE 'Y'.

       01  WS-ROW-FLAGGED           PIC X VALUE 'N'.
           88 ROW-FLAGGED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-ROWS-READ     PIC 9(7) VALUE 0.
           05  WS-ROWS-FLAGGED      PIC 9(5) VALUE 0.
           05  WS-NO-REASON-COUNT   PIC 9(5) VALUE 0.
           05  WS-SURNAME-COUNT     PIC 9(5) VALUE 0.
           05  WS-OVER-LIMIT-COUNT  PIC 9(5) VALUE 0.
           05  WS-UNKNOWN-OP-COUNT  PIC 9(5) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER               PIC X(24)
               VALUE "CONTINENTAL INSURANCE - ".
           05  FILLER               PIC X(34)
               VALUE "WEEKLY PHI ACCESS REVIEW   PERIOD ".
           05  WS-H1-FROM-DATE      PIC 9(8).
           05  FILLER               PIC X(4) VALUE " TO ".
           05  WS-H1-TO-DATE        PIC 9(8).

       01  WS-OPERATOR-HEADING.
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(37) VALUE "NAME".
           05  FILLER PIC X(9)  VALUE "LOOKUPS".
           05  FILLER PIC X(9)  VALUE "MEMBERS".
           05  FILLER PIC X(9)  VALUE "FLAGGED".
           05  FILLER PIC X(20) VALUE "REVIEW".

       01  WS-OPERATOR-LINE.
           05  WS-OL-OPERATOR-ID    PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OL-NAME           PIC X(36).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-OL-LOOKUPS        PIC ZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-OL-MEMBERS        PIC ZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-OL-FLAGGED        PIC ZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-OL-LIMIT-FLAG     PIC X(21).
           05  WS-OL-FILE-FLAG      PIC X(20).

       01  WS-DETAIL-HEADING.
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(9)  VALUE "DATE".
           05  FILLER PIC X(7)  VALUE "TIME".
           05  FILLER PIC X(9)  VALUE "PROGRAM".
           05  FILLER PIC X(11) VALUE "POLICY".
           05  FILLER PIC X(11) VALUE "MEMBER".
           05  FILLER PIC X(11) VALUE "CLAIM".
           05  FILLER PIC X(7)  VALUE "REASON".
           05  FILLER PIC X(20) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR-ID    PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DATE           PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-TIME           PIC 9(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-PROGRAM        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-POLICY         PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-MEMBER         PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-CLAIM          PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-REASON         PIC X(2).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-REASON-FLAG    PIC X(16).
           05  WS-DL-SURNAME-FLAG   PIC X(16).

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "PHIARPT".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-WEEK UNTIL EOF-LOG
           PERFORM 2900-SORT-WEEK
           PERFORM 3000-REVIEW-OPERATORS
           PERFORM 4000-PRINT-REPORT
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - WEEKLY PHI ACCESS REVIEW"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 6
           END-COMPUTE
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           END-COMPUTE

           PERFORM 1050-RESOLVE-FILENAME
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-OPERATORS

           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "PHIARPT WARNING: NO PHI ACCESS LOG - "
                       "NOTHING TO REVIEW"
               SET EOF-LOG TO TRUE
           END-IF.

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
                   IF RUNPARM-NAME = "ACCESS-LOG-FILE"
                       MOVE RUNPARM-VALUE TO WS-ACCESS-LOG-FILENAME
                   END-IF
           END-READ.

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
                   IF RULE-NAME = "PHI-MEMBER-LIMIT"
                       MOVE RULE-VALUE TO WS-PHI-MEMBER-LIMIT
                   END-IF
           END-READ.

       1300-LOAD-OPERATORS.
      *    WITHOUT THE OPERATOR MASTER EVERY OPERATOR REPORTS AS NOT
      *    ON FILE AND NO SURNAME CAN BE CHECKED - THE REVIEW STILL
      *    RUNS SO THE OTHER FLAGS ARE NOT LOST
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "PHIARPT WARNING: OPERATOR MASTER NOT FOUND - "
                       "SURNAME CHECK SKIPPED"
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
                       DISPLAY "PHIARPT WARNING: OPERATOR TABLE FULL - "
                               OPER-OPERATOR-ID OF OPERATOR-RECORD
                               " NOT LOADED"
                   END-IF
           END-READ.

       2000-LOAD-WEEK.
           READ ACCESS-LOG-FILE
               AT END
                   SET EOF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS-READ
                   PERFORM 2100-KEEP-ROW THRU 2100-EXIT
           END-READ.

       2100-KEEP-ROW.
           IF PHIA-ACCESS-DATE OF ACCESS-LOG-RECORD
                   < WS-WINDOW-FROM-DATE
             OR PHIA-ACCESS-DATE OF ACCESS-LOG-RECORD > WS-TODAY-DATE
               GO TO 2100-EXIT
           END-IF
           IF WS-ROW-COUNT >= WS-MAX-ROWS
               DISPLAY "PHIARPT WARNING: ACCESS TABLE FULL - REVIEW "
                       "IS INCOMPLETE"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE ACCESS-LOG-RECORD TO WS-AL-ENTRY(WS-ROW-COUNT)
           MOVE 'N' TO WS-AL-SURNAME-HIT(WS-ROW-COUNT).
       2100-EXIT.
           EXIT.

       2900-SORT-WEEK.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE WEEK'S ROWS SORT
      *    AHEAD OF THEM AND STAY WITHIN 1..WS-ROW-COUNT
           PERFORM 2950-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-ROW-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-ROWS
           SORT WS-AL-ENTRY
               ON ASCENDING KEY PHIA-OPERATOR-ID OF WS-AL-ENTRY
                                PHIA-POLICY-NUMBER OF WS-AL-ENTRY
                                PHIA-MEMBER-ID OF WS-AL-ENTRY
                                PHIA-ACCESS-DATE OF WS-AL-ENTRY
                                PHIA-ACCESS-TIME OF WS-AL-ENTRY.

       2950-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO PHIA-OPERATOR-ID OF WS-AL-ENTRY(WS-PAD-IDX + 1).

       3000-REVIEW-OPERATORS.
           MOVE HIGH-VALUES TO WS-PREV-OPERATOR-ID
           PERFORM 3100-REVIEW-ROW
               VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ROW-COUNT.

       3100-REVIEW-ROW.
           IF PHIA-OPERATOR-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   NOT = WS-PREV-OPERATOR-ID
               PERFORM 3200-START-OPERATOR
           END-IF
           ADD 1 TO WS-ST-LOOKUPS(WS-STATS-COUNT)

      *    A NEW MEMBER FOR THIS OPERATOR - COUNT IT AND CHECK THE
      *    NAME ONCE; EVERY ROW FOR THE SAME MEMBER CARRIES THE RESULT
           IF PHIA-POLICY-NUMBER OF WS-AL-ENTRY(WS-AL-IDX)
                   NOT = WS-PREV-POLICY-NUMBER
             OR PHIA-MEMBER-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   NOT = WS-PREV-MEMBER-ID
               MOVE PHIA-POLICY-NUMBER OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-PREV-POLICY-NUMBER
               MOVE PHIA-MEMBER-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-PREV-MEMBER-ID
               MOVE 'N' TO WS-PAIR-SURNAME-HIT
               IF WS-PREV-POLICY-NUMBER NOT = SPACES
                   ADD 1 TO WS-ST-MEMBERS(WS-STATS-COUNT)
                   IF WS-OP-MATCH-IDX > ZERO
                       PERFORM 3500-CHECK-SURNAME THRU 3500-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE WS-PAIR-SURNAME-HIT TO WS-AL-SURNAME-HIT(WS-AL-IDX)

           IF AL-SURNAME-HIT(WS-AL-IDX)
             OR NOT PHIA-REASON-VALID OF WS-AL-ENTRY(WS-AL-IDX)
               ADD 1 TO WS-ST-FLAGGED(WS-STATS-COUNT)
           END-IF.

       3200-START-OPERATOR.
           MOVE PHIA-OPERATOR-ID OF WS-AL-ENTRY(WS-AL-IDX)
               TO WS-PREV-OPERATOR-ID
           MOVE HIGH-VALUES TO WS-PREV-POLICY-NUMBER
           MOVE HIGH-VALUES TO WS-PREV-MEMBER-ID
           ADD 1 TO WS-STATS-COUNT
           MOVE SPACES TO WS-ST-ENTRY(WS-STATS-COUNT)
           MOVE WS-PREV-OPERATOR-ID
               TO WS-ST-OPERATOR-ID(WS-STATS-COUNT)
           MOVE ZERO TO WS-ST-LOOKUPS(WS-STATS-COUNT)
           MOVE ZERO TO WS-ST-MEMBERS(WS-STATS-COUNT)
           MOVE ZERO TO WS-ST-FLAGGED(WS-STATS-COUNT)
           MOVE 'N' TO WS-ST-ON-FILE(WS-STATS-COUNT)

           MOVE ZERO TO WS-OP-MATCH-IDX
           PERFORM 3210-FIND-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
                  OR WS-OP-MATCH-IDX > ZERO
           IF WS-OP-MATCH-IDX > ZERO
               SET ST-ON-FILE(WS-STATS-COUNT) TO TRUE
               STRING OPER-LAST-NAME OF WS-OP-ENTRY(WS-OP-MATCH-IDX)
                          DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      OPER-FIRST-NAME OF WS-OP-ENTRY(WS-OP-MATCH-IDX)
                          DELIMITED BY "  "
                   INTO WS-ST-NAME(WS-STATS-COUNT)
               END-STRING
               MOVE FUNCTION UPPER-CASE(
                   OPER-LAST-NAME OF WS-OP-ENTRY(WS-OP-MATCH-IDX))
                   TO WS-OPERATOR-SURNAME
               PERFORM 3300-MEASURE-SURNAME
               IF WS-SN-LEN = ZERO
                   MOVE ZERO TO WS-OP-MATCH-IDX
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-OP-COUNT
               IF WS-PREV-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID ON INQUIRY"
                       TO WS-ST-NAME(WS-STATS-COUNT)
               END-IF
           END-IF.

       3210-FIND-OPERATOR.
           IF OPER-OPERATOR-ID OF WS-OP-ENTRY(WS-OP-IDX)
                   = WS-PREV-OPERATOR-ID
             AND WS-PREV-OPERATOR-ID NOT = SPACES
               MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
           END-IF.

       3300-MEASURE-SURNAME.
           PERFORM 3310-STEP-BACK
               VARYING WS-SN-LEN FROM 20 BY -1
               UNTIL WS-SN-LEN = ZERO
                  OR WS-OPERATOR-SURNAME(WS-SN-LEN:1) NOT = SPACE.

       3310-STEP-BACK.
           CONTINUE.

       3500-CHECK-SURNAME.
      *    THE MEMBER'S OWN NAME WHEN THE ROW NAMES A MEMBER, OTHERWISE
      *    THE POLICYHOLDER'S
           MOVE SPACES TO WS-LOOKED-UP-NAME
           IF WS-PREV-MEMBER-ID NOT = SPACES
               MOVE 'N' TO WS-MEMBER-FOUND
               CALL 'MBRLKUP' USING WS-PREV-POLICY-NUMBER
                                    WS-PREV-MEMBER-ID
                                    WS-MEMBER-RECORD
                                    WS-MEMBER-FOUND
                                    WS-MEMBER-MASTER-FLAG
               IF MEMBER-FOUND
                   MOVE FUNCTION UPPER-CASE(
                       MBR-MEMBER-NAME OF WS-MEMBER-RECORD)
                       TO WS-LOOKED-UP-NAME
               END-IF
           ELSE
               MOVE 'N' TO WS-POLICY-FOUND
               CALL 'POLYLKUP' USING WS-PREV-POLICY-NUMBER
                                     WS-POLICY-RECORD
                                     WS-POLICY-FOUND
               IF POLICY-FOUND
                   MOVE FUNCTION UPPER-CASE(
                       POL-HOLDER-NAME OF WS-POLICY-RECORD)
                       TO WS-LOOKED-UP-NAME
               END-IF
           END-IF
           IF WS-LOOKED-UP-NAME = SPACES
               GO TO 3500-EXIT
           END-IF

      *    THE SURNAME MUST APPEAR AS A WHOLE WORD - "LEE" MATCHES
      *    "ANN LEE" AND "LEE, ANN" BUT NOT "KLEEMAN"
           COMPUTE WS-NAME-LAST-POS = 31 - WS-SN-LEN
           PERFORM 3510-TRY-NAME-POSITION
               VARYING WS-NAME-POS FROM 1 BY 1
               UNTIL WS-NAME-POS > WS-NAME-LAST-POS
                  OR PAIR-SURNAME-HIT
           IF PAIR-SURNAME-HIT
               ADD 1 TO WS-SURNAME-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-TRY-NAME-POSITION.
           IF WS-LOOKED-UP-NAME(WS-NAME-POS:WS-SN-LEN)
                   = WS-OPERATOR-SURNAME(1:WS-SN-LEN)
               MOVE SPACE TO WS-BEFORE-CHAR
               MOVE SPACE TO WS-AFTER-CHAR
               IF WS-NAME-POS > 1
                   MOVE WS-LOOKED-UP-NAME(WS-NAME-POS - 1:1)
                       TO WS-BEFORE-CHAR
               END-IF
               IF WS-NAME-POS < WS-NAME-LAST-POS
                   MOVE WS-LOOKED-UP-NAME(WS-NAME-POS + WS-SN-LEN:1)
                       TO WS-AFTER-CHAR
               END-IF
               IF (WS-BEFORE-CHAR = SPACE OR WS-BEFORE-CHAR = ",")
                 AND (WS-AFTER-CHAR = SPACE OR WS-AFTER-CHAR = ",")
                   SET PAIR-SURNAME-HIT TO TRUE
               END-IF
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-WINDOW-FROM-DATE TO WS-H1-FROM-DATE
           MOVE WS-TODAY-DATE TO WS-H1-TO-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           STRING "DISTINCT MEMBERS ALLOWED PER OPERATOR PER WEEK: "
                  WS-PHI-MEMBER-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACCESS BY OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-OPERATOR-HEADING
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-PRINT-OPERATOR-LINE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATS-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FLAGGED LOOKUPS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-PRINT-FLAGGED-ROW
               VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ROW-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOOKUPS IN PERIOD: " WS-ROW-COUNT
                  "   FLAGGED: " WS-ROWS-FLAGGED
                  "   NO/INVALID REASON: " WS-NO-REASON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MEMBERS SHARING OPERATOR SURNAME: " WS-SURNAME-COUNT
                  "   OPERATORS OVER LIMIT: " WS-OVER-LIMIT-COUNT
                  "   OPERATORS NOT ON FILE: " WS-UNKNOWN-OP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       4100-PRINT-OPERATOR-LINE.
           MOVE WS-ST-OPERATOR-ID(WS-ST-IDX) TO WS-OL-OPERATOR-ID
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-OL-NAME
           MOVE WS-ST-LOOKUPS(WS-ST-IDX) TO WS-OL-LOOKUPS
           MOVE WS-ST-MEMBERS(WS-ST-IDX) TO WS-OL-MEMBERS
           MOVE WS-ST-FLAGGED(WS-ST-IDX) TO WS-OL-FLAGGED
           MOVE SPACES TO WS-OL-LIMIT-FLAG
           MOVE SPACES TO WS-OL-FILE-FLAG
           IF WS-ST-MEMBERS(WS-ST-IDX) > WS-PHI-MEMBER-LIMIT
               MOVE "OVER MEMBER LIMIT" TO WS-OL-LIMIT-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           IF NOT ST-ON-FILE(WS-ST-IDX)
               MOVE "NOT ON OPERATOR FILE" TO WS-OL-FILE-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-OPERATOR-LINE.

       4200-PRINT-FLAGGED-ROW.
           MOVE 'N' TO WS-ROW-FLAGGED
           MOVE SPACES TO WS-DL-REASON-FLAG
           MOVE SPACES TO WS-DL-SURNAME-FLAG
           IF PHIA-REASON-CODE OF WS-AL-ENTRY(WS-AL-IDX) = SPACES
               MOVE "NO REASON CODE" TO WS-DL-REASON-FLAG
               SET ROW-FLAGGED TO TRUE
           ELSE
               IF NOT PHIA-REASON-VALID OF WS-AL-ENTRY(WS-AL-IDX)
                   MOVE "INVALID REASON" TO WS-DL-REASON-FLAG
                   SET ROW-FLAGGED TO TRUE
               END-IF
           END-IF
           IF ROW-FLAGGED
               ADD 1 TO WS-NO-REASON-COUNT
           END-IF
           IF AL-SURNAME-HIT(WS-AL-IDX)
               MOVE "SURNAME MATCH" TO WS-DL-SURNAME-FLAG
               SET ROW-FLAGGED TO TRUE
           END-IF
           IF ROW-FLAGGED
               ADD 1 TO WS-ROWS-FLAGGED
               MOVE PHIA-OPERATOR-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-OPERATOR-ID
               MOVE PHIA-ACCESS-DATE OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-DATE
               MOVE PHIA-ACCESS-TIME OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-TIME
               MOVE PHIA-PROGRAM-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-PROGRAM
               MOVE PHIA-POLICY-NUMBER OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-POLICY
               MOVE PHIA-MEMBER-ID OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-MEMBER
               MOVE PHIA-CLAIM-NUMBER OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-CLAIM
               MOVE PHIA-REASON-CODE OF WS-AL-ENTRY(WS-AL-IDX)
                   TO WS-DL-REASON
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       9000-CLEANUP.
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "10"
               CLOSE ACCESS-LOG-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "PHI ACCESS REVIEW COMPLETE"
           DISPLAY "LOG ROWS READ:      " WS-LOG-ROWS-READ
           DISPLAY "LOOKUPS IN PERIOD:  " WS-ROW-COUNT
           DISPLAY "LOOKUPS FLAGGED:    " WS-ROWS-FLAGGED
           DISPLAY "OPERATORS OVER LIMIT: " WS-OVER-LIMIT-COUNT
           DISPLAY "REPORT: reports/phi_access_review.txt".
