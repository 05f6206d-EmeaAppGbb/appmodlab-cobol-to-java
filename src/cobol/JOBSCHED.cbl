       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSCHED.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PERIODIC JOB SCHEDULE AND MISSED-JOB ALERT                     *
      * THE LAST STEP OF THE DAILY CYCLE. READS THE JOB SCHEDULE       *
      * CONTROL FILE (data/job_schedule.dat) AND, FROM THE BIZDATE     *
      * BUSINESS DATE AND THE HOLIDAY CALENDAR BEHIND BUSDAYS:         *
      *   - LISTS EVERY PROGRAM DUE TODAY - EVERY BUSINESS DAY, THE    *
      *     LAST BUSINESS DAY OF THE MONTH, OF THE QUARTER OR OF THE   *
      *     YEAR, OR A GIVEN DATE (FALLING FORWARD TO THE NEXT         *
      *     BUSINESS DAY WHEN IT IS NOT ONE)                           *
      *   - ALERTS ON EVERY EARLIER DUE DATE THAT HAS NO COMPLETED     *
      *     ROW FOR THE PROGRAM ON RUNCTL'S RUN-CONTROL FILE, DATED    *
      *     ON OR AFTER IT AND BEFORE THE PROGRAM FELL DUE AGAIN - A   *
      *     LATE RUN CLEARS THE ALERT, A RUN FOR THE NEXT PERIOD DOES  *
      *     NOT. A MISSED JOB ENDS THE STEP WITH RC 4                  *
      * THE SCHEDULE LOOKS BACK SCHED-LOOKBACK-DAYS CALENDAR DAYS, SO  *
      * A YEAR-END JOB STILL NOT RUN IN JANUARY IS CAUGHT. NOTHING IS  *
      * UPDATED                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO "data/job_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "data/run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/job_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY JSCHREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-SCHEDULE-STATUS       PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * HOW MANY CALENDAR DAYS BACK A MISSED DUE DATE IS STILL
      * REPORTED. CAPPED SO THE CALENDAR BELOW ALWAYS HOLDS IT
       01  WS-LOOKBACK-DAYS         PIC 9(5) VALUE 400.
       01  WS-MAX-LOOKBACK          PIC 9(5) VALUE 800.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-WINDOW-START          PIC 9(8).
       01  WS-WINDOW-END            PIC 9(8).
       01  WS-DAY-INT               PIC 9(8).
       01  WS-END-INT               PIC 9(8).
       01  WS-PRIOR-DATE            PIC 9(8).
       01  WS-TRY-DATE              PIC 9(8).
       01  WS-BUSINESS-DAYS         PIC S9(5) VALUE 0.

      * EVERY BUSINESS DAY FROM THE START OF THE LOOKBACK TO A
      * FORTNIGHT PAST TODAY - FAR ENOUGH AHEAD TO KNOW WHETHER
      * TODAY IS THE LAST BUSINESS DAY OF ITS MONTH
       01  WS-MAX-CAL               PIC 9(3) VALUE 600.
       01  WS-CAL-COUNT             PIC 9(3) VALUE 0.
       01  WS-CAL-IDX               PIC 9(3) VALUE 0.
       01  WS-TODAY-IDX             PIC 9(3) VALUE 0.
       01  WS-PREV-DUE-IDX          PIC 9(3) VALUE 0.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 600 TIMES.
               10  WS-CAL-DATE          PIC 9(8).
               10  WS-CAL-DATE-X REDEFINES WS-CAL-DATE.
                   15  WS-CAL-YEAR          PIC X(4).
                   15  WS-CAL-MONTH         PIC X(2).
                   15  WS-CAL-DAY           PIC X(2).
               10  WS-CAL-MONTH-END     PIC X(1).

      * THE SCHEDULE, HELD SO IT CAN BE WALKED ONCE FOR TODAY'S LIST
      * AND AGAIN FOR THE MISSED-JOB ALERTS
       01  WS-MAX-SCHEDULE          PIC 9(3) VALUE 200.
       01  WS-SCHEDULE-COUNT        PIC 9(3) VALUE 0.
       01  WS-JS-IDX                PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-JS-ENTRY OCCURS 200 TIMES.
               10  WS-JS-PROGRAM        PIC X(8).
               10  WS-JS-JOB-NAME       PIC X(8).
               10  WS-JS-FREQUENCY      PIC X(1).
                   88  WS-JS-EVERY-DAY      VALUE "D".
                   88  WS-JS-MONTH-END      VALUE "M".
                   88  WS-JS-QUARTER-END    VALUE "Q".
                   88  WS-JS-YEAR-END       VALUE "Y".
                   88  WS-JS-GIVEN-DATE     VALUE "G".
               10  WS-JS-DUE-DATE       PIC 9(8).
               10  WS-JS-DUE-DATE-X REDEFINES WS-JS-DUE-DATE.
                   15  WS-JS-DUE-YEAR       PIC X(4).
                   15  WS-JS-DUE-MMDD       PIC X(4).
               10  WS-JS-START-DATE     PIC 9(8).
               10  WS-JS-DESCRIPTION    PIC X(40).

      * A GIVEN DATE RESOLVED FOR ONE YEAR - 0000MMDD TAKES THE YEAR
      * OF THE DAY BEING JUDGED
       01  WS-GIVEN-DATE            PIC X(8).
       01  WS-IS-DUE                PIC X VALUE 'N'.
           88 IS-DUE                VALUE 'Y'.

      * COMPLETED RUN-CONTROL ROWS INSIDE THE LOOKBACK, BY PROGRAM
      * AND CYCLE DATE - UNUSED SLOTS ARE HIGH-VALUES
       01  WS-MAX-COMPLETIONS       PIC 9(5) VALUE 20000.
       01  WS-COMPLETION-COUNT      PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-CX                    PIC 9(5) VALUE 0.
       01  WS-COMPLETION-TABLE.
           05  WS-CP-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS WS-CP-PROGRAM
               INDEXED BY WS-CP-IDX.
               10  WS-CP-PROGRAM        PIC X(8).
               10  WS-CP-CYCLE-DATE     PIC X(8).
       01  WS-CP-FOUND              PIC X VALUE 'N'.
           88 CP-FOUND              VALUE 'Y'.
       01  WS-OCCUR-DATE            PIC 9(8).
       01  WS-OCCUR-END             PIC 9(8).

       01  WS-COUNTERS.
           05  WS-JOBS-DUE-TODAY    PIC 9(3) VALUE 0.
           05  WS-JOBS-DONE-TODAY   PIC 9(3) VALUE 0.
           05  WS-MISSED-COUNT      PIC 9(5) VALUE 0.

       01  WS-FREQUENCY-TEXT        PIC X(11).
       01  WS-RUN-STATUS-TEXT       PIC X(9).

       01  WS-DUE-HEADING.
           05  FILLER               PIC X(10) VALUE "PROGRAM".
           05  FILLER               PIC X(10) VALUE "JOB".
           05  FILLER               PIC X(13) VALUE "FREQUENCY".
           05  FILLER               PIC X(11) VALUE "STATUS".
           05  FILLER               PIC X(40) VALUE "DESCRIPTION".
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-DUE-DETAIL.
           05  WS-DD-PROGRAM        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-JOB-NAME       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-FREQUENCY      PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-STATUS         PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-DESCRIPTION    PIC X(40).
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-MISSED-HEADING.
           05  FILLER               PIC X(10) VALUE "PROGRAM".
           05  FILLER               PIC X(10) VALUE "JOB".
           05  FILLER               PIC X(13) VALUE "FREQUENCY".
           05  FILLER               PIC X(10) VALUE "DUE DATE".
           05  FILLER               PIC X(10) VALUE " DAYS LATE".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(40) VALUE "DESCRIPTION".
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-MISSED-DETAIL.
           05  WS-MD-PROGRAM        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-JOB-NAME       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-FREQUENCY      PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-DUE-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-OVERDUE        PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-DESCRIPTION    PIC X(40).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-COUNT-DISPLAY         PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-BUILD-CALENDAR
           PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
           PERFORM 2500-LOAD-COMPLETIONS THRU 2500-EXIT
           PERFORM 3000-LIST-DUE-TODAY
           PERFORM 4000-FIND-MISSED-JOBS
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PERIODIC JOB SCHEDULE"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-RULES
           IF WS-LOOKBACK-DAYS > WS-MAX-LOOKBACK
               DISPLAY "JOBSCHED WARNING: SCHED-LOOKBACK-DAYS "
                       WS-LOOKBACK-DAYS " CUT TO " WS-MAX-LOOKBACK
               MOVE WS-MAX-LOOKBACK TO WS-LOOKBACK-DAYS
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-LOOKBACK-DAYS)
           END-COMPUTE
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 14)
           END-COMPUTE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODIC JOB SCHEDULE - BUSINESS DATE "
                  WS-TODAY-DATE
                  " - MISSED JOBS CHECKED BACK TO " WS-WINDOW-START
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
                   IF RULE-NAME = "SCHED-LOOKBACK-DAYS"
                       MOVE RULE-VALUE TO WS-LOOKBACK-DAYS
                   END-IF
           END-READ.

       1500-BUILD-CALENDAR.
      *    A DAY IS A BUSINESS DAY WHEN BUSDAYS COUNTS ONE FROM THE
      *    DAY BEFORE IT - WEEKENDS AND THE HOLIDAY CALENDAR DROP OUT
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-START)
           END-COMPUTE
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END)
           END-COMPUTE
           PERFORM 1510-JUDGE-CALENDAR-DAY
               VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
               UNTIL WS-DAY-INT > WS-END-INT

      *    THE LAST BUSINESS DAY OF A MONTH IS ONE WHOSE NEXT
      *    BUSINESS DAY FALLS IN ANOTHER MONTH
           PERFORM 1520-MARK-MONTH-END
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX >= WS-CAL-COUNT.

       1510-JUDGE-CALENDAR-DAY.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT - 1)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-PRIOR-DATE
                                WS-TRY-DATE
                                WS-BUSINESS-DAYS
           IF WS-BUSINESS-DAYS = 1
             AND WS-CAL-COUNT < WS-MAX-CAL
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-TRY-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE 'N' TO WS-CAL-MONTH-END(WS-CAL-COUNT)
               IF WS-TRY-DATE = WS-TODAY-DATE
                   MOVE WS-CAL-COUNT TO WS-TODAY-IDX
               END-IF
           END-IF.

       1520-MARK-MONTH-END.
           IF WS-CAL-MONTH(WS-CAL-IDX)
                   NOT = WS-CAL-MONTH(WS-CAL-IDX + 1)
               MOVE 'Y' TO WS-CAL-MONTH-END(WS-CAL-IDX)
           END-IF.

       2000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "JOBSCHED WARNING: NO JOB SCHEDULE FILE "
                       "data/job_schedule.dat - NOTHING CHECKED"
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-READ-SCHEDULE UNTIL EOF-CURRENT
           CLOSE SCHEDULE-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF JSCH-ACTIVE
                       PERFORM 2100-ADD-SCHEDULE-ENTRY
                   END-IF
           END-READ.

       2100-ADD-SCHEDULE-ENTRY.
           IF NOT JSCH-EVERY-DAY AND NOT JSCH-MONTH-END
             AND NOT JSCH-QUARTER-END AND NOT JSCH-YEAR-END
             AND NOT JSCH-GIVEN-DATE
               DISPLAY "JOBSCHED WARNING: " JSCH-PROGRAM
                       " HAS UNKNOWN FREQUENCY '" JSCH-FREQUENCY
                       "' - NOT CHECKED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-SCHEDULE-COUNT < WS-MAX-SCHEDULE
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE JSCH-PROGRAM
                       TO WS-JS-PROGRAM(WS-SCHEDULE-COUNT)
                   MOVE JSCH-JOB-NAME
                       TO WS-JS-JOB-NAME(WS-SCHEDULE-COUNT)
                   MOVE JSCH-FREQUENCY
                       TO WS-JS-FREQUENCY(WS-SCHEDULE-COUNT)
                   MOVE JSCH-DUE-DATE
                       TO WS-JS-DUE-DATE(WS-SCHEDULE-COUNT)
                   MOVE JSCH-START-DATE
                       TO WS-JS-START-DATE(WS-SCHEDULE-COUNT)
                   MOVE JSCH-DESCRIPTION
                       TO WS-JS-DESCRIPTION(WS-SCHEDULE-COUNT)
               ELSE
                   DISPLAY "JOBSCHED WARNING: SCHEDULE TABLE FULL - "
                           JSCH-PROGRAM " NOT CHECKED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2500-LOAD-COMPLETIONS.
      *    NO RUN-CONTROL FILE MEANS NOTHING HAS EVER COMPLETED
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2510-READ-CONTROL-ROW UNTIL EOF-CURRENT
           CLOSE RUN-CONTROL-FILE

           PERFORM 2550-PAD-COMPLETION-SLOT
               VARYING WS-PAD-IDX FROM WS-COMPLETION-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-COMPLETIONS
           SORT WS-CP-ENTRY ON ASCENDING KEY WS-CP-PROGRAM
                                             WS-CP-CYCLE-DATE.
       2500-EXIT.
           EXIT.

       2510-READ-CONTROL-ROW.
           READ RUN-CONTROL-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RUNC-COMPLETED
                     AND RUNC-CYCLE-DATE >= WS-WINDOW-START
                       IF WS-COMPLETION-COUNT < WS-MAX-COMPLETIONS
                           ADD 1 TO WS-COMPLETION-COUNT
                           MOVE RUNC-PROGRAM
                               TO WS-CP-PROGRAM(WS-COMPLETION-COUNT)
                           MOVE RUNC-CYCLE-DATE
                               TO WS-CP-CYCLE-DATE(WS-COMPLETION-COUNT)
                       ELSE
                           DISPLAY "JOBSCHED WARNING: RUN-CONTROL "
                                   "TABLE FULL - " RUNC-PROGRAM " "
                                   RUNC-CYCLE-DATE " NOT LOADED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       2550-PAD-COMPLETION-SLOT.
           MOVE HIGH-VALUES TO WS-CP-ENTRY(WS-PAD-IDX + 1).

       3000-LIST-DUE-TODAY.
           MOVE SPACES TO REPORT-LINE
           IF WS-TODAY-IDX = 0
               STRING "JOBS DUE TODAY: NONE - " WS-TODAY-DATE
                      " IS NOT A BUSINESS DAY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE "JOBS DUE TODAY" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DUE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TODAY-IDX TO WS-CAL-IDX
               PERFORM 3100-LIST-ENTRY-IF-DUE
                   VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-SCHEDULE-COUNT
               IF WS-JOBS-DUE-TODAY = 0
                   MOVE "  NOTHING SCHEDULED IS DUE TODAY"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-LIST-ENTRY-IF-DUE.
           PERFORM 5000-TEST-DUE-ON-DAY
           IF IS-DUE
               ADD 1 TO WS-JOBS-DUE-TODAY
      *        ALREADY COMPLETED UNDER TODAY'S DATE - A DAILY STEP
      *        EARLIER IN THE CYCLE, OR A JOB RUN AHEAD OF IT
               MOVE WS-TODAY-DATE TO WS-OCCUR-DATE
               MOVE 99999999 TO WS-OCCUR-END
               PERFORM 5200-FIND-COMPLETION THRU 5200-EXIT
               IF CP-FOUND
                   ADD 1 TO WS-JOBS-DONE-TODAY
                   MOVE "COMPLETED" TO WS-RUN-STATUS-TEXT
               ELSE
                   MOVE "DUE" TO WS-RUN-STATUS-TEXT
               END-IF
               PERFORM 5100-SET-FREQUENCY-TEXT
               MOVE WS-JS-PROGRAM(WS-JS-IDX) TO WS-DD-PROGRAM
               MOVE WS-JS-JOB-NAME(WS-JS-IDX) TO WS-DD-JOB-NAME
               MOVE WS-FREQUENCY-TEXT TO WS-DD-FREQUENCY
               MOVE WS-RUN-STATUS-TEXT TO WS-DD-STATUS
               MOVE WS-JS-DESCRIPTION(WS-JS-IDX) TO WS-DD-DESCRIPTION
               MOVE WS-DUE-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "DUE TODAY: " WS-JS-PROGRAM(WS-JS-IDX) " ("
                       WS-JS-JOB-NAME(WS-JS-IDX) ") "
                       WS-RUN-STATUS-TEXT
           END-IF.

       4000-FIND-MISSED-JOBS.
           MOVE "MISSED JOBS - DUE ON AN EARLIER DAY, NEVER COMPLETED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MISSED-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-CHECK-ENTRY
               VARYING WS-JS-IDX FROM 1 BY 1
               UNTIL WS-JS-IDX > WS-SCHEDULE-COUNT
           IF WS-MISSED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-CHECK-ENTRY.
      *    WALK THE BUSINESS DAYS UP TO TODAY. EACH TIME THE JOB FALLS
      *    DUE, THE PREVIOUS DUE DATE IS JUDGED AGAINST THE COMPLETIONS
      *    BETWEEN IT AND THIS ONE; THE LAST DUE DATE BEFORE TODAY IS
      *    JUDGED AGAINST EVERYTHING SINCE
           MOVE 0 TO WS-PREV-DUE-IDX
           PERFORM 4200-WALK-CALENDAR-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                  OR WS-CAL-DATE(WS-CAL-IDX) > WS-TODAY-DATE
           IF WS-PREV-DUE-IDX > 0
             AND WS-CAL-DATE(WS-PREV-DUE-IDX) < WS-TODAY-DATE
               MOVE 99999999 TO WS-OCCUR-END
               PERFORM 4300-JUDGE-OCCURRENCE THRU 4300-EXIT
           END-IF.

       4200-WALK-CALENDAR-DAY.
           PERFORM 5000-TEST-DUE-ON-DAY
           IF IS-DUE
               IF WS-PREV-DUE-IDX > 0
                   MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-OCCUR-END
                   PERFORM 4300-JUDGE-OCCURRENCE THRU 4300-EXIT
               END-IF
               MOVE WS-CAL-IDX TO WS-PREV-DUE-IDX
           END-IF.

       4300-JUDGE-OCCURRENCE.
           MOVE WS-CAL-DATE(WS-PREV-DUE-IDX) TO WS-OCCUR-DATE
           IF WS-OCCUR-DATE < WS-JS-START-DATE(WS-JS-IDX)
               GO TO 4300-EXIT
           END-IF
           PERFORM 5200-FIND-COMPLETION THRU 5200-EXIT
           IF CP-FOUND
               GO TO 4300-EXIT
           END-IF

           ADD 1 TO WS-MISSED-COUNT
           CALL 'BUSDAYS' USING WS-OCCUR-DATE
                                WS-TODAY-DATE
                                WS-BUSINESS-DAYS
           PERFORM 5100-SET-FREQUENCY-TEXT
           MOVE WS-JS-PROGRAM(WS-JS-IDX) TO WS-MD-PROGRAM
           MOVE WS-JS-JOB-NAME(WS-JS-IDX) TO WS-MD-JOB-NAME
           MOVE WS-FREQUENCY-TEXT TO WS-MD-FREQUENCY
           MOVE WS-OCCUR-DATE TO WS-MD-DUE-DATE
           MOVE WS-BUSINESS-DAYS TO WS-MD-OVERDUE
           MOVE WS-JS-DESCRIPTION(WS-JS-IDX) TO WS-MD-DESCRIPTION
           MOVE WS-MISSED-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "*** MISSED JOB ALERT: " WS-JS-PROGRAM(WS-JS-IDX)
                   " (" WS-JS-JOB-NAME(WS-JS-IDX) ") DUE "
                   WS-OCCUR-DATE " NEVER COMPLETED ***".
       4300-EXIT.
           EXIT.

       5000-TEST-DUE-ON-DAY.
      *    IS THE SCHEDULE ENTRY AT WS-JS-IDX DUE ON THE BUSINESS DAY
      *    AT WS-CAL-IDX
           MOVE 'N' TO WS-IS-DUE
           EVALUATE TRUE
               WHEN WS-JS-EVERY-DAY(WS-JS-IDX)
                   SET IS-DUE TO TRUE
               WHEN WS-JS-MONTH-END(WS-JS-IDX)
                   IF WS-CAL-MONTH-END(WS-CAL-IDX) = 'Y'
                       SET IS-DUE TO TRUE
                   END-IF
               WHEN WS-JS-QUARTER-END(WS-JS-IDX)
                   IF WS-CAL-MONTH-END(WS-CAL-IDX) = 'Y'
                     AND (WS-CAL-MONTH(WS-CAL-IDX) = "03"
                       OR WS-CAL-MONTH(WS-CAL-IDX) = "06"
                       OR WS-CAL-MONTH(WS-CAL-IDX) = "09"
                       OR WS-CAL-MONTH(WS-CAL-IDX) = "12")
                       SET IS-DUE TO TRUE
                   END-IF
               WHEN WS-JS-YEAR-END(WS-JS-IDX)
                   IF WS-CAL-MONTH-END(WS-CAL-IDX) = 'Y'
                     AND WS-CAL-MONTH(WS-CAL-IDX) = "12"
                       SET IS-DUE TO TRUE
                   END-IF
               WHEN WS-JS-GIVEN-DATE(WS-JS-IDX)
                   PERFORM 5010-TEST-GIVEN-DATE
           END-EVALUATE.

       5010-TEST-GIVEN-DATE.
      *    DUE ON THE FIRST BUSINESS DAY ON OR AFTER THE GIVEN DATE.
      *    AN EVERY-YEAR DATE IS TRIED IN THIS DAY'S YEAR AND, ACROSS
      *    NEW YEAR, IN THE PRIOR BUSINESS DAY'S YEAR TOO - 31
      *    DECEMBER ON A WEEKEND FALLS FORWARD INTO JANUARY
           MOVE WS-JS-DUE-DATE-X(WS-JS-IDX) TO WS-GIVEN-DATE
           IF WS-JS-DUE-YEAR(WS-JS-IDX) = "0000"
               MOVE WS-CAL-YEAR(WS-CAL-IDX) TO WS-GIVEN-DATE(1:4)
           END-IF
           PERFORM 5020-TEST-FIRST-ON-OR-AFTER
           IF NOT IS-DUE
             AND WS-JS-DUE-YEAR(WS-JS-IDX) = "0000"
             AND WS-CAL-IDX > 1
             AND WS-CAL-YEAR(WS-CAL-IDX - 1)
                     NOT = WS-CAL-YEAR(WS-CAL-IDX)
               MOVE WS-CAL-YEAR(WS-CAL-IDX - 1) TO WS-GIVEN-DATE(1:4)
               PERFORM 5020-TEST-FIRST-ON-OR-AFTER
           END-IF.

       5020-TEST-FIRST-ON-OR-AFTER.
      *    THE FIRST BUSINESS DAY OF THE CALENDAR HAS NO PRIOR DAY TO
      *    COMPARE - IT IS DUE ONLY WHEN IT IS THE GIVEN DATE ITSELF
           IF WS-CAL-IDX = 1
               IF WS-CAL-DATE-X(WS-CAL-IDX) = WS-GIVEN-DATE
                   SET IS-DUE TO TRUE
               END-IF
           ELSE
               IF WS-CAL-DATE-X(WS-CAL-IDX) >= WS-GIVEN-DATE
                 AND WS-CAL-DATE-X(WS-CAL-IDX - 1) < WS-GIVEN-DATE
                   SET IS-DUE TO TRUE
               END-IF
           END-IF.

       5100-SET-FREQUENCY-TEXT.
           EVALUATE TRUE
               WHEN WS-JS-EVERY-DAY(WS-JS-IDX)
                   MOVE "EVERY DAY" TO WS-FREQUENCY-TEXT
               WHEN WS-JS-MONTH-END(WS-JS-IDX)
                   MOVE "MONTH-END" TO WS-FREQUENCY-TEXT
               WHEN WS-JS-QUARTER-END(WS-JS-IDX)
                   MOVE "QUARTER-END" TO WS-FREQUENCY-TEXT
               WHEN WS-JS-YEAR-END(WS-JS-IDX)
                   MOVE "YEAR-END" TO WS-FREQUENCY-TEXT
               WHEN OTHER
                   MOVE "GIVEN DATE" TO WS-FREQUENCY-TEXT
           END-EVALUATE.

       5200-FIND-COMPLETION.
      *    A COMPLETED ROW FOR THE PROGRAM DATED ON OR AFTER
      *    WS-OCCUR-DATE AND BEFORE WS-OCCUR-END. THE SEARCH LANDS ON
      *    ANY ONE OF THE PROGRAM'S ROWS - BACK UP TO THE FIRST, THEN
      *    WALK ITS ROWS IN DATE ORDER
           MOVE 'N' TO WS-CP-FOUND
           MOVE 0 TO WS-CX
           SEARCH ALL WS-CP-ENTRY
               WHEN WS-CP-PROGRAM(WS-CP-IDX) = WS-JS-PROGRAM(WS-JS-IDX)
                   SET WS-CX TO WS-CP-IDX
           END-SEARCH
           IF WS-CX = 0
               GO TO 5200-EXIT
           END-IF
           PERFORM 5210-BACK-UP-ONE
               UNTIL WS-CX = 1
                  OR WS-CP-PROGRAM(WS-CX - 1)
                         NOT = WS-JS-PROGRAM(WS-JS-IDX)
           PERFORM 5220-TEST-COMPLETION
               VARYING WS-CX FROM WS-CX BY 1
               UNTIL WS-CX > WS-COMPLETION-COUNT
                  OR CP-FOUND
                  OR WS-CP-PROGRAM(WS-CX)
                         NOT = WS-JS-PROGRAM(WS-JS-IDX).
       5200-EXIT.
           EXIT.

       5210-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-CX.

       5220-TEST-COMPLETION.
           IF WS-CP-CYCLE-DATE(WS-CX) >= WS-OCCUR-DATE
             AND WS-CP-CYCLE-DATE(WS-CX) < WS-OCCUR-END
               SET CP-FOUND TO TRUE
           END-IF.

       8000-DISPLAY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MISSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "MISSED DUE DATES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY " "
           DISPLAY "JOB SCHEDULE CHECK COMPLETE - BUSINESS DATE "
                   WS-TODAY-DATE
           DISPLAY "SCHEDULED JOBS:         " WS-SCHEDULE-COUNT
           DISPLAY "DUE TODAY:              " WS-JOBS-DUE-TODAY
           DISPLAY "  ALREADY COMPLETED:    " WS-JOBS-DONE-TODAY
           DISPLAY "MISSED DUE DATES:       " WS-MISSED-COUNT
           DISPLAY "SCHEDULE WRITTEN TO: reports/job_schedule.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
