       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVRPT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTHLY GRIEVANCE LOG                                          *
      * LISTS EVERY GRIEVANCE RECEIVED IN THE REPORT MONTH WITH ITS    *
      * ACKNOWLEDGMENT AND RESOLUTION DEADLINES, FLAGGING THOSE        *
      * ACKNOWLEDGED OR RESOLVED LATE, THEN SUMMARISES BY CATEGORY:    *
      * RECEIVED, RESOLVED, RESOLVED LATE, CONVERTED TO APPEALS,       *
      * ACKNOWLEDGED LATE, AND STILL OPEN PAST THEIR DUE DATE AS AT    *
      * THE RUN DATE. THE REPORT MONTH IS THE PRIOR CALENDAR MONTH     *
      * UNLESS RUNPARM GRIEVANCE-RPT-MONTH (YYYYMM) NAMES ONE          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT GRIEVANCE-CASE-FILE
               ASSIGN TO "data/grievance_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/grievance_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  GRIEVANCE-CASE-FILE.
       01  GRIEVANCE-CASE-RECORD.
           COPY GRVCASE.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-CASE              PIC X VALUE 'N'.
           88 EOF-CASE              VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY        PIC 9(4).
           05  WS-TODAY-MM          PIC 9(2).
           05  WS-TODAY-DD          PIC 9(2).

       01  WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YYYY          PIC 9(4).
           05  WS-RPT-MM            PIC 9(2).
       01  WS-RECEIVED-MONTH        PIC 9(6).

       01  WS-LATE-ACK              PIC X VALUE 'N'.
           88 LATE-ACK              VALUE 'Y'.
       01  WS-LATE-RESOLVE          PIC X VALUE 'N'.
           88 LATE-RESOLVE          VALUE 'Y'.

      * ONE SUMMARY ROW PER GRIEVANCE CATEGORY, IN THE ORDER THE
      * CATEGORY CODES ARE LISTED IN GRVCASE
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(22) VALUE "SVSERVICE             ".
           05  FILLER PIC X(22) VALUE "ACACCESS TO CARE      ".
           05  FILLER PIC X(22) VALUE "CSSTAFF CONDUCT       ".
           05  FILLER PIC X(22) VALUE "BLBILLING             ".
           05  FILLER PIC X(22) VALUE "QCQUALITY OF CARE     ".
           05  FILLER PIC X(22) VALUE "CLCLAIM HANDLING      ".
           05  FILLER PIC X(22) VALUE "OTOTHER               ".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CT-ENTRY OCCURS 7 TIMES.
               10  WS-CT-CODE       PIC X(2).
               10  WS-CT-NAME       PIC X(20).
       01  WS-CATEGORY-TOTALS.
           05  WS-CS-ENTRY OCCURS 8 TIMES.
               10  WS-CS-RECEIVED      PIC 9(5).
               10  WS-CS-RESOLVED      PIC 9(5).
               10  WS-CS-RESOLVED-LATE PIC 9(5).
               10  WS-CS-CONVERTED     PIC 9(5).
               10  WS-CS-ACK-LATE      PIC 9(5).
               10  WS-CS-OPEN-PAST-DUE PIC 9(5).
       01  WS-CT-IDX                PIC 9(2).
       01  WS-CAT-IDX               PIC 9(2).
       01  WS-TOTAL-IDX             PIC 9(2) VALUE 8.

       01  WS-DETAIL-COUNT          PIC 9(5) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40)
               VALUE "CONTINENTAL INSURANCE - GRIEVANCE LOG  ".
           05  FILLER               PIC X(7) VALUE "MONTH: ".
           05  WS-H1-MONTH          PIC 9(6).
           05  FILLER               PIC X(12) VALUE "   RUN DATE ".
           05  WS-H1-RUN-DATE       PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER PIC X(11) VALUE "GRIEVANCE".
           05  FILLER PIC X(11) VALUE "MEMBER".
           05  FILLER PIC X(4)  VALUE "CAT".
           05  FILLER PIC X(11) VALUE "CLAIM".
           05  FILLER PIC X(9)  VALUE "RECEIVED".
           05  FILLER PIC X(9)  VALUE "ACK DUE".
           05  FILLER PIC X(9)  VALUE "ACKED".
           05  FILLER PIC X(9)  VALUE "DUE".
           05  FILLER PIC X(9)  VALUE "CLOSED".
           05  FILLER PIC X(10) VALUE "STATUS".
           05  FILLER PIC X(10) VALUE "FLAGS".

       01  WS-DETAIL-LINE.
           05  WS-DL-GRIEVANCE-ID   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-MEMBER-ID      PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-CATEGORY       PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-CLAIM-NUMBER   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-RECEIVED       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-ACK-DUE        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-ACKED          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-DUE            PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-CLOSED         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-STATUS         PIC X(9).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-ACK-FLAG       PIC X(9).
           05  WS-DL-RESOLVE-FLAG   PIC X(13).

       01  WS-SUMMARY-HEADING.
           05  FILLER PIC X(21) VALUE "CATEGORY".
           05  FILLER PIC X(10) VALUE "RECEIVED".
           05  FILLER PIC X(10) VALUE "RESOLVED".
           05  FILLER PIC X(10) VALUE "RES LATE".
           05  FILLER PIC X(10) VALUE "TO APPEAL".
           05  FILLER PIC X(10) VALUE "ACK LATE".
           05  FILLER PIC X(13) VALUE "OPEN PAST DUE".

       01  WS-SUMMARY-LINE.
           05  WS-SL-NAME           PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SL-RECEIVED       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-RESOLVED       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-RESOLVED-LATE  PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-CONVERTED      PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-ACK-LATE       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-SL-OPEN-PAST-DUE  PIC ZZ,ZZ9.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "GRVRPT".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-CASE UNTIL EOF-CASE
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - MONTHLY GRIEVANCE LOG"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           INITIALIZE WS-CATEGORY-TOTALS

           PERFORM 1100-LOAD-RUNPARMS
      *    NO MONTH NAMED - REPORT ON THE MONTH JUST ENDED
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-TODAY-YYYY TO WS-RPT-YYYY
               MOVE WS-TODAY-MM TO WS-RPT-MM
               IF WS-RPT-MM = 1
                   MOVE 12 TO WS-RPT-MM
                   SUBTRACT 1 FROM WS-RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MM
               END-IF
           END-IF

           OPEN INPUT GRIEVANCE-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "GRVRPT WARNING: NO GRIEVANCE CASE MASTER - "
                       "REPORT WILL BE EMPTY"
               SET EOF-CASE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-H1-MONTH
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "GRIEVANCE-RPT-MONTH"
                     AND RUNPARM-VALUE(1:6) IS NUMERIC
                       MOVE RUNPARM-VALUE(1:6) TO WS-REPORT-MONTH
                   END-IF
           END-READ.

       2000-PROCESS-CASE.
           READ GRIEVANCE-CASE-FILE
               AT END
                   SET EOF-CASE TO TRUE
               NOT AT END
                   PERFORM 2100-EVALUATE-CASE THRU 2100-EXIT
           END-READ.

       2100-EVALUATE-CASE.
           MOVE 'N' TO WS-LATE-ACK
           MOVE 'N' TO WS-LATE-RESOLVE
           PERFORM 2200-FIND-CATEGORY

      *    STILL OPEN AND PAST DUE AS AT TODAY - COUNTED WHATEVER
      *    MONTH THE GRIEVANCE WAS RECEIVED IN
           IF GRVC-OPEN AND GRVC-DUE-DATE < WS-TODAY-DATE
               ADD 1 TO WS-CS-OPEN-PAST-DUE(WS-CAT-IDX)
               ADD 1 TO WS-CS-OPEN-PAST-DUE(WS-TOTAL-IDX)
           END-IF

           MOVE GRVC-RECEIVED-DATE(1:6) TO WS-RECEIVED-MONTH
           IF WS-RECEIVED-MONTH NOT = WS-REPORT-MONTH
               GO TO 2100-EXIT
           END-IF

           IF GRVC-ACK-DATE > GRVC-ACK-DUE-DATE
               SET LATE-ACK TO TRUE
           END-IF
           IF GRVC-RESOLVED AND GRVC-CLOSED-DATE > GRVC-DUE-DATE
               SET LATE-RESOLVE TO TRUE
           END-IF

           ADD 1 TO WS-CS-RECEIVED(WS-CAT-IDX)
           ADD 1 TO WS-CS-RECEIVED(WS-TOTAL-IDX)
           IF GRVC-RESOLVED
               ADD 1 TO WS-CS-RESOLVED(WS-CAT-IDX)
               ADD 1 TO WS-CS-RESOLVED(WS-TOTAL-IDX)
           END-IF
           IF LATE-RESOLVE
               ADD 1 TO WS-CS-RESOLVED-LATE(WS-CAT-IDX)
               ADD 1 TO WS-CS-RESOLVED-LATE(WS-TOTAL-IDX)
           END-IF
           IF GRVC-CONVERTED
               ADD 1 TO WS-CS-CONVERTED(WS-CAT-IDX)
               ADD 1 TO WS-CS-CONVERTED(WS-TOTAL-IDX)
           END-IF
           IF LATE-ACK
               ADD 1 TO WS-CS-ACK-LATE(WS-CAT-IDX)
               ADD 1 TO WS-CS-ACK-LATE(WS-TOTAL-IDX)
           END-IF

           PERFORM 2300-WRITE-DETAIL.
       2100-EXIT.
           EXIT.

       2200-FIND-CATEGORY.
      *    AN UNKNOWN CODE FALLS INTO OTHER
           MOVE 7 TO WS-CAT-IDX
           PERFORM 2210-MATCH-CATEGORY
               VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 7.

       2210-MATCH-CATEGORY.
           IF WS-CT-CODE(WS-CT-IDX) = GRVC-CATEGORY
               MOVE WS-CT-IDX TO WS-CAT-IDX
           END-IF.

       2300-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE GRVC-GRIEVANCE-ID TO WS-DL-GRIEVANCE-ID
           MOVE GRVC-MEMBER-ID TO WS-DL-MEMBER-ID
           MOVE GRVC-CATEGORY TO WS-DL-CATEGORY
           MOVE GRVC-CLAIM-NUMBER TO WS-DL-CLAIM-NUMBER
           MOVE GRVC-RECEIVED-DATE TO WS-DL-RECEIVED
           MOVE GRVC-ACK-DUE-DATE TO WS-DL-ACK-DUE
           MOVE GRVC-ACK-DATE TO WS-DL-ACKED
           MOVE GRVC-DUE-DATE TO WS-DL-DUE
           IF GRVC-OPEN
               MOVE SPACES TO WS-DL-CLOSED
           ELSE
               MOVE GRVC-CLOSED-DATE TO WS-DL-CLOSED
           END-IF
           EVALUATE TRUE
               WHEN GRVC-OPEN
                   MOVE "OPEN" TO WS-DL-STATUS
               WHEN GRVC-RESOLVED
                   MOVE "RESOLVED" TO WS-DL-STATUS
               WHEN GRVC-CONVERTED
                   MOVE "APPEAL" TO WS-DL-STATUS
               WHEN OTHER
                   MOVE GRVC-STATUS TO WS-DL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-DL-ACK-FLAG
           MOVE SPACES TO WS-DL-RESOLVE-FLAG
           IF LATE-ACK
               MOVE "ACK LATE" TO WS-DL-ACK-FLAG
           END-IF
           IF LATE-RESOLVE
               MOVE "RESOLVED LATE" TO WS-DL-RESOLVE-FLAG
           ELSE
               IF GRVC-OPEN AND GRVC-DUE-DATE < WS-TODAY-DATE
                   MOVE "PAST DUE" TO WS-DL-RESOLVE-FLAG
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GRIEVANCES RECEIVED IN MONTH: " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY BY CATEGORY (OPEN PAST DUE AS AT RUN DATE)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3100-PRINT-CATEGORY-LINE
               VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 7
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-IDX TO WS-CAT-IDX
           MOVE "TOTAL" TO WS-SL-NAME
           PERFORM 3200-FORMAT-SUMMARY-LINE.

       3100-PRINT-CATEGORY-LINE.
           MOVE WS-CT-IDX TO WS-CAT-IDX
           MOVE WS-CT-NAME(WS-CT-IDX) TO WS-SL-NAME
           PERFORM 3200-FORMAT-SUMMARY-LINE.

       3200-FORMAT-SUMMARY-LINE.
           MOVE WS-CS-RECEIVED(WS-CAT-IDX) TO WS-SL-RECEIVED
           MOVE WS-CS-RESOLVED(WS-CAT-IDX) TO WS-SL-RESOLVED
           MOVE WS-CS-RESOLVED-LATE(WS-CAT-IDX) TO WS-SL-RESOLVED-LATE
           MOVE WS-CS-CONVERTED(WS-CAT-IDX) TO WS-SL-CONVERTED
           MOVE WS-CS-ACK-LATE(WS-CAT-IDX) TO WS-SL-ACK-LATE
           MOVE WS-CS-OPEN-PAST-DUE(WS-CAT-IDX) TO WS-SL-OPEN-PAST-DUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-CLEANUP.
           IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
               CLOSE GRIEVANCE-CASE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "GRIEVANCES IN MONTH " WS-REPORT-MONTH ": "
                   WS-DETAIL-COUNT
           DISPLAY "REPORT: reports/grievance_log.txt".
