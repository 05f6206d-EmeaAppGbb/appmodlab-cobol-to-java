       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELIST.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * CASE MANAGEMENT CASE LIST REPORT                               *
      * LISTS EVERY OPEN CASE MANAGEMENT CASE (REFERRED OR ENGAGED)    *
      * GROUPED UNDER THE NURSE CARRYING IT, SO EACH NURSE HAS A       *
      * WORKING LIST AND THE SUPERVISOR CAN SEE THE CASELOADS SIDE BY  *
      * SIDE. CASES OPENED ON THE BUSINESS DATE ARE MARKED NEW, AND    *
      * CASES NO NURSE HAS YET ARE LISTED LAST. DECLINED AND CLOSED    *
      * CASES ARE COUNTED BUT NOT LISTED. READS THE LIVE CASE FILE, SO *
      * IT RUNS AFTER HCCSCAN'S NEW MASTER HAS BEEN PROMOTED, AND CAN  *
      * BE RUN ANY TIME ON ITS OWN                                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO "data/case_mgmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT NURSE-FILE
               ASSIGN TO "data/case_nurses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NURSE-STATUS.

           SELECT CASE-REPORT-FILE
               ASSIGN TO "reports/case_mgmt_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY CMGTREC.

       FD  NURSE-FILE.
       01  NURSE-RECORD.
           COPY CMNRREC.

       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-NURSE-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-CASE              PIC X VALUE 'N'.
           88 EOF-CASE              VALUE 'Y'.
       01  WS-EOF-NURSE             PIC X VALUE 'N'.
           88 EOF-NURSE             VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MBR-FOUND             PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.

       01  WS-MAX-NURSES            PIC 9(3) VALUE 200.
       01  WS-NURSE-COUNT           PIC 9(3) VALUE 0.
       01  WS-NR-IDX                PIC 9(3) VALUE 0.
       01  WS-NURSE-TABLE.
           05  WS-NR-ENTRY OCCURS 200 TIMES.
               10  WS-NR-NURSE-ID       PIC X(8).
               10  WS-NR-NURSE-NAME     PIC X(30).
       01  WS-NURSE-NAME            PIC X(30).

      * THE OPEN CASES, SORTED BY NURSE AND CASE NUMBER FOR THE
      * LISTING - AN UNASSIGNED CASE IS KEYED HIGH-VALUES SO IT FALLS
      * IN BEHIND EVERY NURSE, AND THE UNUSED SLOTS BEHIND THAT
       01  WS-MAX-OPEN              PIC 9(5) VALUE 5000.
       01  WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-OC-IDX                PIC 9(5) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OC-ENTRY OCCURS 5000 TIMES.
               10  WS-OC-NURSE-KEY      PIC X(8).
               10  WS-OC-CASE.
                   COPY CMGTREC REPLACING ==05== BY ==15==.
       01  WS-BRK-NURSE             PIC X(8).
       01  WS-NURSE-CASES           PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-REFERRED-COUNT    PIC 9(5) VALUE 0.
           05  WS-ENGAGED-COUNT     PIC 9(5) VALUE 0.
           05  WS-DECLINED-COUNT    PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
           05  WS-NEW-COUNT         PIC 9(5) VALUE 0.
           05  WS-UNASSIGNED-COUNT  PIC 9(5) VALUE 0.
       01  WS-OPEN-PAID-TOTAL       PIC 9(11)V99 VALUE 0.

       01  WS-CASE-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-CASE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-POLICY        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-MEMBER        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-NAME          PIC X(24).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-REASON        PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-PAID          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-DIAG          PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-CSD-CLASS         PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-REFERRED      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-STATUS        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-STATUS-DATE   PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CSD-NEW-FLAG      PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-CASES UNTIL EOF-CASE
           PERFORM 3000-LIST-OPEN-CASES
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - CASE MANAGEMENT CASE LIST"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT NURSE-FILE
           IF WS-NURSE-STATUS = "00"
               PERFORM 1100-READ-NURSE UNTIL EOF-NURSE
               CLOSE NURSE-FILE
           END-IF

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CASELIST: NO CASE MANAGEMENT CASES ON FILE"
               SET EOF-CASE TO TRUE
           END-IF

           OPEN OUTPUT CASE-REPORT-FILE

           MOVE SPACES TO CASE-REPORT-LINE
           STRING "CASE MANAGEMENT OPEN CASE LIST AS OF "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "  CASE      POLICY      MEMBER      MEMBER NAME"
                  "               REASON           12M PAID  DIAG"
                  "     REFERRED  STATUS    SINCE"
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE.

       1100-READ-NURSE.
           READ NURSE-FILE
               AT END
                   SET EOF-NURSE TO TRUE
               NOT AT END
                   IF WS-NURSE-COUNT < WS-MAX-NURSES
                       ADD 1 TO WS-NURSE-COUNT
                       MOVE CMNR-NURSE-ID
                           TO WS-NR-NURSE-ID(WS-NURSE-COUNT)
                       MOVE CMNR-NURSE-NAME
                           TO WS-NR-NURSE-NAME(WS-NURSE-COUNT)
                   END-IF
           END-READ.

       2000-LOAD-CASES.
           READ CASE-FILE
               AT END
                   SET EOF-CASE TO TRUE
               NOT AT END
                   PERFORM 2100-TALLY-CASE
           END-READ.

       2100-TALLY-CASE.
           EVALUATE TRUE
               WHEN CMGT-DECLINED OF CASE-RECORD
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN CMGT-CLOSED OF CASE-RECORD
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   PERFORM 2200-ADD-OPEN-CASE
           END-EVALUATE.

       2200-ADD-OPEN-CASE.
           IF CMGT-ENGAGED OF CASE-RECORD
               ADD 1 TO WS-ENGAGED-COUNT
           ELSE
               ADD 1 TO WS-REFERRED-COUNT
           END-IF
           IF WS-OPEN-COUNT < WS-MAX-OPEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE CASE-RECORD TO WS-OC-CASE(WS-OPEN-COUNT)
               IF CMGT-NURSE-ID OF CASE-RECORD = SPACES
                   MOVE HIGH-VALUES TO WS-OC-NURSE-KEY(WS-OPEN-COUNT)
               ELSE
                   MOVE CMGT-NURSE-ID OF CASE-RECORD
                       TO WS-OC-NURSE-KEY(WS-OPEN-COUNT)
               END-IF
           ELSE
               DISPLAY "CASELIST WARNING: CASE TABLE FULL - CASE "
                       CMGT-CASE-NUMBER OF CASE-RECORD " NOT LISTED"
           END-IF.

       3000-LIST-OPEN-CASES.
           IF WS-OPEN-COUNT > ZERO
               PERFORM 3050-PAD-OPEN-SLOT
                   VARYING WS-PAD-IDX FROM WS-OPEN-COUNT BY 1
                   UNTIL WS-PAD-IDX >= WS-MAX-OPEN
               SORT WS-OC-ENTRY ON ASCENDING KEY WS-OC-NURSE-KEY
                                 CMGT-CASE-NUMBER OF WS-OC-CASE
               MOVE LOW-VALUES TO WS-BRK-NURSE
               PERFORM 3100-LIST-ONE-CASE
                   VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OPEN-COUNT
               PERFORM 3300-WRITE-NURSE-TOTAL
           END-IF.

       3050-PAD-OPEN-SLOT.
           MOVE HIGH-VALUES TO WS-OC-ENTRY(WS-PAD-IDX + 1).

       3100-LIST-ONE-CASE.
           IF WS-OC-NURSE-KEY(WS-OC-IDX) NOT = WS-BRK-NURSE
               IF WS-BRK-NURSE NOT = LOW-VALUES
                   PERFORM 3300-WRITE-NURSE-TOTAL
               END-IF
               MOVE WS-OC-NURSE-KEY(WS-OC-IDX) TO WS-BRK-NURSE
               MOVE ZERO TO WS-NURSE-CASES
               PERFORM 3200-WRITE-NURSE-HEADING
           END-IF
           ADD 1 TO WS-NURSE-CASES
           ADD CMGT-ROLLING-PAID OF WS-OC-CASE(WS-OC-IDX)
               TO WS-OPEN-PAID-TOTAL

           MOVE CMGT-CASE-NUMBER OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-CASE
           MOVE CMGT-POLICY-NUMBER OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-POLICY
           MOVE CMGT-MEMBER-ID OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-MEMBER
           MOVE 'N' TO WS-MBR-FOUND
           CALL 'MBRLKUP' USING CMGT-POLICY-NUMBER
                                    OF WS-OC-CASE(WS-OC-IDX)
                                CMGT-MEMBER-ID
                                    OF WS-OC-CASE(WS-OC-IDX)
                                WS-MEMBER-RECORD
                                WS-MBR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-MBR-FOUND = 'Y'
               MOVE MBR-MEMBER-NAME TO WS-CSD-NAME
           ELSE
               MOVE "(NOT ON MEMBER MASTER)" TO WS-CSD-NAME
           END-IF
           EVALUATE TRUE
               WHEN CMGT-HIGH-COST OF WS-OC-CASE(WS-OC-IDX)
                   MOVE "HIGH COST" TO WS-CSD-REASON
               WHEN CMGT-DIAGNOSIS OF WS-OC-CASE(WS-OC-IDX)
                   MOVE "DIAGNOSIS" TO WS-CSD-REASON
               WHEN OTHER
                   MOVE "COST+DIAG" TO WS-CSD-REASON
           END-EVALUATE
           MOVE CMGT-ROLLING-PAID OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-PAID
           MOVE CMGT-DIAG-CODE OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-DIAG
           MOVE CMGT-DIAG-CLASS OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-CLASS
           MOVE CMGT-REFERRED-DATE OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-REFERRED
           IF CMGT-ENGAGED OF WS-OC-CASE(WS-OC-IDX)
               MOVE "ENGAGED" TO WS-CSD-STATUS
           ELSE
               MOVE "REFERRED" TO WS-CSD-STATUS
           END-IF
           MOVE CMGT-STATUS-DATE OF WS-OC-CASE(WS-OC-IDX)
               TO WS-CSD-STATUS-DATE
           IF CMGT-REFERRED-DATE OF WS-OC-CASE(WS-OC-IDX)
                   = WS-TODAY-DATE
               MOVE "NEW" TO WS-CSD-NEW-FLAG
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE SPACES TO WS-CSD-NEW-FLAG
           END-IF
           MOVE WS-CASE-DETAIL TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       3200-WRITE-NURSE-HEADING.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           IF WS-BRK-NURSE = HIGH-VALUES
               MOVE "UNASSIGNED - NO NURSE YET" TO CASE-REPORT-LINE
           ELSE
               MOVE "(NOT ON ROSTER)" TO WS-NURSE-NAME
               PERFORM 3210-MATCH-NURSE-NAME
                   VARYING WS-NR-IDX FROM 1 BY 1
                   UNTIL WS-NR-IDX > WS-NURSE-COUNT
               STRING "NURSE " WS-BRK-NURSE "  " WS-NURSE-NAME
                   DELIMITED BY SIZE INTO CASE-REPORT-LINE
               END-STRING
           END-IF
           WRITE CASE-REPORT-LINE.

       3210-MATCH-NURSE-NAME.
           IF WS-NR-NURSE-ID(WS-NR-IDX) = WS-BRK-NURSE
               MOVE WS-NR-NURSE-NAME(WS-NR-IDX) TO WS-NURSE-NAME
           END-IF.

       3300-WRITE-NURSE-TOTAL.
           IF WS-BRK-NURSE = HIGH-VALUES
               ADD WS-NURSE-CASES TO WS-UNASSIGNED-COUNT
           END-IF
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "  OPEN CASES: " WS-NURSE-CASES
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "REFERRED: " WS-REFERRED-COUNT
                  "  ENGAGED: " WS-ENGAGED-COUNT
                  "  NEW TODAY: " WS-NEW-COUNT
                  "  UNASSIGNED: " WS-UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "DECLINED (NOT LISTED): " WS-DECLINED-COUNT
                  "  CLOSED (NOT LISTED): " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "OPEN CASES ROLLING 12M PAID AT REFERRAL: "
                  WS-OPEN-PAID-TOTAL
               DELIMITED BY SIZE INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           DISPLAY "OPEN CASE MANAGEMENT CASES: " WS-OPEN-COUNT
           DISPLAY "REPORT WRITTEN TO: reports/case_mgmt_list.txt".

       9000-CLEANUP.
           IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
               CLOSE CASE-FILE
           END-IF
           CLOSE CASE-REPORT-FILE.
