       IDENTIFICATION DIVISION.
       PROGRAM-ID. OENROLL.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ANNUAL OPEN ENROLLMENT ELECTION PROCESSING                     *
      * RUN AHEAD OF AN EMPLOYER GROUP'S PLAN-YEAR RENEWAL. EVERY      *
      * GROUP WITH ROWS ON THE ELECTIONS FILE IS IN OPEN ENROLLMENT -  *
      * EACH OF ITS ACTIVE POLICIES IS CARRIED INTO THE NEW PLAN YEAR  *
      * (THE DAY AFTER THE POLICY'S CURRENT EXPIRY) AS ITS SUBSCRIBER  *
      * ELECTED:                                                       *
      *   - A NEW PLAN TYPE, VALIDATED AGAINST THE PLANS THE GROUP     *
      *     OFFERS AND THE PLAN MASTER, STAGES A DATED POLICY UPDATE   *
      *     FOR POLMAINT (A NEW COVERAGE SEGMENT FROM THE PLAN-YEAR    *
      *     START) AND REQUESTS NEW ID CARDS FOR THE HOUSEHOLD         *
      *   - DEPENDENTS NOT RE-ELECTED ARE DROPPED, AND NEW ONES ADDED, *
      *     THROUGH CENSUS ROWS THE MEMBER UPDATE APPLIES              *
      *   - A WAIVER STAGES THE POLICY'S TERMINATION AT THE END OF THE *
      *     CURRENT PLAN YEAR, THROUGH A CENSUS TERM ROW               *
      * A SUBSCRIBER WITH NO ELECTION KEEPS THE CURRENT PLAN AND       *
      * DEPENDENTS. A ROW THAT FAILS VALIDATION STAGES NOTHING. THE    *
      * CONFIRMATION REPORT LISTS EVERY POLICY BY GROUP WITH ITS       *
      * OUTCOME FOR THE GROUP'S BENEFITS OFFICE                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT ELECTION-FILE
               ASSIGN TO "data/oe_elections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

           SELECT OFFERING-FILE
               ASSIGN TO "data/group_plan_offerings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERING-STATUS.

           SELECT PLAN-MASTER-FILE
               ASSIGN TO "data/plan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO WS-POLICY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

      *    STAGED TRANSACTIONS APPEND BEHIND WHATEVER IS ALREADY
      *    WAITING FOR POLMAINT AND THE CENSUS MEMBER UPDATE
           SELECT POLICY-TRANS-FILE
               ASSIGN TO "data/policy_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-TRANS-STATUS.

           SELECT CENSUS-FILE
               ASSIGN TO "data/census.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT CARD-REQUEST-FILE
               ASSIGN TO "data/card_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REQ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/open_enrollment.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  ELECTION-FILE.
       01  ELECTION-RECORD.
           COPY OEELREC.

       FD  OFFERING-FILE.
       01  OFFERING-RECORD.
           COPY GPOFREC.

       FD  PLAN-MASTER-FILE.
       01  PLAN-MASTER-REC.
           COPY PLANREC.

       FD  POLICY-FILE.
       01  POL-MASTER-REC.
           COPY POLREC.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC.

       FD  POLICY-TRANS-FILE.
       01  POLICY-TRANS-RECORD.
           COPY PTRNREC.

       FD  CENSUS-FILE.
       01  CENSUS-RECORD            PIC X(200).

       FD  CARD-REQUEST-FILE.
       01  CARD-REQUEST-RECORD.
           COPY CARDREQ.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-ELECTION-STATUS       PIC XX.
       01  WS-OFFERING-STATUS       PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-POLICY-TRANS-STATUS   PIC XX.
       01  WS-CENSUS-STATUS         PIC XX.
       01  WS-CARD-REQ-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-POLICY-FILENAME       PIC X(60)
           VALUE "data/policies.dat".

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-ELECTION          PIC X VALUE 'N'.
           88 EOF-ELECTION          VALUE 'Y'.
       01  WS-EOF-OFFERING          PIC X VALUE 'N'.
           88 EOF-OFFERING          VALUE 'Y'.
       01  WS-EOF-PLAN              PIC X VALUE 'N'.
           88 EOF-PLAN              VALUE 'Y'.
       01  WS-EOF-POLICY            PIC X VALUE 'N'.
           88 EOF-POLICY            VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * PLAN-YEAR START FOR A POLICY WITH NO FINITE EXPIRY (ONE
      * ENROLLED OPEN-ENDED OFF A CENSUS) - RUNPARM
      * OPEN-ENROLL-EFF-DATE. A POLICY WITH AN EXPIRY ALWAYS STARTS
      * ITS NEW PLAN YEAR THE DAY AFTER IT
       01  WS-OE-EFF-DATE-PARM      PIC X(8) VALUE SPACES.
       01  WS-OE-DEFAULT-EFF-DATE   PIC 9(8) VALUE 0.
       01  WS-PLAN-YEAR-START       PIC 9(8).
       01  WS-PLAN-YEAR-END         PIC 9(8).

      * THE ELECTIONS, SORTED ON POLICY NUMBER SO EACH POLICY'S ROW IS
      * FOUND BY BINARY SEARCH. A SECOND ROW FOR A POLICY ALREADY
      * ELECTED IS MARKED AND REJECTED
       01  WS-MAX-ELECTIONS         PIC 9(5) VALUE 5000.
       01  WS-ELECTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-EL-IDX                PIC 9(5) VALUE 0.
       01  WS-EL-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-EL-FOUND              PIC X VALUE 'N'.
           88 EL-FOUND              VALUE 'Y'.
       01  WS-AT-FIRST-ELECTION     PIC X VALUE 'N'.
           88 AT-FIRST-ELECTION     VALUE 'Y'.
       01  WS-ELECTION-TABLE.
           05  WS-EL-ENTRY OCCURS 5000 TIMES
               ASCENDING KEY IS OEEL-POLICY-NUMBER
               INDEXED BY WS-EL-TBL-IDX.
               COPY OEELREC REPLACING ==05== BY ==10==.
               10  WS-EL-USED       PIC X.
                   88 EL-USED           VALUE 'Y'.
               10  WS-EL-DUPLICATE  PIC X.
                   88 EL-DUPLICATE      VALUE 'Y'.

      * THE GROUPS IN OPEN ENROLLMENT THIS RUN - EVERY GROUP NAMED ON
      * THE ELECTIONS FILE - WITH THE GROUP MASTER ROW AND THE
      * CONFIRMATION COUNTS
       01  WS-MAX-GROUPS            PIC 9(3) VALUE 500.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  WS-GR-IDX                PIC 9(3) VALUE 0.
       01  WS-GR-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-GR-FOUND              PIC X VALUE 'N'.
           88 GR-FOUND              VALUE 'Y'.
       01  WS-GROUP-TABLE.
           05  WS-GR-ENTRY OCCURS 500 TIMES.
               10  WS-GR-GROUP-NUMBER PIC X(8).
               10  WS-GR-ON-MASTER  PIC X.
                   88 GR-ON-MASTER      VALUE 'Y'.
               10  WS-GR-RECORD.
                   COPY GRPREC REPLACING ==05== BY ==15==.
               10  WS-GR-CHANGED    PIC 9(5).
               10  WS-GR-SAME-PLAN  PIC 9(5).
               10  WS-GR-WAIVED     PIC 9(5).
               10  WS-GR-DEFAULTED  PIC 9(5).
               10  WS-GR-REJECTED   PIC 9(5).
               10  WS-GR-DEPS-ADDED PIC 9(5).
               10  WS-GR-DEPS-DROPPED PIC 9(5).

       01  WS-GROUP-LOOKUP-NUMBER   PIC X(8).
       01  WS-GROUP-RECORD.
           COPY GRPREC.
       01  WS-GROUP-FOUND           PIC X VALUE 'N'.
           88 GROUP-FOUND           VALUE 'Y'.

      * PLAN TYPES EACH GROUP OFFERS AND THE FIGURES THAT GO WITH THEM
       01  WS-MAX-OFFERINGS         PIC 9(4) VALUE 2000.
       01  WS-OFFERING-COUNT        PIC 9(4) VALUE 0.
       01  WS-OF-IDX                PIC 9(4) VALUE 0.
       01  WS-OF-MATCH-IDX          PIC 9(4) VALUE 0.
       01  WS-GROUP-HAS-OFFERINGS   PIC X VALUE 'N'.
           88 GROUP-HAS-OFFERINGS   VALUE 'Y'.
       01  WS-OFFERING-TABLE.
           05  WS-OF-ENTRY OCCURS 2000 TIMES.
               COPY GPOFREC REPLACING ==05== BY ==10==.

       01  WS-MAX-PLANS             PIC 9(3) VALUE 200.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE 0.
       01  WS-PL-IDX                PIC 9(3) VALUE 0.
       01  WS-PLAN-FOUND            PIC X VALUE 'N'.
           88 PLAN-FOUND            VALUE 'Y'.
       01  WS-PLAN-TABLE.
           05  WS-PL-PLAN-TYPE OCCURS 200 TIMES PIC X(2).

      * THE MEMBER MASTER, SORTED ON POLICY PLUS MEMBER ID SO A
      * POLICY'S HOUSEHOLD IS FOUND BY BINARY SEARCH AND WALKED
       01  WS-MAX-MEMBERS           PIC 9(5) VALUE 20000.
       01  WS-MEMBER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MB-IDX                PIC 9(5) VALUE 0.
       01  WS-MB-FIRST-IDX          PIC 9(5) VALUE 0.
       01  WS-MB-SUBSCRIBER-IDX     PIC 9(5) VALUE 0.
       01  WS-MB-POLICY-FOUND       PIC X VALUE 'N'.
           88 MB-POLICY-FOUND       VALUE 'Y'.
       01  WS-AT-FIRST-MEMBER       PIC X VALUE 'N'.
           88 AT-FIRST-MEMBER       VALUE 'Y'.
       01  WS-MEMBER-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS MBR-POLICY-NUMBER MBR-MEMBER-ID
               INDEXED BY WS-MB-TBL-IDX.
               COPY MBRREC REPLACING ==05== BY ==10==.

      * ONE ELECTION UNDER REVIEW - ITS VALIDATION RESULT, THE NEW
      * PLAN AND FIGURES, AND EACH LISTED DEPENDENT'S STANDING
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-ELECTION-OK           PIC X VALUE 'Y'.
           88 ELECTION-OK           VALUE 'Y'.
       01  WS-NEW-PLAN-TYPE         PIC X(2).
       01  WS-NEW-DEDUCTIBLE        PIC 9(5)V99.
       01  WS-NEW-INDIV-DEDUCTIBLE  PIC 9(5)V99.
       01  WS-NEW-MAX-COVERAGE      PIC 9(7)V99.
       01  WS-DEP-IDX               PIC 9(2) VALUE 0.
       01  WS-DEP-NUMBER-DISPLAY    PIC 9(1).
       01  WS-DEP-LISTED            PIC X VALUE 'N'.
           88 DEP-LISTED            VALUE 'Y'.
       01  WS-DEP-FILE-IDX          PIC 9(5) VALUE 0.
       01  WS-DEPENDENT-WORK.
           05  WS-DW-ENTRY OCCURS 8 TIMES.
      *        ZERO - NOT ON FILE UNDER THE POLICY; OTHERWISE THE
      *        MEMBER TABLE ROW IT MATCHED
               10  WS-DW-FILE-IDX   PIC 9(5).
               10  WS-DW-ACTIVE     PIC X.
                   88 DW-ACTIVE         VALUE 'Y'.
       01  WS-ADDS-THIS-POLICY      PIC 9(2) VALUE 0.
       01  WS-DROPS-THIS-POLICY     PIC 9(2) VALUE 0.

      * THE CENSUS ROW BEING STAGED - CENSUS UNSTRINGS IT ON ";"
       01  WS-CN-ACTION             PIC X(1).
       01  WS-CN-MEMBER-ID          PIC X(10).
       01  WS-CN-MEMBER-NAME        PIC X(30).
       01  WS-CN-BIRTH-DATE         PIC X(8).
       01  WS-CN-RELATIONSHIP       PIC X(1).
       01  WS-CN-SEX                PIC X(1).
       01  WS-CN-EVENT-DATE         PIC 9(8).

      * ONE OUTCOME PER POLICY (OR UNMATCHED ELECTION), SORTED ON
      * GROUP PLUS POLICY FOR THE CONFIRMATION REPORT
       01  WS-MAX-RESULTS           PIC 9(5) VALUE 10000.
       01  WS-RESULT-COUNT          PIC 9(5) VALUE 0.
       01  WS-RS-IDX                PIC 9(5) VALUE 0.
       01  WS-RESULT-TABLE.
           05  WS-RS-ENTRY OCCURS 10000 TIMES.
               10  WS-RS-GROUP-NUMBER PIC X(8).
               10  WS-RS-POLICY-NUMBER PIC X(10).
               10  WS-RS-HOLDER-NAME PIC X(30).
               10  WS-RS-OUTCOME    PIC X(1).
                   88 RS-PLAN-CHANGED   VALUE "C".
                   88 RS-SAME-PLAN      VALUE "S".
                   88 RS-WAIVED         VALUE "W".
                   88 RS-DEFAULTED      VALUE "D".
                   88 RS-REJECTED       VALUE "R".
               10  WS-RS-OLD-PLAN   PIC X(2).
               10  WS-RS-NEW-PLAN   PIC X(2).
               10  WS-RS-EFF-DATE   PIC 9(8).
               10  WS-RS-ADDS       PIC 9(2).
               10  WS-RS-DROPS      PIC 9(2).
               10  WS-RS-REASON     PIC X(40).
       01  WS-RESULT-WORK.
           05  WS-RW-GROUP-NUMBER   PIC X(8).
           05  WS-RW-POLICY-NUMBER  PIC X(10).
           05  WS-RW-HOLDER-NAME    PIC X(30).
           05  WS-RW-OUTCOME        PIC X(1).
           05  WS-RW-OLD-PLAN       PIC X(2).
           05  WS-RW-NEW-PLAN       PIC X(2).
           05  WS-RW-EFF-DATE       PIC 9(8).
           05  WS-RW-ADDS           PIC 9(2).
           05  WS-RW-DROPS          PIC 9(2).
           05  WS-RW-REASON         PIC X(40).

       01  WS-CURRENT-GROUP         PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ELECTIONS-READ    PIC 9(5) VALUE 0.
           05  WS-POLICIES-READ     PIC 9(5) VALUE 0.
           05  WS-PLANS-CHANGED     PIC 9(5) VALUE 0.
           05  WS-SAME-PLAN         PIC 9(5) VALUE 0.
           05  WS-WAIVED            PIC 9(5) VALUE 0.
           05  WS-DEFAULTED         PIC 9(5) VALUE 0.
           05  WS-REJECTED          PIC 9(5) VALUE 0.
           05  WS-POLICY-TRANS-OUT  PIC 9(5) VALUE 0.
           05  WS-CENSUS-ROWS-OUT   PIC 9(5) VALUE 0.
           05  WS-CARDS-REQUESTED   PIC 9(5) VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER               PIC X(11) VALUE "POLICY".
           05  FILLER               PIC X(31) VALUE "HOLDER".
           05  FILLER               PIC X(13) VALUE "OUTCOME".
           05  FILLER               PIC X(5)  VALUE "OLD".
           05  FILLER               PIC X(5)  VALUE "NEW".
           05  FILLER               PIC X(9)  VALUE "EFFECTIVE".
           05  FILLER               PIC X(5)  VALUE " ADD".
           05  FILLER               PIC X(5)  VALUE " DROP".
           05  FILLER               PIC X(48) VALUE "  NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY         PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-HOLDER         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-OUTCOME        PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-OLD-PLAN       PIC X(2).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-NEW-PLAN       PIC X(2).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-EFF-DATE       PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-ADDS           PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-DROPS          PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE           PIC X(40).
           05  FILLER               PIC X(7)  VALUE SPACES.

       01  WS-COUNT-DISPLAY-1       PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2       PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-3       PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-4       PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-5       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-ELECTIONS
           IF WS-ELECTION-COUNT = ZERO
               DISPLAY "OENROLL: NO ELECTIONS ON FILE - NOTHING TO DO"
               PERFORM 9000-CLEANUP
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-OFFERINGS
           PERFORM 1400-LOAD-PLAN-MASTER
           PERFORM 1500-LOAD-MEMBERS
           PERFORM 2000-PROCESS-POLICY UNTIL EOF-POLICY
           PERFORM 4000-REJECT-UNMATCHED-ELECTION
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-ELECTION-COUNT
           PERFORM 6000-WRITE-CONFIRMATION THRU 6000-EXIT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - OPEN ENROLLMENT ELECTIONS"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1050-RESOLVE-RUNPARMS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN ENROLLMENT CONFIRMATION - BUSINESS DATE "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT ELECTION-FILE
           IF WS-ELECTION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ELECTIONS FILE: "
                       WS-ELECTION-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-ELECTION-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POLICY FILE: " WS-POLICY-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-POLICY
                                     BY CONTENT WS-POLICY-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ELECTION-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

       1050-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF
           IF WS-OE-EFF-DATE-PARM NOT = SPACES
             AND WS-OE-EFF-DATE-PARM IS NUMERIC
               MOVE WS-OE-EFF-DATE-PARM TO WS-OE-DEFAULT-EFF-DATE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "POLICY-FILE"
                           MOVE RUNPARM-VALUE TO WS-POLICY-FILENAME
                       WHEN "OPEN-ENROLL-EFF-DATE"
                           MOVE RUNPARM-VALUE(1:8)
                               TO WS-OE-EFF-DATE-PARM
                   END-EVALUATE
           END-READ.

       1100-LOAD-ELECTIONS.
           MOVE 'N' TO WS-EOF-ELECTION
           PERFORM 1110-READ-ELECTION UNTIL EOF-ELECTION
           CLOSE ELECTION-FILE
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE TABLE SORT LEAVES
      *    EVERY REAL ELECTION IN 1..WS-ELECTION-COUNT, THE SAME
      *    PADDING POLMAINT USES FOR ITS TRANSACTION TABLE
           PERFORM 1150-PAD-UNUSED-ELECTION
               VARYING WS-PAD-IDX FROM WS-ELECTION-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-ELECTIONS
           SORT WS-EL-ENTRY
               ON ASCENDING KEY OEEL-POLICY-NUMBER OF WS-EL-ENTRY
           PERFORM 1160-MARK-DUPLICATE
               VARYING WS-EL-IDX FROM 2 BY 1
               UNTIL WS-EL-IDX > WS-ELECTION-COUNT
           PERFORM 1200-NOTE-GROUP THRU 1200-EXIT
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-ELECTION-COUNT.

       1110-READ-ELECTION.
           READ ELECTION-FILE
               AT END
                   SET EOF-ELECTION TO TRUE
               NOT AT END
                   ADD 1 TO WS-ELECTIONS-READ
                   IF WS-ELECTION-COUNT < WS-MAX-ELECTIONS
                       ADD 1 TO WS-ELECTION-COUNT
                       MOVE ELECTION-RECORD
                           TO WS-EL-ENTRY(WS-ELECTION-COUNT)
                       MOVE 'N' TO WS-EL-USED(WS-ELECTION-COUNT)
                       MOVE 'N' TO WS-EL-DUPLICATE(WS-ELECTION-COUNT)
                   ELSE
                       DISPLAY "OENROLL WARNING: ELECTION TABLE FULL - "
                               "POLICY "
                               OEEL-POLICY-NUMBER OF ELECTION-RECORD
                               " NOT PROCESSED"
                   END-IF
           END-READ.

       1150-PAD-UNUSED-ELECTION.
           MOVE HIGH-VALUES
               TO OEEL-POLICY-NUMBER OF WS-EL-ENTRY(WS-PAD-IDX + 1).

       1160-MARK-DUPLICATE.
           IF OEEL-POLICY-NUMBER OF WS-EL-ENTRY(WS-EL-IDX)
                   = OEEL-POLICY-NUMBER OF WS-EL-ENTRY(WS-EL-IDX - 1)
               SET EL-DUPLICATE(WS-EL-IDX) TO TRUE
           END-IF.

       1200-NOTE-GROUP.
      *    THE FIRST ELECTION NAMING A GROUP PUTS IT IN OPEN
      *    ENROLLMENT - ITS GROUP MASTER ROW IS LOOKED UP ONCE
           MOVE OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-IDX)
               TO WS-GROUP-LOOKUP-NUMBER
           PERFORM 2900-FIND-GROUP
           IF GR-FOUND
               GO TO 1200-EXIT
           END-IF
           IF WS-GROUP-COUNT NOT < WS-MAX-GROUPS
               DISPLAY "OENROLL WARNING: GROUP TABLE FULL - GROUP "
                       WS-GROUP-LOOKUP-NUMBER " NOT PROCESSED"
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT TO WS-GR-IDX
           INITIALIZE WS-GR-ENTRY(WS-GR-IDX)
           MOVE WS-GROUP-LOOKUP-NUMBER TO WS-GR-GROUP-NUMBER(WS-GR-IDX)
           MOVE 'N' TO WS-GROUP-FOUND
           CALL 'GRPLKUP' USING WS-GROUP-LOOKUP-NUMBER
                                WS-GROUP-RECORD
                                WS-GROUP-FOUND
           IF GROUP-FOUND
               SET GR-ON-MASTER(WS-GR-IDX) TO TRUE
               MOVE WS-GROUP-RECORD TO WS-GR-RECORD(WS-GR-IDX)
           ELSE
               MOVE 'N' TO WS-GR-ON-MASTER(WS-GR-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-OFFERINGS.
      *    NO OFFERINGS FILE IS NORMAL - EVERY GROUP THEN OFFERS ONLY
      *    THE PLAN TYPE ON ITS GROUP MASTER ROW
           OPEN INPUT OFFERING-FILE
           IF WS-OFFERING-STATUS = "00"
               MOVE 'N' TO WS-EOF-OFFERING
               PERFORM 1310-READ-OFFERING UNTIL EOF-OFFERING
               CLOSE OFFERING-FILE
           END-IF.

       1310-READ-OFFERING.
           READ OFFERING-FILE
               AT END
                   SET EOF-OFFERING TO TRUE
               NOT AT END
                   IF WS-OFFERING-COUNT < WS-MAX-OFFERINGS
                       ADD 1 TO WS-OFFERING-COUNT
                       MOVE OFFERING-RECORD
                           TO WS-OF-ENTRY(WS-OFFERING-COUNT)
                   ELSE
                       DISPLAY "OENROLL WARNING: OFFERING TABLE FULL"
                   END-IF
           END-READ.

       1400-LOAD-PLAN-MASTER.
           OPEN INPUT PLAN-MASTER-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE 'N' TO WS-EOF-PLAN
               PERFORM 1410-READ-PLAN UNTIL EOF-PLAN
               CLOSE PLAN-MASTER-FILE
           ELSE
               DISPLAY "OENROLL WARNING: PLAN MASTER NOT FOUND - "
                       "EVERY PLAN CHANGE WILL BE REJECTED"
           END-IF.

       1410-READ-PLAN.
           READ PLAN-MASTER-FILE
               AT END
                   SET EOF-PLAN TO TRUE
               NOT AT END
                   IF WS-PLAN-COUNT < WS-MAX-PLANS
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE PLAN-PLAN-TYPE
                           TO WS-PL-PLAN-TYPE(WS-PLAN-COUNT)
                   ELSE
                       DISPLAY "OENROLL WARNING: PLAN TABLE FULL"
                   END-IF
           END-READ.

       1500-LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE 'N' TO WS-EOF-MEMBER
               PERFORM 1510-READ-MEMBER UNTIL EOF-MEMBER
               CLOSE MEMBER-FILE
           END-IF
           PERFORM 1550-PAD-UNUSED-MEMBER
               VARYING WS-PAD-IDX FROM WS-MEMBER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-MEMBERS
           SORT WS-MB-ENTRY
               ON ASCENDING KEY MBR-POLICY-NUMBER OF WS-MB-ENTRY
                                MBR-MEMBER-ID OF WS-MB-ENTRY.

       1510-READ-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
               NOT AT END
                   IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MBR-MASTER-REC
                           TO WS-MB-ENTRY(WS-MEMBER-COUNT)
                   ELSE
                       DISPLAY "OENROLL WARNING: MEMBER TABLE FULL"
                   END-IF
           END-READ.

       1550-PAD-UNUSED-MEMBER.
           MOVE HIGH-VALUES
               TO MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-PAD-IDX + 1).

       2000-PROCESS-POLICY.
           READ POLICY-FILE
               AT END
                   SET EOF-POLICY TO TRUE
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
                   PERFORM 2100-EVALUATE-POLICY THRU 2100-EXIT
           END-READ.

       2100-EVALUATE-POLICY.
      *    ONLY AN ACTIVE POLICY CAN CARRY AN ELECTION INTO THE NEW
      *    PLAN YEAR - A ROW NAMING ANY OTHER IS REJECTED LATER AS
      *    UNMATCHED
           IF POL-STATUS OF POL-MASTER-REC NOT = "A"
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-ELECTION THRU 2200-EXIT
           IF NOT EL-FOUND
      *        NO ELECTION - A POLICY OF A GROUP IN OPEN ENROLLMENT
      *        STAYS ON ITS CURRENT PLAN AND DEPENDENTS
               IF POL-GROUP-NUMBER OF POL-MASTER-REC = SPACES
                   GO TO 2100-EXIT
               END-IF
               MOVE POL-GROUP-NUMBER OF POL-MASTER-REC
                   TO WS-GROUP-LOOKUP-NUMBER
               PERFORM 2900-FIND-GROUP
               IF GR-FOUND AND GR-ON-MASTER(WS-GR-MATCH-IDX)
                   PERFORM 2150-RECORD-DEFAULT
               END-IF
               GO TO 2100-EXIT
           END-IF

           SET EL-USED(WS-EL-MATCH-IDX) TO TRUE
           MOVE OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               TO WS-GROUP-LOOKUP-NUMBER
           PERFORM 2900-FIND-GROUP
           PERFORM 3000-APPLY-ELECTION THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2150-RECORD-DEFAULT.
           MOVE SPACES TO WS-RESULT-WORK
           PERFORM 2950-FIND-PLAN-YEAR
           MOVE POL-GROUP-NUMBER OF POL-MASTER-REC
               TO WS-RW-GROUP-NUMBER
           MOVE "D" TO WS-RW-OUTCOME
           MOVE POL-PLAN-TYPE OF POL-MASTER-REC TO WS-RW-NEW-PLAN
           MOVE "NO ELECTION - CURRENT PLAN CONTINUES"
               TO WS-RW-REASON
           ADD 1 TO WS-DEFAULTED
           ADD 1 TO WS-GR-DEFAULTED(WS-GR-MATCH-IDX)
           PERFORM 5000-RECORD-RESULT.

       2200-FIND-ELECTION.
      *    THE BINARY SEARCH MAY LAND ON A DUPLICATE ROW - BACK UP TO
      *    THE POLICY'S FIRST ROW, WHICH IS THE ONE APPLIED
           MOVE 'N' TO WS-EL-FOUND
           SEARCH ALL WS-EL-ENTRY
               WHEN OEEL-POLICY-NUMBER OF WS-EL-ENTRY(WS-EL-TBL-IDX)
                        = POL-POLICY-NUMBER OF POL-MASTER-REC
                   SET EL-FOUND TO TRUE
                   SET WS-EL-MATCH-IDX TO WS-EL-TBL-IDX
           END-SEARCH
           IF NOT EL-FOUND
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-AT-FIRST-ELECTION
           PERFORM 2210-BACK-UP-ELECTION
               UNTIL WS-EL-MATCH-IDX = 1 OR AT-FIRST-ELECTION.
       2200-EXIT.
           EXIT.

       2210-BACK-UP-ELECTION.
           IF EL-DUPLICATE(WS-EL-MATCH-IDX)
               SUBTRACT 1 FROM WS-EL-MATCH-IDX
           ELSE
               SET AT-FIRST-ELECTION TO TRUE
           END-IF.

       2900-FIND-GROUP.
           MOVE 'N' TO WS-GR-FOUND
           MOVE ZERO TO WS-GR-MATCH-IDX
           PERFORM 2910-SCAN-GROUP
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROUP-COUNT OR GR-FOUND.

       2910-SCAN-GROUP.
           IF WS-GR-GROUP-NUMBER(WS-GR-IDX) = WS-GROUP-LOOKUP-NUMBER
               SET GR-FOUND TO TRUE
               MOVE WS-GR-IDX TO WS-GR-MATCH-IDX
           END-IF.

       2950-FIND-PLAN-YEAR.
      *    THE NEW PLAN YEAR STARTS THE DAY AFTER THE POLICY'S CURRENT
      *    EXPIRY. AN OPEN-ENDED POLICY TAKES THE RUN'S DATE, AND
      *    WITHOUT ONE HAS NO PLAN-YEAR START (ZERO)
           MOVE ZERO TO WS-PLAN-YEAR-START
           MOVE ZERO TO WS-PLAN-YEAR-END
           IF POL-EXPIRY-DATE OF POL-MASTER-REC > ZERO
             AND POL-EXPIRY-DATE OF POL-MASTER-REC < 99991231
               MOVE POL-EXPIRY-DATE OF POL-MASTER-REC
                   TO WS-PLAN-YEAR-END
               COMPUTE WS-PLAN-YEAR-START =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PLAN-YEAR-END) + 1)
               END-COMPUTE
           ELSE
               IF WS-OE-DEFAULT-EFF-DATE > ZERO
                   MOVE WS-OE-DEFAULT-EFF-DATE TO WS-PLAN-YEAR-START
                   COMPUTE WS-PLAN-YEAR-END =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-PLAN-YEAR-START)
                           - 1)
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-PLAN-YEAR-START TO WS-RW-EFF-DATE.

       3000-APPLY-ELECTION.
           MOVE SPACES TO WS-RESULT-WORK
           MOVE OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               TO WS-RW-GROUP-NUMBER
           MOVE POL-PLAN-TYPE OF POL-MASTER-REC TO WS-RW-OLD-PLAN
           PERFORM 2950-FIND-PLAN-YEAR
           MOVE ZERO TO WS-ADDS-THIS-POLICY
           MOVE ZERO TO WS-DROPS-THIS-POLICY

           PERFORM 3100-VALIDATE-ELECTION THRU 3100-EXIT
           IF NOT ELECTION-OK
               PERFORM 3900-RECORD-REJECT
               GO TO 3000-EXIT
           END-IF

           IF OEEL-WAIVE OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               PERFORM 3500-STAGE-WAIVER
               GO TO 3000-EXIT
           END-IF

           MOVE WS-NEW-PLAN-TYPE TO WS-RW-NEW-PLAN
           IF WS-NEW-PLAN-TYPE NOT = POL-PLAN-TYPE OF POL-MASTER-REC
             OR WS-NEW-DEDUCTIBLE
                   NOT = POL-DEDUCTIBLE OF POL-MASTER-REC
             OR WS-NEW-INDIV-DEDUCTIBLE
                   NOT = POL-INDIV-DEDUCTIBLE OF POL-MASTER-REC
             OR WS-NEW-MAX-COVERAGE
                   NOT = POL-MAX-COVERAGE OF POL-MASTER-REC
               PERFORM 3600-STAGE-PLAN-CHANGE
           END-IF

           IF NOT OEEL-DEPENDENTS-UNCHANGED
                   OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               IF WS-MB-FIRST-IDX > ZERO
                   PERFORM 3700-DROP-UNELECTED-MEMBER
                       VARYING WS-MB-IDX FROM WS-MB-FIRST-IDX BY 1
                       UNTIL WS-MB-IDX > WS-MEMBER-COUNT
                          OR MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                              NOT = POL-POLICY-NUMBER OF POL-MASTER-REC
               END-IF
               PERFORM 3800-ADD-ELECTED-DEPENDENT
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > OEEL-DEPENDENT-COUNT
                           OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
           END-IF

           IF WS-NEW-PLAN-TYPE NOT = POL-PLAN-TYPE OF POL-MASTER-REC
               MOVE "C" TO WS-RW-OUTCOME
               ADD 1 TO WS-PLANS-CHANGED
               ADD 1 TO WS-GR-CHANGED(WS-GR-MATCH-IDX)
           ELSE
               MOVE "S" TO WS-RW-OUTCOME
               ADD 1 TO WS-SAME-PLAN
               ADD 1 TO WS-GR-SAME-PLAN(WS-GR-MATCH-IDX)
           END-IF
           MOVE WS-ADDS-THIS-POLICY TO WS-RW-ADDS
           MOVE WS-DROPS-THIS-POLICY TO WS-RW-DROPS
           ADD WS-ADDS-THIS-POLICY TO WS-GR-DEPS-ADDED(WS-GR-MATCH-IDX)
           ADD WS-DROPS-THIS-POLICY
               TO WS-GR-DEPS-DROPPED(WS-GR-MATCH-IDX)
           PERFORM 5000-RECORD-RESULT.
       3000-EXIT.
           EXIT.

       3100-VALIDATE-ELECTION.
      *    EVERY CHECK RUNS BEFORE ANYTHING IS STAGED, SO A REJECTED
      *    ROW LEAVES THE POLICY AND ITS MEMBERS EXACTLY AS THEY ARE
           MOVE 'Y' TO WS-ELECTION-OK
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT GR-FOUND
               MOVE "GROUP NOT IN OPEN ENROLLMENT" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           IF NOT GR-ON-MASTER(WS-GR-MATCH-IDX)
               MOVE "GROUP NOT ON GROUP MASTER" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           IF NOT GRP-ACTIVE OF WS-GR-RECORD(WS-GR-MATCH-IDX)
               MOVE "GROUP NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           IF OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                   NOT = POL-GROUP-NUMBER OF POL-MASTER-REC
               MOVE "POLICY NOT IN ELECTING GROUP" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           IF WS-PLAN-YEAR-START = ZERO
               MOVE "NO PLAN YEAR END ON POLICY" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           IF NOT OEEL-ENROLL OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
             AND NOT OEEL-WAIVE OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               MOVE "ELECTION NOT E OR W" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF

           PERFORM 3150-FIND-HOUSEHOLD THRU 3150-EXIT
           IF OEEL-SUBSCRIBER-ID OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                   NOT = SPACES
               IF WS-MB-SUBSCRIBER-IDX = ZERO
                   MOVE "NO SUBSCRIBER ON MEMBER MASTER"
                       TO WS-REJECT-REASON
                   GO TO 3100-FAIL
               END-IF
               IF OEEL-SUBSCRIBER-ID OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                       NOT = MBR-MEMBER-ID
                           OF WS-MB-ENTRY(WS-MB-SUBSCRIBER-IDX)
                   MOVE "SUBSCRIBER ID DOES NOT MATCH POLICY"
                       TO WS-REJECT-REASON
                   GO TO 3100-FAIL
               END-IF
           END-IF

           IF OEEL-WAIVE OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               GO TO 3100-EXIT
           END-IF

           IF OEEL-PLAN-TYPE OF WS-EL-ENTRY(WS-EL-MATCH-IDX) = SPACES
               MOVE POL-PLAN-TYPE OF POL-MASTER-REC
                   TO WS-NEW-PLAN-TYPE
           ELSE
               MOVE OEEL-PLAN-TYPE OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                   TO WS-NEW-PLAN-TYPE
           END-IF
           PERFORM 3200-CHECK-PLAN-OFFERED THRU 3200-EXIT
           IF NOT ELECTION-OK
               GO TO 3100-EXIT
           END-IF

           IF OEEL-DEPENDENTS-UNCHANGED OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               GO TO 3100-EXIT
           END-IF
           IF OEEL-DEPENDENT-COUNT OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                   NOT NUMERIC
             OR OEEL-DEPENDENT-COUNT OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                   > 8
               MOVE "DEPENDENT COUNT NOT 00-08" TO WS-REJECT-REASON
               GO TO 3100-FAIL
           END-IF
           PERFORM 3300-CHECK-DEPENDENT THRU 3300-EXIT
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > OEEL-DEPENDENT-COUNT
                       OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                  OR NOT ELECTION-OK
           GO TO 3100-EXIT.

       3100-FAIL.
           MOVE 'N' TO WS-ELECTION-OK.
       3100-EXIT.
           EXIT.

       3150-FIND-HOUSEHOLD.
      *    THE BINARY SEARCH LANDS ON ANY ONE OF THE POLICY'S MEMBER
      *    ROWS - BACK UP TO ITS FIRST, THEN WALK THEM FOR THE
      *    SUBSCRIBER
           MOVE ZERO TO WS-MB-FIRST-IDX
           MOVE ZERO TO WS-MB-SUBSCRIBER-IDX
           MOVE 'N' TO WS-MB-POLICY-FOUND
           IF WS-MEMBER-COUNT = ZERO
               GO TO 3150-EXIT
           END-IF
           SEARCH ALL WS-MB-ENTRY
               WHEN MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-TBL-IDX)
                        = POL-POLICY-NUMBER OF POL-MASTER-REC
                   SET MB-POLICY-FOUND TO TRUE
                   SET WS-MB-IDX TO WS-MB-TBL-IDX
           END-SEARCH
           IF NOT MB-POLICY-FOUND
               GO TO 3150-EXIT
           END-IF
           MOVE 'N' TO WS-AT-FIRST-MEMBER
           PERFORM 3160-BACK-UP-MEMBER
               UNTIL WS-MB-IDX = 1 OR AT-FIRST-MEMBER
           MOVE WS-MB-IDX TO WS-MB-FIRST-IDX
           PERFORM 3170-CHECK-SUBSCRIBER
               VARYING WS-MB-IDX FROM WS-MB-FIRST-IDX BY 1
               UNTIL WS-MB-IDX > WS-MEMBER-COUNT
                  OR MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                       NOT = POL-POLICY-NUMBER OF POL-MASTER-REC.
       3150-EXIT.
           EXIT.

       3160-BACK-UP-MEMBER.
           IF MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX - 1)
                   = POL-POLICY-NUMBER OF POL-MASTER-REC
               SUBTRACT 1 FROM WS-MB-IDX
           ELSE
               SET AT-FIRST-MEMBER TO TRUE
           END-IF.

       3170-CHECK-SUBSCRIBER.
           IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-IDX)
             AND MBR-ACTIVE OF WS-MB-ENTRY(WS-MB-IDX)
               MOVE WS-MB-IDX TO WS-MB-SUBSCRIBER-IDX
           END-IF.

       3200-CHECK-PLAN-OFFERED.
      *    THE PLAN MUST BE ON THE PLAN MASTER AND OFFERED BY THE
      *    GROUP - ITS OFFERING ROWS WHEN IT HAS ANY, OTHERWISE THE
      *    PLAN TYPE ON ITS GROUP MASTER ROW. THE CURRENT PLAN IS
      *    ALWAYS ACCEPTABLE TO CONTINUE ON
           MOVE POL-DEDUCTIBLE OF POL-MASTER-REC TO WS-NEW-DEDUCTIBLE
           MOVE POL-INDIV-DEDUCTIBLE OF POL-MASTER-REC
               TO WS-NEW-INDIV-DEDUCTIBLE
           MOVE POL-MAX-COVERAGE OF POL-MASTER-REC
               TO WS-NEW-MAX-COVERAGE

           MOVE 'N' TO WS-PLAN-FOUND
           PERFORM 3210-SCAN-PLAN
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR PLAN-FOUND
           IF NOT PLAN-FOUND
               MOVE "PLAN TYPE NOT ON PLAN MASTER" TO WS-REJECT-REASON
               MOVE 'N' TO WS-ELECTION-OK
               GO TO 3200-EXIT
           END-IF

           MOVE 'N' TO WS-GROUP-HAS-OFFERINGS
           MOVE ZERO TO WS-OF-MATCH-IDX
           PERFORM 3220-SCAN-OFFERING
               VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OFFERING-COUNT
                  OR WS-OF-MATCH-IDX > ZERO

           IF WS-OF-MATCH-IDX > ZERO
               IF GPOF-DEDUCTIBLE OF WS-OF-ENTRY(WS-OF-MATCH-IDX)
                       > ZERO
                   MOVE GPOF-DEDUCTIBLE OF WS-OF-ENTRY(WS-OF-MATCH-IDX)
                       TO WS-NEW-DEDUCTIBLE
               END-IF
               IF GPOF-INDIV-DEDUCTIBLE
                       OF WS-OF-ENTRY(WS-OF-MATCH-IDX) > ZERO
                   MOVE GPOF-INDIV-DEDUCTIBLE
                           OF WS-OF-ENTRY(WS-OF-MATCH-IDX)
                       TO WS-NEW-INDIV-DEDUCTIBLE
               END-IF
               IF GPOF-MAX-COVERAGE OF WS-OF-ENTRY(WS-OF-MATCH-IDX)
                       > ZERO
                   MOVE GPOF-MAX-COVERAGE
                           OF WS-OF-ENTRY(WS-OF-MATCH-IDX)
                       TO WS-NEW-MAX-COVERAGE
               END-IF
               GO TO 3200-EXIT
           END-IF

           IF WS-NEW-PLAN-TYPE = POL-PLAN-TYPE OF POL-MASTER-REC
               GO TO 3200-EXIT
           END-IF
           IF GROUP-HAS-OFFERINGS
             OR WS-NEW-PLAN-TYPE
                   NOT = GRP-PLAN-TYPE OF WS-GR-RECORD(WS-GR-MATCH-IDX)
               MOVE "PLAN TYPE NOT OFFERED BY GROUP" TO WS-REJECT-REASON
               MOVE 'N' TO WS-ELECTION-OK
               GO TO 3200-EXIT
           END-IF
      *    A GROUP WITH NO OFFERING ROWS MOVING A POLICY ONTO ITS
      *    MASTER PLAN GIVES IT THE GROUP'S OWN FIGURES
           IF GRP-DEDUCTIBLE OF WS-GR-RECORD(WS-GR-MATCH-IDX) > ZERO
               MOVE GRP-DEDUCTIBLE OF WS-GR-RECORD(WS-GR-MATCH-IDX)
                   TO WS-NEW-DEDUCTIBLE
           END-IF
           IF GRP-INDIV-DEDUCTIBLE OF WS-GR-RECORD(WS-GR-MATCH-IDX)
                   > ZERO
               MOVE GRP-INDIV-DEDUCTIBLE
                       OF WS-GR-RECORD(WS-GR-MATCH-IDX)
                   TO WS-NEW-INDIV-DEDUCTIBLE
           END-IF
           IF GRP-MAX-COVERAGE OF WS-GR-RECORD(WS-GR-MATCH-IDX) > ZERO
               MOVE GRP-MAX-COVERAGE OF WS-GR-RECORD(WS-GR-MATCH-IDX)
                   TO WS-NEW-MAX-COVERAGE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SCAN-PLAN.
           IF WS-PL-PLAN-TYPE(WS-PL-IDX) = WS-NEW-PLAN-TYPE
               SET PLAN-FOUND TO TRUE
           END-IF.

       3220-SCAN-OFFERING.
           IF GPOF-GROUP-NUMBER OF WS-OF-ENTRY(WS-OF-IDX)
                   = POL-GROUP-NUMBER OF POL-MASTER-REC
               SET GROUP-HAS-OFFERINGS TO TRUE
               IF GPOF-PLAN-TYPE OF WS-OF-ENTRY(WS-OF-IDX)
                       = WS-NEW-PLAN-TYPE
                   MOVE WS-OF-IDX TO WS-OF-MATCH-IDX
               END-IF
           END-IF.

       3300-CHECK-DEPENDENT.
      *    A LISTED DEPENDENT IS MATCHED TO THE HOUSEHOLD ON MEMBER ID.
      *    ONE NOT ACTIVE ON FILE WILL BE ADDED, SO IT NEEDS A NAME,
      *    BIRTH DATE AND RELATIONSHIP - FROM THE ROW, OR FROM THE
      *    TERMINATED MEMBER ROW IT RE-ENROLLS
           MOVE WS-DEP-IDX TO WS-DEP-NUMBER-DISPLAY
           MOVE ZERO TO WS-DW-FILE-IDX(WS-DEP-IDX)
           MOVE 'N' TO WS-DW-ACTIVE(WS-DEP-IDX)
           IF OEEL-DEP-MEMBER-ID OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                WS-DEP-IDX) = SPACES
               STRING "DEPENDENT " WS-DEP-NUMBER-DISPLAY
                      " HAS NO MEMBER ID"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               GO TO 3300-FAIL
           END-IF

           MOVE ZERO TO WS-DEP-FILE-IDX
           IF WS-MB-FIRST-IDX > ZERO
               PERFORM 3310-MATCH-DEPENDENT
                   VARYING WS-MB-IDX FROM WS-MB-FIRST-IDX BY 1
                   UNTIL WS-MB-IDX > WS-MEMBER-COUNT
                      OR WS-DEP-FILE-IDX > ZERO
                      OR MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                           NOT = POL-POLICY-NUMBER OF POL-MASTER-REC
           END-IF
           MOVE WS-DEP-FILE-IDX TO WS-DW-FILE-IDX(WS-DEP-IDX)

           IF WS-DEP-FILE-IDX > ZERO
               IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   STRING "DEPENDENT " WS-DEP-NUMBER-DISPLAY
                          " IS THE SUBSCRIBER"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   GO TO 3300-FAIL
               END-IF
               IF MBR-ACTIVE OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   MOVE 'Y' TO WS-DW-ACTIVE(WS-DEP-IDX)
                   GO TO 3300-EXIT
               END-IF
           END-IF

           IF OEEL-DEP-NAME OF WS-EL-ENTRY(WS-EL-MATCH-IDX, WS-DEP-IDX)
                   = SPACES AND WS-DEP-FILE-IDX = ZERO
               STRING "DEPENDENT " WS-DEP-NUMBER-DISPLAY
                      " HAS NO NAME"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               GO TO 3300-FAIL
           END-IF
           IF OEEL-DEP-BIRTH-DATE OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                 WS-DEP-IDX)
                   NOT NUMERIC AND WS-DEP-FILE-IDX = ZERO
               STRING "DEPENDENT " WS-DEP-NUMBER-DISPLAY
                      " BIRTH DATE NOT NUMERIC"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               GO TO 3300-FAIL
           END-IF
           IF OEEL-DEP-RELATIONSHIP OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                   WS-DEP-IDX)
                   NOT = "P" AND NOT = "D"
             AND (WS-DEP-FILE-IDX = ZERO
               OR OEEL-DEP-RELATIONSHIP OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                       WS-DEP-IDX)
                   NOT = SPACE)
               STRING "DEPENDENT " WS-DEP-NUMBER-DISPLAY
                      " RELATIONSHIP NOT P OR D"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               GO TO 3300-FAIL
           END-IF
           GO TO 3300-EXIT.

       3300-FAIL.
           MOVE 'N' TO WS-ELECTION-OK.
       3300-EXIT.
           EXIT.

       3310-MATCH-DEPENDENT.
           IF MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-IDX)
                   = OEEL-DEP-MEMBER-ID OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                       WS-DEP-IDX)
               MOVE WS-MB-IDX TO WS-DEP-FILE-IDX
           END-IF.

       3500-STAGE-WAIVER.
      *    A WAIVER ENDS THE POLICY AND EVERY MEMBER ON IT AT THE
      *    CLOSE OF THE CURRENT PLAN YEAR - CENSUS STAGES THE POLICY
      *    TERMINATION AND TERMS THE MEMBER ROWS
           MOVE "T" TO WS-CN-ACTION
           MOVE SPACES TO WS-CN-MEMBER-ID
           MOVE SPACES TO WS-CN-MEMBER-NAME
           MOVE SPACES TO WS-CN-BIRTH-DATE
           MOVE SPACES TO WS-CN-RELATIONSHIP
           MOVE SPACES TO WS-CN-SEX
           MOVE WS-PLAN-YEAR-END TO WS-CN-EVENT-DATE
           PERFORM 3950-WRITE-CENSUS-ROW
           MOVE "W" TO WS-RW-OUTCOME
           MOVE SPACES TO WS-RW-NEW-PLAN
           MOVE "COVERAGE ENDS" TO WS-RW-REASON
           ADD 1 TO WS-WAIVED
           ADD 1 TO WS-GR-WAIVED(WS-GR-MATCH-IDX)
           PERFORM 5000-RECORD-RESULT.

       3600-STAGE-PLAN-CHANGE.
      *    A FULL UPDATE CARRYING THE POLICY'S CURRENT FIGURES WITH
      *    THE NEW PLAN'S - DATED THE PLAN-YEAR START SO POLMAINT OPENS
      *    THE NEW COVERAGE SEGMENT THEN AND LEAVES THE MASTER ON THE
      *    CURRENT PLAN UNTIL IT IS IN FORCE. THE PREMIUM STAYS FOR
      *    RENEWPOL TO RE-RATE ON THE NEW PLAN
           OPEN EXTEND POLICY-TRANS-FILE
           IF WS-POLICY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT POLICY-TRANS-FILE
           END-IF
           MOVE SPACES TO POLICY-TRANS-RECORD
           MOVE "U" TO PTRN-TRANS-CODE
           MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
               TO PTRN-POLICY-NUMBER
           MOVE POL-HOLDER-NAME OF POL-MASTER-REC TO PTRN-HOLDER-NAME
           MOVE WS-NEW-PLAN-TYPE TO PTRN-PLAN-TYPE
           MOVE POL-EFFECTIVE-DATE OF POL-MASTER-REC
               TO PTRN-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE OF POL-MASTER-REC TO PTRN-EXPIRY-DATE
           MOVE WS-NEW-DEDUCTIBLE TO PTRN-DEDUCTIBLE
           MOVE WS-NEW-MAX-COVERAGE TO PTRN-MAX-COVERAGE
           MOVE ZERO TO PTRN-CANCEL-DATE
           MOVE POL-CURRENCY-CODE OF POL-MASTER-REC
               TO PTRN-CURRENCY-CODE
           MOVE WS-NEW-INDIV-DEDUCTIBLE TO PTRN-INDIV-DEDUCTIBLE
           MOVE POL-PREMIUM-AMOUNT OF POL-MASTER-REC
               TO PTRN-PREMIUM-AMOUNT
           MOVE POL-BILL-FREQUENCY OF POL-MASTER-REC
               TO PTRN-BILL-FREQUENCY
           MOVE POL-AGENT-ID OF POL-MASTER-REC TO PTRN-AGENT-ID
           MOVE POL-GROUP-NUMBER OF POL-MASTER-REC
               TO PTRN-GROUP-NUMBER
           MOVE WS-PLAN-YEAR-START TO PTRN-CHANGE-DATE
           WRITE POLICY-TRANS-RECORD
           CLOSE POLICY-TRANS-FILE
           ADD 1 TO WS-POLICY-TRANS-OUT

      *    THE HOUSEHOLD'S CARDS SHOW THE PLAN - EVERY MEMBER GETS A
      *    NEW ONE
           IF WS-NEW-PLAN-TYPE NOT = POL-PLAN-TYPE OF POL-MASTER-REC
               OPEN EXTEND CARD-REQUEST-FILE
               IF WS-CARD-REQ-STATUS NOT = "00"
                   OPEN OUTPUT CARD-REQUEST-FILE
               END-IF
               MOVE SPACES TO CARD-REQUEST-RECORD
               MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
                   TO CREQ-POLICY-NUMBER
               MOVE SPACES TO CREQ-MEMBER-ID
               MOVE "C" TO CREQ-REQUEST-TYPE
               MOVE WS-TODAY-DATE TO CREQ-REQUEST-DATE
               WRITE CARD-REQUEST-RECORD
               CLOSE CARD-REQUEST-FILE
               ADD 1 TO WS-CARDS-REQUESTED
           END-IF.

       3700-DROP-UNELECTED-MEMBER.
      *    AN ACTIVE SPOUSE OR DEPENDENT NOT ON THE ELECTED LIST IS
      *    COVERED THROUGH THE LAST DAY OF THE CURRENT PLAN YEAR
           IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-IDX)
             OR NOT MBR-ACTIVE OF WS-MB-ENTRY(WS-MB-IDX)
               CONTINUE
           ELSE
               MOVE 'N' TO WS-DEP-LISTED
               PERFORM 3710-CHECK-LISTED
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > OEEL-DEPENDENT-COUNT
                           OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
                      OR DEP-LISTED
               IF NOT DEP-LISTED
                   MOVE "X" TO WS-CN-ACTION
                   MOVE MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-IDX)
                       TO WS-CN-MEMBER-ID
                   MOVE MBR-MEMBER-NAME OF WS-MB-ENTRY(WS-MB-IDX)
                       TO WS-CN-MEMBER-NAME
                   MOVE SPACES TO WS-CN-BIRTH-DATE
                   MOVE SPACES TO WS-CN-RELATIONSHIP
                   MOVE SPACES TO WS-CN-SEX
                   MOVE WS-PLAN-YEAR-END TO WS-CN-EVENT-DATE
                   PERFORM 3950-WRITE-CENSUS-ROW
                   ADD 1 TO WS-DROPS-THIS-POLICY
               END-IF
           END-IF.

       3710-CHECK-LISTED.
           IF WS-DW-FILE-IDX(WS-DEP-IDX) = WS-MB-IDX
               SET DEP-LISTED TO TRUE
           END-IF.

       3800-ADD-ELECTED-DEPENDENT.
      *    A LISTED DEPENDENT ALREADY ACTIVE CARRIES ON. ANY OTHER IS
      *    ENROLLED FROM THE PLAN-YEAR START, ITS DETAILS FROM THE ROW
      *    OR, WHERE THE ROW LEAVES THEM BLANK, FROM THE MEMBER ROW IT
      *    RE-ENROLLS
           IF DW-ACTIVE(WS-DEP-IDX)
               CONTINUE
           ELSE
               MOVE WS-DW-FILE-IDX(WS-DEP-IDX) TO WS-DEP-FILE-IDX
               MOVE "D" TO WS-CN-ACTION
               MOVE OEEL-DEP-MEMBER-ID OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                      WS-DEP-IDX)
                   TO WS-CN-MEMBER-ID
               MOVE OEEL-DEP-NAME OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                 WS-DEP-IDX)
                   TO WS-CN-MEMBER-NAME
               MOVE OEEL-DEP-BIRTH-DATE OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                       WS-DEP-IDX)
                   TO WS-CN-BIRTH-DATE
               MOVE OEEL-DEP-RELATIONSHIP
                       OF WS-EL-ENTRY(WS-EL-MATCH-IDX, WS-DEP-IDX)
                   TO WS-CN-RELATIONSHIP
               MOVE OEEL-DEP-SEX OF WS-EL-ENTRY(WS-EL-MATCH-IDX,
                                                WS-DEP-IDX)
                   TO WS-CN-SEX
               IF WS-DEP-FILE-IDX > ZERO
                   PERFORM 3850-FILL-FROM-MEMBER-ROW
               END-IF
               MOVE WS-PLAN-YEAR-START TO WS-CN-EVENT-DATE
               PERFORM 3950-WRITE-CENSUS-ROW
               ADD 1 TO WS-ADDS-THIS-POLICY
           END-IF.

       3850-FILL-FROM-MEMBER-ROW.
           IF WS-CN-MEMBER-NAME = SPACES
               MOVE MBR-MEMBER-NAME OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   TO WS-CN-MEMBER-NAME
           END-IF
           IF WS-CN-BIRTH-DATE NOT NUMERIC
               MOVE MBR-BIRTH-DATE OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   TO WS-CN-BIRTH-DATE
           END-IF
           IF WS-CN-RELATIONSHIP = SPACE
               MOVE MBR-RELATIONSHIP OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   TO WS-CN-RELATIONSHIP
           END-IF
           IF WS-CN-SEX = SPACE
               MOVE MBR-SEX OF WS-MB-ENTRY(WS-DEP-FILE-IDX)
                   TO WS-CN-SEX
           END-IF.

       3900-RECORD-REJECT.
           MOVE "R" TO WS-RW-OUTCOME
           MOVE OEEL-PLAN-TYPE OF WS-EL-ENTRY(WS-EL-MATCH-IDX)
               TO WS-RW-NEW-PLAN
           MOVE WS-REJECT-REASON TO WS-RW-REASON
           ADD 1 TO WS-REJECTED
           IF GR-FOUND
               ADD 1 TO WS-GR-REJECTED(WS-GR-MATCH-IDX)
           END-IF
           PERFORM 5000-RECORD-RESULT.

       3950-WRITE-CENSUS-ROW.
      *    THE SAME SEMICOLON-DELIMITED ROW AN EMPLOYER SENDS -
      *    GROUP;ACTION;POLICY;HOLDER;MEMBER;NAME;BIRTH;REL;EVENT;
      *    ADDRESS;CITY;STATE;ZIP;SEX;PCP - ADDRESS AND PCP LEFT
      *    BLANK SO CENSUS LEAVES THOSE ON FILE ALONE
           OPEN EXTEND CENSUS-FILE
           IF WS-CENSUS-STATUS NOT = "00"
               OPEN OUTPUT CENSUS-FILE
           END-IF
           MOVE SPACES TO CENSUS-RECORD
           STRING POL-GROUP-NUMBER OF POL-MASTER-REC ";"
                  WS-CN-ACTION ";"
                  POL-POLICY-NUMBER OF POL-MASTER-REC ";"
                  POL-HOLDER-NAME OF POL-MASTER-REC ";"
                  WS-CN-MEMBER-ID ";"
                  WS-CN-MEMBER-NAME ";"
                  WS-CN-BIRTH-DATE ";"
                  WS-CN-RELATIONSHIP ";"
                  WS-CN-EVENT-DATE ";"
                  " ; ; ; ;"
                  WS-CN-SEX ";"
               DELIMITED BY SIZE INTO CENSUS-RECORD
           END-STRING
           WRITE CENSUS-RECORD
           CLOSE CENSUS-FILE
           ADD 1 TO WS-CENSUS-ROWS-OUT.

       4000-REJECT-UNMATCHED-ELECTION.
      *    A ROW WHOSE POLICY NEVER CAME UP ACTIVE ON THE MASTER, OR A
      *    SECOND ROW FOR A POLICY WHOSE FIRST ROW WAS APPLIED
           IF NOT EL-USED(WS-EL-IDX)
               MOVE SPACES TO WS-RESULT-WORK
               MOVE OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-IDX)
                   TO WS-RW-GROUP-NUMBER
               MOVE OEEL-POLICY-NUMBER OF WS-EL-ENTRY(WS-EL-IDX)
                   TO WS-RW-POLICY-NUMBER
               MOVE "R" TO WS-RW-OUTCOME
               MOVE OEEL-PLAN-TYPE OF WS-EL-ENTRY(WS-EL-IDX)
                   TO WS-RW-NEW-PLAN
               MOVE ZERO TO WS-RW-EFF-DATE
               MOVE ZERO TO WS-RW-ADDS
               MOVE ZERO TO WS-RW-DROPS
               IF EL-DUPLICATE(WS-EL-IDX)
                   MOVE "DUPLICATE ELECTION FOR POLICY"
                       TO WS-RW-REASON
               ELSE
                   MOVE "POLICY NOT ACTIVE ON POLICY MASTER"
                       TO WS-RW-REASON
               END-IF
               ADD 1 TO WS-REJECTED
               MOVE OEEL-GROUP-NUMBER OF WS-EL-ENTRY(WS-EL-IDX)
                   TO WS-GROUP-LOOKUP-NUMBER
               PERFORM 2900-FIND-GROUP
               IF GR-FOUND
                   ADD 1 TO WS-GR-REJECTED(WS-GR-MATCH-IDX)
               END-IF
               PERFORM 5010-ADD-RESULT
           END-IF.

       5000-RECORD-RESULT.
           MOVE POL-POLICY-NUMBER OF POL-MASTER-REC
               TO WS-RW-POLICY-NUMBER
           MOVE POL-HOLDER-NAME OF POL-MASTER-REC TO WS-RW-HOLDER-NAME
           MOVE POL-PLAN-TYPE OF POL-MASTER-REC TO WS-RW-OLD-PLAN
           IF WS-RW-ADDS NOT NUMERIC
               MOVE ZERO TO WS-RW-ADDS
           END-IF
           IF WS-RW-DROPS NOT NUMERIC
               MOVE ZERO TO WS-RW-DROPS
           END-IF
           PERFORM 5010-ADD-RESULT.

       5010-ADD-RESULT.
           IF WS-RESULT-COUNT < WS-MAX-RESULTS
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-WORK TO WS-RS-ENTRY(WS-RESULT-COUNT)
           ELSE
               DISPLAY "OENROLL WARNING: RESULT TABLE FULL - POLICY "
                       WS-RW-POLICY-NUMBER " NOT REPORTED"
           END-IF.

       6000-WRITE-CONFIRMATION.
           IF WS-RESULT-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "NO POLICIES IN OPEN ENROLLMENT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6050-PAD-UNUSED-RESULT
               VARYING WS-PAD-IDX FROM WS-RESULT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-RESULTS
           SORT WS-RS-ENTRY
               ON ASCENDING KEY WS-RS-GROUP-NUMBER WS-RS-POLICY-NUMBER
           MOVE SPACES TO WS-CURRENT-GROUP
           PERFORM 6100-WRITE-RESULT-LINE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RESULT-COUNT
           PERFORM 6300-WRITE-GROUP-TOTALS THRU 6300-EXIT.
       6000-EXIT.
           EXIT.

       6050-PAD-UNUSED-RESULT.
           MOVE HIGH-VALUES TO WS-RS-GROUP-NUMBER(WS-PAD-IDX + 1).

       6100-WRITE-RESULT-LINE.
           IF WS-RS-GROUP-NUMBER(WS-RS-IDX) NOT = WS-CURRENT-GROUP
               IF WS-CURRENT-GROUP NOT = SPACES
                   PERFORM 6300-WRITE-GROUP-TOTALS THRU 6300-EXIT
               END-IF
               MOVE WS-RS-GROUP-NUMBER(WS-RS-IDX) TO WS-CURRENT-GROUP
               PERFORM 6200-WRITE-GROUP-HEADING
           END-IF
           MOVE WS-RS-POLICY-NUMBER(WS-RS-IDX) TO WS-DL-POLICY
           MOVE WS-RS-HOLDER-NAME(WS-RS-IDX) TO WS-DL-HOLDER
           EVALUATE TRUE
               WHEN RS-PLAN-CHANGED(WS-RS-IDX)
                   MOVE "PLAN CHANGE" TO WS-DL-OUTCOME
               WHEN RS-SAME-PLAN(WS-RS-IDX)
                   MOVE "RE-ENROLLED" TO WS-DL-OUTCOME
               WHEN RS-WAIVED(WS-RS-IDX)
                   MOVE "WAIVED" TO WS-DL-OUTCOME
               WHEN RS-DEFAULTED(WS-RS-IDX)
                   MOVE "DEFAULTED" TO WS-DL-OUTCOME
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DL-OUTCOME
           END-EVALUATE
           MOVE WS-RS-OLD-PLAN(WS-RS-IDX) TO WS-DL-OLD-PLAN
           MOVE WS-RS-NEW-PLAN(WS-RS-IDX) TO WS-DL-NEW-PLAN
           MOVE WS-RS-EFF-DATE(WS-RS-IDX) TO WS-DL-EFF-DATE
           MOVE WS-RS-ADDS(WS-RS-IDX) TO WS-DL-ADDS
           MOVE WS-RS-DROPS(WS-RS-IDX) TO WS-DL-DROPS
           MOVE WS-RS-REASON(WS-RS-IDX) TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6200-WRITE-GROUP-HEADING.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-LOOKUP-NUMBER
           PERFORM 2900-FIND-GROUP
           MOVE SPACES TO REPORT-LINE
           IF GR-FOUND AND GR-ON-MASTER(WS-GR-MATCH-IDX)
               STRING "GROUP " WS-CURRENT-GROUP "  "
                      GRP-GROUP-NAME OF WS-GR-RECORD(WS-GR-MATCH-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "GROUP " WS-CURRENT-GROUP
                      "  ** NOT ON GROUP MASTER **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       6300-WRITE-GROUP-TOTALS.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-LOOKUP-NUMBER
           PERFORM 2900-FIND-GROUP
           IF NOT GR-FOUND
               GO TO 6300-EXIT
           END-IF
           MOVE WS-GR-CHANGED(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-1
           MOVE WS-GR-SAME-PLAN(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-2
           MOVE WS-GR-WAIVED(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-3
           MOVE WS-GR-DEFAULTED(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-4
           MOVE WS-GR-REJECTED(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-5
           MOVE SPACES TO REPORT-LINE
           STRING "  GROUP " WS-CURRENT-GROUP
                  "  PLAN CHANGES " WS-COUNT-DISPLAY-1
                  "  RE-ENROLLED " WS-COUNT-DISPLAY-2
                  "  WAIVED " WS-COUNT-DISPLAY-3
                  "  DEFAULTED " WS-COUNT-DISPLAY-4
                  "  REJECTED " WS-COUNT-DISPLAY-5
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GR-DEPS-ADDED(WS-GR-MATCH-IDX) TO WS-COUNT-DISPLAY-1
           MOVE WS-GR-DEPS-DROPPED(WS-GR-MATCH-IDX)
               TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPENDENTS ADDED " WS-COUNT-DISPLAY-1
                  "  DEPENDENTS DROPPED " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       6300-EXIT.
           EXIT.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "OPEN ENROLLMENT ELECTIONS COMPLETE"
           DISPLAY "ELECTIONS READ:       " WS-ELECTIONS-READ
           DISPLAY "POLICIES READ:        " WS-POLICIES-READ
           DISPLAY "PLAN CHANGES:         " WS-PLANS-CHANGED
           DISPLAY "RE-ENROLLED:          " WS-SAME-PLAN
           DISPLAY "WAIVED:               " WS-WAIVED
           DISPLAY "DEFAULTED:            " WS-DEFAULTED
           DISPLAY "REJECTED:             " WS-REJECTED
           DISPLAY "POLICY TRANS STAGED:  " WS-POLICY-TRANS-OUT
           DISPLAY "CENSUS ROWS STAGED:   " WS-CENSUS-ROWS-OUT
           DISPLAY "ID CARDS REQUESTED:   " WS-CARDS-REQUESTED
           DISPLAY "CONFIRMATION WRITTEN TO: "
                   "reports/open_enrollment.txt"
           IF WS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-CLEANUP.
           CLOSE POLICY-FILE
           CLOSE REPORT-FILE.
