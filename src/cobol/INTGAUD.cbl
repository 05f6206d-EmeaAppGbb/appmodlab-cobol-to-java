       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGAUD.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * CROSS-MASTER REFERENTIAL INTEGRITY AUDIT                       *
      * ACCUMVER PROVES THE ACCUMULATOR STORE AGAINST THE BOOKS; THIS  *
      * WEEKLY BATCH PROVES THE MASTERS AGAINST EACH OTHER. EVERY      *
      * KEY ONE MASTER CARRIES FOR ANOTHER IS LOOKED UP IN THAT OTHER  *
      * MASTER, AND EVERY ORPHAN OR DANGLING REFERENCE IS LISTED:      *
      *   - POLICY GROUP, AGENT AND PLAN TYPE NOT ON THEIR MASTERS     *
      *   - MEMBERS WHOSE POLICY IS NOT ON THE POLICY MASTER           *
      *   - ADDRESSES FOR MEMBERS NOT ON THE MEMBER MASTER             *
      *   - OPEN PREAUTHS, REFERRALS AND SUBROGATION CASES WHOSE       *
      *     POLICY IS MISSING OR NO LONGER IN FORCE                    *
      *   - CLAIM HISTORY ROWS NAMING A PROVIDER NOT ON FILE           *
      * EACH CATEGORY CARRIES A SEVERITY. A HIGH-SEVERITY BREAK IS     *
      * ONE THAT CHANGES HOW A CLAIM PAYS OR WHO IS PAID; ANY HIGH     *
      * BREAK ENDS THE JOB WITH CONDITION CODE 8 THE WAY CYCBAL DOES   *
      * WHEN THE CYCLE IS OUT OF BALANCE. THE MASTERS ARE LOADED INTO  *
      * SORTED TABLES AND PROBED WITH SEARCH ALL                       *
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

           SELECT AGENT-FILE
               ASSIGN TO "data/agents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT PLAN-FILE
               ASSIGN TO "data/plan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT PROVIDER-FILE
               ASSIGN TO "data/providers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO WS-POLICY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT ADDRESS-FILE
               ASSIGN TO "data/addresses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT PREAUTH-FILE
               ASSIGN TO "data/preauths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREAUTH-STATUS.

           SELECT REFERRAL-FILE
               ASSIGN TO "data/referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT SUBRO-FILE
               ASSIGN TO "data/subro_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBRO-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/integrity_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  GROUP-FILE.
       01  GROUP-RECORD.
           COPY GRPREC.

       FD  AGENT-FILE.
       01  AGENT-RECORD.
           COPY AGENTREC.

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           COPY PLANREC.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  POLICY-FILE.
       01  POL-MASTER-REC.
           COPY POLREC.

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           COPY MBRREC.

       FD  ADDRESS-FILE.
       01  ADDRESS-RECORD.
           COPY ADDRREC.

       FD  PREAUTH-FILE.
       01  PREAUTH-RECORD.
           COPY PAUTHREC.

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           COPY REFRLREC.

       FD  SUBRO-FILE.
       01  SUBRO-RECORD.
           COPY SUBRREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE SAME
      * POLICY-FILE KEY THE CYCLE RESOLVES
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-POLICY-FILENAME       PIC X(60) VALUE "data/policies.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-GROUP-STATUS          PIC XX.
       01  WS-AGENT-STATUS          PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-ADDRESS-STATUS        PIC XX.
       01  WS-PREAUTH-STATUS        PIC XX.
       01  WS-REFERRAL-STATUS       PIC XX.
       01  WS-SUBRO-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * KEY TABLES - EACH LOADED, PADDED WITH HIGH-VALUES AND SORTED
      * SO SEARCH ALL CAN PROBE IT
       01  WS-MAX-GROUPS            PIC 9(5) VALUE 2000.
       01  WS-GROUP-COUNT           PIC 9(5) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GK-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS WS-GK-GROUP-NUMBER
               INDEXED BY WS-GK-IDX.
               10  WS-GK-GROUP-NUMBER   PIC X(8).

       01  WS-MAX-AGENTS            PIC 9(5) VALUE 2000.
       01  WS-AGENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-AGENT-TABLE.
           05  WS-AK-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS WS-AK-AGENT-ID
               INDEXED BY WS-AK-IDX.
               10  WS-AK-AGENT-ID       PIC X(8).

       01  WS-MAX-PLANS             PIC 9(5) VALUE 200.
       01  WS-PLAN-COUNT            PIC 9(5) VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-LK-ENTRY OCCURS 200 TIMES
               ASCENDING KEY IS WS-LK-PLAN-TYPE
               INDEXED BY WS-LK-IDX.
               10  WS-LK-PLAN-TYPE      PIC X(2).

       01  WS-MAX-PROVIDERS         PIC 9(5) VALUE 9000.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-VK-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS WS-VK-PROVIDER-ID
               INDEXED BY WS-VK-IDX.
               10  WS-VK-PROVIDER-ID    PIC X(8).

       01  WS-MAX-POLICIES          PIC 9(5) VALUE 9000.
       01  WS-POLICY-COUNT          PIC 9(5) VALUE 0.
       01  WS-POLICY-TABLE.
           05  WS-PK-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS WS-PK-POLICY-NUMBER
               INDEXED BY WS-PK-IDX.
               10  WS-PK-POLICY-NUMBER  PIC X(10).
               10  WS-PK-STATUS         PIC X(1).
                   88  PK-IN-FORCE      VALUE "A".
               10  WS-PK-GROUP-NUMBER   PIC X(8).
               10  WS-PK-AGENT-ID       PIC X(8).
               10  WS-PK-PLAN-TYPE      PIC X(2).

       01  WS-MAX-MEMBERS           PIC 9(5) VALUE 30000.
       01  WS-MEMBER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MK-ENTRY OCCURS 30000 TIMES
               ASCENDING KEY IS WS-MK-POLICY-NUMBER WS-MK-MEMBER-ID
               INDEXED BY WS-MK-IDX.
               10  WS-MK-POLICY-NUMBER  PIC X(10).
               10  WS-MK-MEMBER-ID      PIC X(10).

       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PK-SCAN-IDX           PIC 9(5) VALUE 0.
       01  WS-KEY-FOUND             PIC X VALUE 'N'.
           88 KEY-FOUND             VALUE 'Y'.
       01  WS-PROBE-POLICY          PIC X(10).
       01  WS-PROBE-IN-FORCE        PIC X VALUE 'N'.
           88 PROBE-IN-FORCE        VALUE 'Y'.

      * BREAK CATEGORIES - CODE ORDER IS REPORT ORDER. H = HIGH
      * SEVERITY (CHANGES HOW A CLAIM PAYS OR WHO IS PAID), L = LOW
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(41)
               VALUE "HPOLICY GROUP NOT ON GROUP MASTER        ".
           05  FILLER PIC X(41)
               VALUE "LPOLICY AGENT NOT ON AGENT MASTER        ".
           05  FILLER PIC X(41)
               VALUE "HPOLICY PLAN TYPE NOT ON PLAN MASTER     ".
           05  FILLER PIC X(41)
               VALUE "HMEMBER POLICY NOT ON POLICY MASTER      ".
           05  FILLER PIC X(41)
               VALUE "LADDRESS FOR MEMBER NOT ON MEMBER MASTER ".
           05  FILLER PIC X(41)
               VALUE "HOPEN PREAUTH - POLICY NOT ON FILE       ".
           05  FILLER PIC X(41)
               VALUE "LOPEN PREAUTH - POLICY NOT IN FORCE      ".
           05  FILLER PIC X(41)
               VALUE "HOPEN REFERRAL - POLICY NOT ON FILE      ".
           05  FILLER PIC X(41)
               VALUE "LOPEN REFERRAL - POLICY NOT IN FORCE     ".
           05  FILLER PIC X(41)
               VALUE "HOPEN SUBRO CASE - POLICY NOT ON FILE    ".
           05  FILLER PIC X(41)
               VALUE "LOPEN SUBRO CASE - POLICY NOT IN FORCE   ".
           05  FILLER PIC X(41)
               VALUE "HCLAIM PROVIDER NOT ON PROVIDER MASTER   ".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CT-ENTRY OCCURS 12 TIMES.
               10  WS-CT-SEVERITY       PIC X(1).
                   88  CT-HIGH-SEVERITY VALUE "H".
               10  WS-CT-DESCRIPTION    PIC X(40).
       01  WS-CATEGORY-COUNTS.
           05  WS-CC-BREAKS OCCURS 12 TIMES PIC 9(7).
       01  WS-CT-IDX                PIC 9(2).

       01  WS-CAT-GROUP             PIC 9(2) VALUE 01.
       01  WS-CAT-AGENT             PIC 9(2) VALUE 02.
       01  WS-CAT-PLAN              PIC 9(2) VALUE 03.
       01  WS-CAT-MEMBER-POLICY     PIC 9(2) VALUE 04.
       01  WS-CAT-ADDRESS-MEMBER    PIC 9(2) VALUE 05.
       01  WS-CAT-PREAUTH-MISSING   PIC 9(2) VALUE 06.
       01  WS-CAT-PREAUTH-TERMED    PIC 9(2) VALUE 07.
       01  WS-CAT-REFERRAL-MISSING  PIC 9(2) VALUE 08.
       01  WS-CAT-REFERRAL-TERMED   PIC 9(2) VALUE 09.
       01  WS-CAT-SUBRO-MISSING     PIC 9(2) VALUE 10.
       01  WS-CAT-SUBRO-TERMED      PIC 9(2) VALUE 11.
       01  WS-CAT-CLAIM-PROVIDER    PIC 9(2) VALUE 12.

      * ONE BREAK, AS HANDED TO 8000-RECORD-BREAK
       01  WS-BREAK-CATEGORY        PIC 9(2).
       01  WS-BREAK-RECORD          PIC X(26).
       01  WS-BREAK-REFERENCE       PIC X(26).

       01  WS-COUNTERS.
           05  WS-HIGH-BREAKS       PIC 9(7) VALUE 0.
           05  WS-LOW-BREAKS        PIC 9(7) VALUE 0.
           05  WS-HISTORY-ROWS      PIC 9(7) VALUE 0.
           05  WS-ADDRESSES-READ    PIC 9(7) VALUE 0.
           05  WS-PREAUTHS-READ     PIC 9(7) VALUE 0.
           05  WS-REFERRALS-READ    PIC 9(7) VALUE 0.
           05  WS-SUBRO-READ        PIC 9(7) VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER PIC X(5)  VALUE "SEV".
           05  FILLER PIC X(42) VALUE "CATEGORY".
           05  FILLER PIC X(28) VALUE "RECORD".
           05  FILLER PIC X(26) VALUE "REFERENCE".

       01  WS-DETAIL-LINE.
           05  WS-DL-SEVERITY       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DL-DESCRIPTION    PIC X(40).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-RECORD         PIC X(26).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-REFERENCE      PIC X(26).

       01  WS-SUMMARY-LINE.
           05  WS-SL-SEVERITY       PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-SL-DESCRIPTION    PIC X(40).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-COUNT          PIC Z,ZZZ,ZZ9.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "INTGAUD".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-GROUPS
           PERFORM 1200-LOAD-AGENTS
           PERFORM 1300-LOAD-PLANS
           PERFORM 1400-LOAD-PROVIDERS
           PERFORM 1500-LOAD-POLICIES
           PERFORM 2000-CHECK-POLICY
               VARYING WS-PK-SCAN-IDX FROM 1 BY 1
               UNTIL WS-PK-SCAN-IDX > WS-POLICY-COUNT
           PERFORM 2100-CHECK-MEMBERS
           PERFORM 2200-CHECK-ADDRESSES
           PERFORM 2300-CHECK-PREAUTHS
           PERFORM 2400-CHECK-REFERRALS
           PERFORM 2500-CHECK-SUBRO-CASES
           PERFORM 2600-CHECK-CLAIM-HISTORY
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-CLEANUP
           IF WS-HIGH-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - MASTER INTEGRITY AUDIT"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           INITIALIZE WS-CATEGORY-COUNTS
           PERFORM 1050-RESOLVE-FILENAMES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTINENTAL INSURANCE - MASTER INTEGRITY AUDIT - "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

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
                   IF RUNPARM-NAME = "POLICY-FILE"
                       MOVE RUNPARM-VALUE TO WS-POLICY-FILENAME
                   END-IF
           END-READ.

       1100-LOAD-GROUPS.
           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: GROUP MASTER NOT FOUND - "
                       "EVERY POLICY GROUP WILL REPORT AS MISSING"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 1110-READ-GROUP UNTIL EOF-CURRENT-FILE
               CLOSE GROUP-FILE
           END-IF
           PERFORM 1150-PAD-GROUP-SLOT
               VARYING WS-PAD-IDX FROM WS-GROUP-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-GROUPS
           SORT WS-GK-ENTRY ON ASCENDING KEY WS-GK-GROUP-NUMBER.

       1110-READ-GROUP.
           READ GROUP-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-GROUP-COUNT < WS-MAX-GROUPS
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE GRP-GROUP-NUMBER
                           TO WS-GK-GROUP-NUMBER(WS-GROUP-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: GROUP TABLE FULL - "
                               GRP-GROUP-NUMBER " NOT LOADED"
                   END-IF
           END-READ.

       1150-PAD-GROUP-SLOT.
           MOVE HIGH-VALUES TO WS-GK-GROUP-NUMBER(WS-PAD-IDX + 1).

       1200-LOAD-AGENTS.
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: AGENT MASTER NOT FOUND - "
                       "EVERY POLICY AGENT WILL REPORT AS MISSING"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 1210-READ-AGENT UNTIL EOF-CURRENT-FILE
               CLOSE AGENT-FILE
           END-IF
           PERFORM 1250-PAD-AGENT-SLOT
               VARYING WS-PAD-IDX FROM WS-AGENT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-AGENTS
           SORT WS-AK-ENTRY ON ASCENDING KEY WS-AK-AGENT-ID.

       1210-READ-AGENT.
           READ AGENT-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-AGENT-COUNT < WS-MAX-AGENTS
                       ADD 1 TO WS-AGENT-COUNT
                       MOVE AGT-AGENT-ID
                           TO WS-AK-AGENT-ID(WS-AGENT-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: AGENT TABLE FULL - "
                               AGT-AGENT-ID " NOT LOADED"
                   END-IF
           END-READ.

       1250-PAD-AGENT-SLOT.
           MOVE HIGH-VALUES TO WS-AK-AGENT-ID(WS-PAD-IDX + 1).

       1300-LOAD-PLANS.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: PLAN MASTER NOT FOUND - "
                       "EVERY PLAN TYPE WILL REPORT AS MISSING"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 1310-READ-PLAN UNTIL EOF-CURRENT-FILE
               CLOSE PLAN-FILE
           END-IF
           PERFORM 1350-PAD-PLAN-SLOT
               VARYING WS-PAD-IDX FROM WS-PLAN-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PLANS
           SORT WS-LK-ENTRY ON ASCENDING KEY WS-LK-PLAN-TYPE.

       1310-READ-PLAN.
           READ PLAN-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-PLAN-COUNT < WS-MAX-PLANS
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE PLAN-PLAN-TYPE
                           TO WS-LK-PLAN-TYPE(WS-PLAN-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: PLAN TABLE FULL - "
                               PLAN-PLAN-TYPE " NOT LOADED"
                   END-IF
           END-READ.

       1350-PAD-PLAN-SLOT.
           MOVE HIGH-VALUES TO WS-LK-PLAN-TYPE(WS-PAD-IDX + 1).

       1400-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: PROVIDER MASTER NOT FOUND - "
                       "EVERY CLAIM PROVIDER WILL REPORT AS MISSING"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 1410-READ-PROVIDER UNTIL EOF-CURRENT-FILE
               CLOSE PROVIDER-FILE
           END-IF
           PERFORM 1450-PAD-PROVIDER-SLOT
               VARYING WS-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-VK-ENTRY ON ASCENDING KEY WS-VK-PROVIDER-ID.

       1410-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                       ADD 1 TO WS-PROVIDER-COUNT
                       MOVE PROV-PROVIDER-ID
                           TO WS-VK-PROVIDER-ID(WS-PROVIDER-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: PROVIDER TABLE FULL - "
                               PROV-PROVIDER-ID " NOT LOADED"
                   END-IF
           END-READ.

       1450-PAD-PROVIDER-SLOT.
           MOVE HIGH-VALUES TO WS-VK-PROVIDER-ID(WS-PAD-IDX + 1).

       1500-LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: POLICY MASTER NOT FOUND - "
                       "EVERY POLICY REFERENCE WILL REPORT AS MISSING"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 1510-READ-POLICY UNTIL EOF-CURRENT-FILE
               CLOSE POLICY-FILE
           END-IF
           PERFORM 1550-PAD-POLICY-SLOT
               VARYING WS-PAD-IDX FROM WS-POLICY-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-POLICIES
           SORT WS-PK-ENTRY ON ASCENDING KEY WS-PK-POLICY-NUMBER.

       1510-READ-POLICY.
           READ POLICY-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-POLICY-COUNT < WS-MAX-POLICIES
                       ADD 1 TO WS-POLICY-COUNT
                       MOVE POL-POLICY-NUMBER
                           TO WS-PK-POLICY-NUMBER(WS-POLICY-COUNT)
                       MOVE POL-STATUS
                           TO WS-PK-STATUS(WS-POLICY-COUNT)
                       MOVE POL-GROUP-NUMBER
                           TO WS-PK-GROUP-NUMBER(WS-POLICY-COUNT)
                       MOVE POL-AGENT-ID
                           TO WS-PK-AGENT-ID(WS-POLICY-COUNT)
                       MOVE POL-PLAN-TYPE
                           TO WS-PK-PLAN-TYPE(WS-POLICY-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: POLICY TABLE FULL - "
                               POL-POLICY-NUMBER " NOT LOADED"
                   END-IF
           END-READ.

       1550-PAD-POLICY-SLOT.
           MOVE HIGH-VALUES TO WS-PK-POLICY-NUMBER(WS-PAD-IDX + 1).

       2000-CHECK-POLICY.
      *    GROUP AND AGENT ARE OPTIONAL - AN INDIVIDUAL POLICY HAS NO
      *    GROUP AND A DIRECT SALE NO AGENT - SO ONLY A NON-BLANK KEY
      *    CAN DANGLE. EVERY POLICY MUST NAME A PLAN TYPE
           IF WS-PK-GROUP-NUMBER(WS-PK-SCAN-IDX) NOT = SPACES
               MOVE 'N' TO WS-KEY-FOUND
               SEARCH ALL WS-GK-ENTRY
                   WHEN WS-GK-GROUP-NUMBER(WS-GK-IDX)
                            = WS-PK-GROUP-NUMBER(WS-PK-SCAN-IDX)
                       SET KEY-FOUND TO TRUE
               END-SEARCH
               IF NOT KEY-FOUND
                   MOVE WS-CAT-GROUP TO WS-BREAK-CATEGORY
                   PERFORM 2050-FORMAT-POLICY-RECORD
                   STRING "GROUP "
                          WS-PK-GROUP-NUMBER(WS-PK-SCAN-IDX)
                       DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
                   END-STRING
                   PERFORM 8000-RECORD-BREAK
               END-IF
           END-IF

           IF WS-PK-AGENT-ID(WS-PK-SCAN-IDX) NOT = SPACES
               MOVE 'N' TO WS-KEY-FOUND
               SEARCH ALL WS-AK-ENTRY
                   WHEN WS-AK-AGENT-ID(WS-AK-IDX)
                            = WS-PK-AGENT-ID(WS-PK-SCAN-IDX)
                       SET KEY-FOUND TO TRUE
               END-SEARCH
               IF NOT KEY-FOUND
                   MOVE WS-CAT-AGENT TO WS-BREAK-CATEGORY
                   PERFORM 2050-FORMAT-POLICY-RECORD
                   STRING "AGENT " WS-PK-AGENT-ID(WS-PK-SCAN-IDX)
                       DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
                   END-STRING
                   PERFORM 8000-RECORD-BREAK
               END-IF
           END-IF

           MOVE 'N' TO WS-KEY-FOUND
           SEARCH ALL WS-LK-ENTRY
               WHEN WS-LK-PLAN-TYPE(WS-LK-IDX)
                        = WS-PK-PLAN-TYPE(WS-PK-SCAN-IDX)
                   SET KEY-FOUND TO TRUE
           END-SEARCH
           IF NOT KEY-FOUND
               MOVE WS-CAT-PLAN TO WS-BREAK-CATEGORY
               PERFORM 2050-FORMAT-POLICY-RECORD
               STRING "PLAN TYPE " WS-PK-PLAN-TYPE(WS-PK-SCAN-IDX)
                   DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
               END-STRING
               PERFORM 8000-RECORD-BREAK
           END-IF.

       2050-FORMAT-POLICY-RECORD.
           MOVE SPACES TO WS-BREAK-RECORD
           MOVE SPACES TO WS-BREAK-REFERENCE
           STRING "POLICY " WS-PK-POLICY-NUMBER(WS-PK-SCAN-IDX)
               DELIMITED BY SIZE INTO WS-BREAK-RECORD
           END-STRING.

       2100-CHECK-MEMBERS.
      *    THE MEMBER MASTER IS ALSO LOADED HERE FOR THE ADDRESS CHECK
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               DISPLAY "INTGAUD WARNING: MEMBER MASTER NOT FOUND - "
                       "EVERY ADDRESS WILL REPORT AS ORPHANED"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2110-READ-MEMBER UNTIL EOF-CURRENT-FILE
               CLOSE MEMBER-FILE
           END-IF
           PERFORM 2150-PAD-MEMBER-SLOT
               VARYING WS-PAD-IDX FROM WS-MEMBER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-MEMBERS
           SORT WS-MK-ENTRY
               ON ASCENDING KEY WS-MK-POLICY-NUMBER WS-MK-MEMBER-ID.

       2110-READ-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MBR-POLICY-NUMBER
                           TO WS-MK-POLICY-NUMBER(WS-MEMBER-COUNT)
                       MOVE MBR-MEMBER-ID
                           TO WS-MK-MEMBER-ID(WS-MEMBER-COUNT)
                   ELSE
                       DISPLAY "INTGAUD WARNING: MEMBER TABLE FULL - "
                               MBR-POLICY-NUMBER " " MBR-MEMBER-ID
                               " NOT LOADED"
                   END-IF
                   MOVE MBR-POLICY-NUMBER TO WS-PROBE-POLICY
                   PERFORM 7000-PROBE-POLICY
                   IF NOT KEY-FOUND
                       MOVE WS-CAT-MEMBER-POLICY TO WS-BREAK-CATEGORY
                       MOVE SPACES TO WS-BREAK-RECORD
                       MOVE SPACES TO WS-BREAK-REFERENCE
                       STRING "MEMBER " MBR-MEMBER-ID
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       STRING "POLICY " MBR-POLICY-NUMBER
                           DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
                       END-STRING
                       PERFORM 8000-RECORD-BREAK
                   END-IF
           END-READ.

       2150-PAD-MEMBER-SLOT.
           MOVE HIGH-VALUES TO WS-MK-POLICY-NUMBER(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES TO WS-MK-MEMBER-ID(WS-PAD-IDX + 1).

       2200-CHECK-ADDRESSES.
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS = "00"
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2210-READ-ADDRESS UNTIL EOF-CURRENT-FILE
               CLOSE ADDRESS-FILE
           END-IF.

       2210-READ-ADDRESS.
           READ ADDRESS-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADDRESSES-READ
                   MOVE 'N' TO WS-KEY-FOUND
                   SEARCH ALL WS-MK-ENTRY
                       WHEN WS-MK-POLICY-NUMBER(WS-MK-IDX)
                                = ADDR-POLICY-NUMBER
                        AND WS-MK-MEMBER-ID(WS-MK-IDX)
                                = ADDR-MEMBER-ID
                           SET KEY-FOUND TO TRUE
                   END-SEARCH
                   IF NOT KEY-FOUND
                       MOVE WS-CAT-ADDRESS-MEMBER TO WS-BREAK-CATEGORY
                       MOVE SPACES TO WS-BREAK-RECORD
                       MOVE SPACES TO WS-BREAK-REFERENCE
                       STRING "ADDRESS " ADDR-POLICY-NUMBER
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       STRING "MEMBER " ADDR-MEMBER-ID
                           DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
                       END-STRING
                       PERFORM 8000-RECORD-BREAK
                   END-IF
           END-READ.

       2300-CHECK-PREAUTHS.
           OPEN INPUT PREAUTH-FILE
           IF WS-PREAUTH-STATUS = "00"
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2310-READ-PREAUTH UNTIL EOF-CURRENT-FILE
               CLOSE PREAUTH-FILE
           END-IF.

       2310-READ-PREAUTH.
           READ PREAUTH-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PREAUTHS-READ
                   IF PAUTH-ACTIVE
                       MOVE PAUTH-POLICY-NUMBER TO WS-PROBE-POLICY
                       PERFORM 7000-PROBE-POLICY
                       MOVE SPACES TO WS-BREAK-RECORD
                       STRING "PREAUTH " PAUTH-AUTH-NUMBER
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       MOVE WS-CAT-PREAUTH-MISSING TO WS-BREAK-CATEGORY
                       PERFORM 7100-CHECK-PROBED-POLICY
                   END-IF
           END-READ.

       2400-CHECK-REFERRALS.
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS = "00"
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2410-READ-REFERRAL UNTIL EOF-CURRENT-FILE
               CLOSE REFERRAL-FILE
           END-IF.

       2410-READ-REFERRAL.
           READ REFERRAL-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFERRALS-READ
                   IF REFL-ACTIVE
                       MOVE REFL-POLICY-NUMBER TO WS-PROBE-POLICY
                       PERFORM 7000-PROBE-POLICY
                       MOVE SPACES TO WS-BREAK-RECORD
                       STRING "REFERRAL " REFL-REFERRAL-NUMBER
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       MOVE WS-CAT-REFERRAL-MISSING
                           TO WS-BREAK-CATEGORY
                       PERFORM 7100-CHECK-PROBED-POLICY
                   END-IF
           END-READ.

       2500-CHECK-SUBRO-CASES.
           OPEN INPUT SUBRO-FILE
           IF WS-SUBRO-STATUS = "00"
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2510-READ-SUBRO-CASE UNTIL EOF-CURRENT-FILE
               CLOSE SUBRO-FILE
           END-IF.

       2510-READ-SUBRO-CASE.
           READ SUBRO-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUBRO-READ
                   IF SUBR-OPEN
                       MOVE SUBR-POLICY-NUMBER TO WS-PROBE-POLICY
                       PERFORM 7000-PROBE-POLICY
                       MOVE SPACES TO WS-BREAK-RECORD
                       STRING "SUBRO CLAIM " SUBR-CLAIM-NUMBER
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       MOVE WS-CAT-SUBRO-MISSING TO WS-BREAK-CATEGORY
                       PERFORM 7100-CHECK-PROBED-POLICY
                   END-IF
           END-READ.

       2600-CHECK-CLAIM-HISTORY.
           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "INTGAUD WARNING: CLAIM HISTORY MASTER IS "
                       "EMPTY - CLAIM PROVIDERS NOT CHECKED"
           ELSE
               MOVE 'N' TO WS-EOF-FILE
               PERFORM 2610-READ-HISTORY-ROW UNTIL EOF-CURRENT-FILE
           END-IF.

       2610-READ-HISTORY-ROW.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
               ADD 1 TO WS-HISTORY-ROWS
               IF CLM-PROVIDER-ID NOT = SPACES
                   MOVE 'N' TO WS-KEY-FOUND
                   SEARCH ALL WS-VK-ENTRY
                       WHEN WS-VK-PROVIDER-ID(WS-VK-IDX)
                                = CLM-PROVIDER-ID
                           SET KEY-FOUND TO TRUE
                   END-SEARCH
                   IF NOT KEY-FOUND
                       MOVE WS-CAT-CLAIM-PROVIDER
                           TO WS-BREAK-CATEGORY
                       MOVE SPACES TO WS-BREAK-RECORD
                       MOVE SPACES TO WS-BREAK-REFERENCE
                       STRING "CLAIM " CLM-CLAIM-NUMBER
                              " " CLH-CYCLE-DATE
                           DELIMITED BY SIZE INTO WS-BREAK-RECORD
                       END-STRING
                       STRING "PROVIDER " CLM-PROVIDER-ID
                           DELIMITED BY SIZE
                           INTO WS-BREAK-REFERENCE
                       END-STRING
                       PERFORM 8000-RECORD-BREAK
                   END-IF
               END-IF
           END-IF.

       7000-PROBE-POLICY.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE 'N' TO WS-PROBE-IN-FORCE
           SEARCH ALL WS-PK-ENTRY
               WHEN WS-PK-POLICY-NUMBER(WS-PK-IDX) = WS-PROBE-POLICY
                   SET KEY-FOUND TO TRUE
                   IF PK-IN-FORCE(WS-PK-IDX)
                       SET PROBE-IN-FORCE TO TRUE
                   END-IF
           END-SEARCH.

       7100-CHECK-PROBED-POLICY.
      *    THE CALLER SETS THE NOT-ON-FILE CATEGORY; THE NOT-IN-FORCE
      *    CATEGORY FOR THE SAME RECORD TYPE ALWAYS FOLLOWS IT
           MOVE SPACES TO WS-BREAK-REFERENCE
           STRING "POLICY " WS-PROBE-POLICY
               DELIMITED BY SIZE INTO WS-BREAK-REFERENCE
           END-STRING
           IF NOT KEY-FOUND
               PERFORM 8000-RECORD-BREAK
           ELSE
               IF NOT PROBE-IN-FORCE
                   ADD 1 TO WS-BREAK-CATEGORY
                   PERFORM 8000-RECORD-BREAK
               END-IF
           END-IF.

       8000-RECORD-BREAK.
           ADD 1 TO WS-CC-BREAKS(WS-BREAK-CATEGORY)
           IF CT-HIGH-SEVERITY(WS-BREAK-CATEGORY)
               ADD 1 TO WS-HIGH-BREAKS
               MOVE "HIGH" TO WS-DL-SEVERITY
           ELSE
               ADD 1 TO WS-LOW-BREAKS
               MOVE "LOW" TO WS-DL-SEVERITY
           END-IF
           MOVE WS-CT-DESCRIPTION(WS-BREAK-CATEGORY)
               TO WS-DL-DESCRIPTION
           MOVE WS-BREAK-RECORD TO WS-DL-RECORD
           MOVE WS-BREAK-REFERENCE TO WS-DL-REFERENCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BREAKS BY CATEGORY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-PRINT-CATEGORY-LINE
               VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 12
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "HIGH-SEVERITY BREAKS: " WS-HIGH-BREAKS
                  "   LOW-SEVERITY BREAKS: " WS-LOW-BREAKS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS CHECKED - POLICIES: " WS-POLICY-COUNT
                  "  MEMBERS: " WS-MEMBER-COUNT
                  "  ADDRESSES: " WS-ADDRESSES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                  PREAUTHS: " WS-PREAUTHS-READ
                  "  REFERRALS: " WS-REFERRALS-READ
                  "  SUBRO: " WS-SUBRO-READ
                  "  HISTORY: " WS-HISTORY-ROWS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY " "
           DISPLAY "MASTER INTEGRITY AUDIT COMPLETE"
           DISPLAY "HIGH-SEVERITY BREAKS: " WS-HIGH-BREAKS
           DISPLAY "LOW-SEVERITY BREAKS:  " WS-LOW-BREAKS
           DISPLAY "REPORT: reports/integrity_audit.txt"
           IF WS-HIGH-BREAKS > ZERO
               DISPLAY "INTGAUD: HIGH-SEVERITY BREAKS FOUND - "
                       "ENDING WITH CONDITION CODE 8"
           END-IF.

       5100-PRINT-CATEGORY-LINE.
           IF CT-HIGH-SEVERITY(WS-CT-IDX)
               MOVE "HIGH" TO WS-SL-SEVERITY
           ELSE
               MOVE "LOW" TO WS-SL-SEVERITY
           END-IF
           MOVE WS-CT-DESCRIPTION(WS-CT-IDX) TO WS-SL-DESCRIPTION
           MOVE WS-CC-BREAKS(WS-CT-IDX) TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-CLEANUP.
           CLOSE REPORT-FILE.
