       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPPAY.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTHLY PCP CAPITATION PAYMENT PROGRAM                         *
      * PAYS EVERY PRIMARY CARE PROVIDER ITS PER-MEMBER-PER-MONTH      *
      * CAPITATION FOR THE GATEKEEPER-PLAN MEMBERS ASSIGNED TO IT ON   *
      * THE FIRST OF THE MONTH:                                        *
      *   - A MEMBER COUNTS WHEN THE MEMBER ROW, THE POLICY AND THE    *
      *     PLAN ARE ALL IN FORCE ON THE FIRST, THE PLAN CARRIES A     *
      *     PMPM RATE, AND THE PCP ASSIGNMENT TOOK EFFECT ON OR        *
      *     BEFORE THE FIRST WITH A PCP STILL CREDENTIALED THEN        *
      *   - THE PRIOR MONTH IS RE-JUDGED AGAINST TODAY'S MASTERS AND   *
      *     ITS ROSTER: A MEMBER ENROLLED OR ASSIGNED AFTER THAT       *
      *     MONTH WAS PAID IS A RETRO ADD, A PAID MEMBER NO LONGER     *
      *     COVERED THEN (OR BACK-DATED TO ANOTHER PCP) IS A RETRO     *
      *     TERM TAKEN BACK OFF THIS MONTH'S PAYMENT                   *
      *   - EACH PCP'S NET BOOKS AS ONE STATUS-A PROVIDER-PAYEE        *
      *     CAPITATION LINE ON THE PAYMENT LEDGER, SO PAYDISB          *
      *     DISBURSES IT AND GLEXTR JOURNALS IT LIKE ANY OTHER LINE.   *
      *     A PCP WHOSE TERMS OUTWEIGH ITS MONTH OWES THE DIFFERENCE   *
      *     BACK - A RECOVERY TRANSACTION IS RAISED FOR CLAWBACK       *
      *     AGAINST ITS PRIOR CAPITATION LINE                          *
      * EVERY MEMBER-MONTH PAID OR ADJUSTED IS APPENDED TO THE         *
      * CAPITATION ROSTER, WHICH IS ALSO THE GUARD AGAINST PAYING A    *
      * MONTH TWICE. THE MONTH DEFAULTS TO THE BUSINESS DATE'S AND     *
      * CAN BE SET WITH THE CAP-MONTH (CCYYMM) RUN PARAMETER           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT PLAN-MASTER-FILE
               ASSIGN TO "data/plan_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT ROSTER-FILE
               ASSIGN TO "data/cap_roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT CAP-CONTROL-FILE
               ASSIGN TO "data/capitation_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-CTL-STATUS.

           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC.

       FD  PLAN-MASTER-FILE.
       01  PLAN-MASTER-REC.
           COPY PLANREC.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           COPY CAPRREC.

       FD  CAP-CONTROL-FILE.
       01  CAP-CONTROL-RECORD.
           05  CPCT-LAST-SEQUENCE   PIC 9(4).

       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-ROSTER-STATUS         PIC XX.
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  WS-CAP-CTL-STATUS        PIC XX.
       01  WS-CLAWBACK-STATUS       PIC XX.

       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-PLAN              PIC X VALUE 'N'.
           88 EOF-PLAN              VALUE 'Y'.
       01  WS-EOF-ROSTER            PIC X VALUE 'N'.
           88 EOF-ROSTER            VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE MONTH BEING PAID AND THE MONTH BEFORE IT, WHOSE ROSTER
      * THE RETRO ADJUSTMENTS ARE JUDGED AGAINST
       01  WS-CAP-MONTH             PIC 9(6) VALUE 0.
       01  WS-CAP-MONTH-R REDEFINES WS-CAP-MONTH.
           05  WS-CAP-YEAR          PIC 9(4).
           05  WS-CAP-MM            PIC 9(2).
       01  WS-PRIOR-MONTH           PIC 9(6) VALUE 0.
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR        PIC 9(4).
           05  WS-PRIOR-MM          PIC 9(2).
       01  WS-CAP-FIRST-DATE        PIC 9(8).
       01  WS-PRIOR-FIRST-DATE      PIC 9(8).

      * THE ROSTER TELLS US WHETHER THIS MONTH WAS ALREADY PAID, AND
      * WHETHER LAST MONTH WAS PAID AT ALL - WITH NO PRIOR RUN THERE
      * IS NOTHING TO ADJUST AND THE FIRST MONTH IS PAID CLEAN
       01  WS-MONTH-ALREADY-RUN     PIC X VALUE 'N'.
           88 MONTH-ALREADY-RUN     VALUE 'Y'.
       01  WS-PRIOR-RUN-FOUND       PIC X VALUE 'N'.
           88 PRIOR-RUN-FOUND       VALUE 'Y'.
       01  WS-ROSTER-SEQ            PIC 9(7) VALUE 0.

      * PLAN MASTER TABLE FOR THE GATEKEEPER FLAG AND PMPM RATE
       01  WS-MAX-PLANS             PIC 9(3) VALUE 50.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE 0.
       01  WS-PL-IDX                PIC 9(3) VALUE 0.
       01  WS-PL-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-PL-FOUND              PIC X VALUE 'N'.
           88 PL-FOUND              VALUE 'Y'.
       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY OCCURS 50 TIMES.
               COPY PLANREC REPLACING ==05== BY ==10==.

      * LAST MONTH'S ROSTER ROWS, LOADED IN FILE ORDER AND SORTED ON
      * MEMBER THEN ARRIVAL SO EACH MEMBER'S ROWS CAN BE NETTED IN
      * THE ORDER THEY WERE BOOKED. UNUSED SLOTS ARE KEYED HIGH-VALUES
      * SO THEY SORT BEHIND EVERY REAL ROW
       01  WS-MAX-PRIOR-ROWS        PIC 9(5) VALUE 25000.
       01  WS-PRIOR-ROW-COUNT       PIC 9(5) VALUE 0.
       01  WS-PR-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PRIOR-ROW-TABLE.
           05  WS-PR-ENTRY OCCURS 25000 TIMES
               ASCENDING KEY IS WS-PR-POLICY WS-PR-MEMBER WS-PR-SEQ.
               10  WS-PR-POLICY     PIC X(10).
               10  WS-PR-MEMBER     PIC X(10).
               10  WS-PR-SEQ        PIC 9(7).
               10  WS-PR-ROW-TYPE   PIC X(1).
               10  WS-PR-PCP        PIC X(8).
               10  WS-PR-PLAN       PIC X(2).
               10  WS-PR-AMOUNT     PIC 9(5)V99.

      * ONE ENTRY PER MEMBER LAST MONTH'S ROWS NET TO - WHICH PCP
      * (IF ANY) THE MEMBER-MONTH STANDS PAID TO AND AT WHAT RATE
       01  WS-MAX-PAID              PIC 9(5) VALUE 25000.
       01  WS-PAID-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAID-TABLE.
           05  WS-PM-ENTRY OCCURS 25000 TIMES
               ASCENDING KEY IS WS-PM-POLICY WS-PM-MEMBER
               INDEXED BY WS-PM-IDX.
               10  WS-PM-POLICY     PIC X(10).
               10  WS-PM-MEMBER     PIC X(10).
               10  WS-PM-PCP        PIC X(8).
               10  WS-PM-PLAN       PIC X(2).
               10  WS-PM-AMOUNT     PIC 9(5)V99.
               10  WS-PM-PAID       PIC X(1).
                   88  PM-IS-PAID       VALUE "Y".
               10  WS-PM-SEEN       PIC X(1).
                   88  PM-WAS-SEEN      VALUE "Y".
       01  WS-PM-SUB                PIC 9(5) VALUE 0.
       01  WS-PM-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PM-FOUND              PIC X VALUE 'N'.
           88 PM-FOUND              VALUE 'Y'.

      * ONE ENTRY PER PCP PAID OR ADJUSTED THIS RUN - THE NET BECOMES
      * ITS LEDGER LINE (OR ITS RECOVERY). THE LAST CAPITATION LINE
      * FROM LAST MONTH'S RUN IS WHAT A RECOVERY IS RAISED AGAINST
       01  WS-MAX-PCPS              PIC 9(5) VALUE 5000.
       01  WS-PCP-COUNT             PIC 9(5) VALUE 0.
       01  WS-PC-IDX                PIC 9(5) VALUE 0.
       01  WS-PC-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PC-FOUND              PIC X VALUE 'N'.
           88 PC-FOUND              VALUE 'Y'.
       01  WS-PCP-TABLE.
           05  WS-PC-ENTRY OCCURS 5000 TIMES.
               10  WS-PC-PCP-ID     PIC X(8).
               10  WS-PC-LAST-CLAIM PIC X(10).
               10  WS-PC-NEW-CLAIM  PIC X(10).
               10  WS-PC-NET        PIC S9(9)V99.
               10  WS-PC-REGULAR    PIC 9(5).
               10  WS-PC-ADDS       PIC 9(5).
               10  WS-PC-TERMS      PIC 9(5).

      * THIS RUN'S ROSTER ROWS, HELD UNTIL EVERY PCP'S LINE HAS ITS
      * CLAIM NUMBER SO EACH ROW CAN CARRY THE LINE IT RODE ON
       01  WS-MAX-RUN-ROWS          PIC 9(5) VALUE 30000.
       01  WS-RUN-ROW-COUNT         PIC 9(5) VALUE 0.
       01  WS-RR-IDX                PIC 9(5) VALUE 0.
       01  WS-RUN-ROW-TABLE.
           05  WS-RR-ENTRY OCCURS 30000 TIMES.
               10  WS-RR-RECORD     PIC X(68).
               10  WS-RR-PCP-IDX    PIC 9(5).

       01  WS-WORK-ROW.
           COPY CAPRREC REPLACING ==05== BY ==10==.

      * WHAT 2500-JUDGE-MEMBER FOUND FOR THE MEMBER ON WS-JUDGE-DATE
       01  WS-JUDGE-DATE            PIC 9(8).
       01  WS-JUDGE-COVERED         PIC X VALUE 'N'.
           88 JUDGE-COVERED         VALUE 'Y'.
       01  WS-JUDGE-PCP-IN-FORCE    PIC X VALUE 'N'.
           88 JUDGE-PCP-IN-FORCE    VALUE 'Y'.
       01  WS-JUDGE-RATE            PIC 9(5)V99 VALUE 0.
       01  WS-JUDGE-PLAN            PIC X(2).

       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROV-FOUND            PIC X VALUE 'N'.

      * THE ROW 2800-ADD-RUN-ROW BOOKS
       01  WS-ROW-TYPE              PIC X(1).
       01  WS-ROW-COVER-MONTH       PIC 9(6).
       01  WS-ROW-PCP               PIC X(8).
       01  WS-ROW-PLAN              PIC X(2).
       01  WS-ROW-AMOUNT            PIC 9(5)V99.

      * CAPITATION LINE NUMBERING - "CAPITN" PLUS A DURABLE SEQUENCE,
      * THE SAME SCHEME POLMAINT USES FOR ITS REFUND LINES
       01  WS-CAP-SEQUENCE          PIC 9(4) VALUE 0.
       01  WS-RECOVERY-AMOUNT       PIC 9(7)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-MEMBERS-READ      PIC 9(5) VALUE 0.
           05  WS-MEMBERS-CAPITATED PIC 9(5) VALUE 0.
           05  WS-RETRO-ADDS        PIC 9(5) VALUE 0.
           05  WS-RETRO-TERMS       PIC 9(5) VALUE 0.
           05  WS-PCP-NOT-IN-FORCE  PIC 9(5) VALUE 0.
           05  WS-LINES-BOOKED      PIC 9(5) VALUE 0.
           05  WS-RECOVERIES-RAISED PIC 9(5) VALUE 0.
           05  WS-UNRECOVERED-PCPS  PIC 9(5) VALUE 0.
           05  WS-TOTAL-PAID        PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RECOVERED   PIC 9(9)V99 VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "CAPPAY".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-LOAD-PLAN-MASTER UNTIL EOF-PLAN
           PERFORM 1700-LOAD-ROSTER THRU 1700-EXIT
           PERFORM 1900-NET-PRIOR-MONTH
           PERFORM 2000-PROCESS-MEMBER UNTIL EOF-MEMBER
           IF PRIOR-RUN-FOUND
               PERFORM 2900-TERM-UNSEEN-MEMBER
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PAID-COUNT
           END-IF
           PERFORM 3000-SETTLE-ONE-PCP THRU 3000-EXIT
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PCP-COUNT
           PERFORM 4000-APPEND-ROSTER THRU 4000-EXIT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PCP CAPITATION"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CAP-MONTH

           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

           IF WS-CAP-MONTH NOT NUMERIC
             OR WS-CAP-MM < 1 OR WS-CAP-MM > 12
               DISPLAY "CAPPAY ERROR: CAP-MONTH " WS-CAP-MONTH
                       " IS NOT A VALID CCYYMM - NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CAP-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           COMPUTE WS-CAP-FIRST-DATE = WS-CAP-MONTH * 100 + 1
           COMPUTE WS-PRIOR-FIRST-DATE = WS-PRIOR-MONTH * 100 + 1

           DISPLAY "CAPITATION MONTH: " WS-CAP-MONTH

           OPEN INPUT PLAN-MASTER-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "CAPPAY WARNING: PLAN MASTER NOT FOUND - NO "
                       "PLAN CARRIES A CAPITATION RATE"
               SET EOF-PLAN TO TRUE
           END-IF

           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               DISPLAY "CAPPAY WARNING: MEMBER MASTER NOT FOUND - "
                       "NO MEMBERS TO CAPITATE"
               SET EOF-MEMBER TO TRUE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "CAP-MONTH"
                           MOVE RUNPARM-VALUE(1:6) TO WS-CAP-MONTH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

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

       1700-LOAD-ROSTER.
      *    A MISSING ROSTER IS THE FIRST EVER RUN - NOTHING PAID YET,
      *    SO NOTHING TO GUARD OR ADJUST
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               GO TO 1700-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-ROSTER
           PERFORM 1710-READ-ROSTER-ROW UNTIL EOF-ROSTER
           CLOSE ROSTER-FILE

           IF MONTH-ALREADY-RUN
               DISPLAY "CAPPAY ERROR: CAPITATION FOR " WS-CAP-MONTH
                       " IS ALREADY ON THE ROSTER - NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLEANUP
               STOP RUN
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-ROSTER-ROW.
           READ ROSTER-FILE
               AT END
                   SET EOF-ROSTER TO TRUE
               NOT AT END
                   PERFORM 1720-TAKE-ROSTER-ROW
           END-READ.

       1720-TAKE-ROSTER-ROW.
           ADD 1 TO WS-ROSTER-SEQ
           IF CAPR-RUN-MONTH OF ROSTER-RECORD = WS-CAP-MONTH
               SET MONTH-ALREADY-RUN TO TRUE
           END-IF
      *    LAST MONTH'S RUN BOOKED THE LINES A RECOVERY CAN BE RAISED
      *    AGAINST - THE LATEST ONE PER PCP WINS
           IF CAPR-RUN-MONTH OF ROSTER-RECORD = WS-PRIOR-MONTH
               SET PRIOR-RUN-FOUND TO TRUE
               IF CAPR-CLAIM-NUMBER OF ROSTER-RECORD NOT = SPACES
                   MOVE CAPR-PCP-ID OF ROSTER-RECORD TO WS-ROW-PCP
                   PERFORM 2850-FIND-PCP-ENTRY
                   IF PC-FOUND
                       MOVE CAPR-CLAIM-NUMBER OF ROSTER-RECORD
                           TO WS-PC-LAST-CLAIM(WS-PC-MATCH-IDX)
                   END-IF
               END-IF
           END-IF
           IF CAPR-COVER-MONTH OF ROSTER-RECORD = WS-PRIOR-MONTH
               IF WS-PRIOR-ROW-COUNT < WS-MAX-PRIOR-ROWS
                   ADD 1 TO WS-PRIOR-ROW-COUNT
                   MOVE CAPR-POLICY-NUMBER OF ROSTER-RECORD
                       TO WS-PR-POLICY(WS-PRIOR-ROW-COUNT)
                   MOVE CAPR-MEMBER-ID OF ROSTER-RECORD
                       TO WS-PR-MEMBER(WS-PRIOR-ROW-COUNT)
                   MOVE WS-ROSTER-SEQ
                       TO WS-PR-SEQ(WS-PRIOR-ROW-COUNT)
                   MOVE CAPR-ROW-TYPE OF ROSTER-RECORD
                       TO WS-PR-ROW-TYPE(WS-PRIOR-ROW-COUNT)
                   MOVE CAPR-PCP-ID OF ROSTER-RECORD
                       TO WS-PR-PCP(WS-PRIOR-ROW-COUNT)
                   MOVE CAPR-PLAN-TYPE OF ROSTER-RECORD
                       TO WS-PR-PLAN(WS-PRIOR-ROW-COUNT)
                   MOVE CAPR-AMOUNT OF ROSTER-RECORD
                       TO WS-PR-AMOUNT(WS-PRIOR-ROW-COUNT)
               ELSE
                   DISPLAY "CAPPAY WARNING: PRIOR MONTH TABLE FULL - "
                           "MEMBER " CAPR-MEMBER-ID OF ROSTER-RECORD
                           " NOT ADJUSTED"
               END-IF
           END-IF.

       1900-NET-PRIOR-MONTH.
      *    EACH MEMBER'S ROWS NET IN THE ORDER THEY WERE BOOKED: A
      *    REGULAR OR ADD ROW STANDS THE MONTH PAID TO ITS PCP, A TERM
      *    ROW FOR THAT SAME PCP TAKES IT BACK
           PERFORM 1950-PAD-PRIOR-SLOT
               VARYING WS-PAD-IDX FROM WS-PRIOR-ROW-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PRIOR-ROWS
           SORT WS-PR-ENTRY
               ON ASCENDING KEY WS-PR-POLICY WS-PR-MEMBER WS-PR-SEQ
           MOVE ZERO TO WS-PAID-COUNT
           PERFORM 1960-NET-ONE-ROW
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRIOR-ROW-COUNT
           PERFORM 1970-PAD-PAID-SLOT
               VARYING WS-PAD-IDX FROM WS-PAID-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PAID.

       1950-PAD-PRIOR-SLOT.
           MOVE HIGH-VALUES TO WS-PR-POLICY(WS-PAD-IDX + 1).

       1960-NET-ONE-ROW.
           IF WS-PAID-COUNT = ZERO
             OR WS-PR-POLICY(WS-PR-IDX)
                   NOT = WS-PM-POLICY(WS-PAID-COUNT)
             OR WS-PR-MEMBER(WS-PR-IDX)
                   NOT = WS-PM-MEMBER(WS-PAID-COUNT)
               ADD 1 TO WS-PAID-COUNT
               MOVE WS-PR-POLICY(WS-PR-IDX)
                   TO WS-PM-POLICY(WS-PAID-COUNT)
               MOVE WS-PR-MEMBER(WS-PR-IDX)
                   TO WS-PM-MEMBER(WS-PAID-COUNT)
               MOVE SPACES TO WS-PM-PCP(WS-PAID-COUNT)
               MOVE SPACES TO WS-PM-PLAN(WS-PAID-COUNT)
               MOVE ZERO TO WS-PM-AMOUNT(WS-PAID-COUNT)
               MOVE "N" TO WS-PM-PAID(WS-PAID-COUNT)
               MOVE "N" TO WS-PM-SEEN(WS-PAID-COUNT)
           END-IF
           IF WS-PR-ROW-TYPE(WS-PR-IDX) = "T"
               IF WS-PR-PCP(WS-PR-IDX) = WS-PM-PCP(WS-PAID-COUNT)
                   MOVE "N" TO WS-PM-PAID(WS-PAID-COUNT)
               END-IF
           ELSE
               MOVE WS-PR-PCP(WS-PR-IDX) TO WS-PM-PCP(WS-PAID-COUNT)
               MOVE WS-PR-PLAN(WS-PR-IDX)
                   TO WS-PM-PLAN(WS-PAID-COUNT)
               MOVE WS-PR-AMOUNT(WS-PR-IDX)
                   TO WS-PM-AMOUNT(WS-PAID-COUNT)
               MOVE "Y" TO WS-PM-PAID(WS-PAID-COUNT)
           END-IF.

       1970-PAD-PAID-SLOT.
           MOVE HIGH-VALUES TO WS-PM-POLICY(WS-PAD-IDX + 1).

       2000-PROCESS-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
                   PERFORM 2100-PAY-CURRENT-MONTH THRU 2100-EXIT
                   IF PRIOR-RUN-FOUND
                       PERFORM 2300-ADJUST-PRIOR-MONTH THRU 2300-EXIT
                   END-IF
           END-READ.

       2100-PAY-CURRENT-MONTH.
           MOVE WS-CAP-FIRST-DATE TO WS-JUDGE-DATE
           PERFORM 2500-JUDGE-MEMBER THRU 2500-EXIT
           IF NOT JUDGE-COVERED OR NOT JUDGE-PCP-IN-FORCE
               GO TO 2100-EXIT
           END-IF
           MOVE "R" TO WS-ROW-TYPE
           MOVE WS-CAP-MONTH TO WS-ROW-COVER-MONTH
           MOVE MBR-PCP-ID OF MBR-MASTER-REC TO WS-ROW-PCP
           MOVE WS-JUDGE-PLAN TO WS-ROW-PLAN
           MOVE WS-JUDGE-RATE TO WS-ROW-AMOUNT
           PERFORM 2800-ADD-RUN-ROW
           ADD 1 TO WS-MEMBERS-CAPITATED.
       2100-EXIT.
           EXIT.

       2300-ADJUST-PRIOR-MONTH.
      *    LAST MONTH AS TODAY'S MASTERS SEE IT, AGAINST WHAT WAS PAID
           MOVE WS-PRIOR-FIRST-DATE TO WS-JUDGE-DATE
           PERFORM 2500-JUDGE-MEMBER THRU 2500-EXIT

           MOVE 'N' TO WS-PM-FOUND
           SEARCH ALL WS-PM-ENTRY
               WHEN WS-PM-POLICY(WS-PM-IDX)
                        = MBR-POLICY-NUMBER OF MBR-MASTER-REC
                AND WS-PM-MEMBER(WS-PM-IDX)
                        = MBR-MEMBER-ID OF MBR-MASTER-REC
                   SET PM-FOUND TO TRUE
                   SET WS-PM-MATCH-IDX TO WS-PM-IDX
                   MOVE "Y" TO WS-PM-SEEN(WS-PM-MATCH-IDX)
           END-SEARCH

           MOVE WS-PRIOR-MONTH TO WS-ROW-COVER-MONTH
           IF PM-FOUND
               IF PM-IS-PAID(WS-PM-MATCH-IDX)
                   PERFORM 2400-RECHECK-PAID-MONTH
                   GO TO 2300-EXIT
               END-IF
           END-IF

      *    NOT PAID LAST MONTH BUT SHOULD HAVE BEEN - A RETRO ADD
           IF JUDGE-COVERED AND JUDGE-PCP-IN-FORCE
               PERFORM 2450-BOOK-RETRO-ADD
           END-IF.
       2300-EXIT.
           EXIT.

       2400-RECHECK-PAID-MONTH.
      *    A PAID MEMBER NO LONGER COVERED ON LAST MONTH'S FIRST IS
      *    TAKEN BACK. SO IS ONE WHOSE ASSIGNMENT WAS BACK-DATED TO A
      *    DIFFERENT PCP OVER THAT MONTH - THE NEW PCP IS PAID INSTEAD.
      *    A REASSIGNMENT DATED AFTER THE FIRST LEAVES THE MONTH WITH
      *    THE PCP WHO HAD THE MEMBER THEN
           IF NOT JUDGE-COVERED
               PERFORM 2460-BOOK-RETRO-TERM
           ELSE
               IF JUDGE-PCP-IN-FORCE
                 AND MBR-PCP-ID OF MBR-MASTER-REC
                       NOT = WS-PM-PCP(WS-PM-MATCH-IDX)
                   PERFORM 2460-BOOK-RETRO-TERM
                   PERFORM 2450-BOOK-RETRO-ADD
               END-IF
           END-IF.

       2450-BOOK-RETRO-ADD.
           MOVE "A" TO WS-ROW-TYPE
           MOVE MBR-PCP-ID OF MBR-MASTER-REC TO WS-ROW-PCP
           MOVE WS-JUDGE-PLAN TO WS-ROW-PLAN
           MOVE WS-JUDGE-RATE TO WS-ROW-AMOUNT
           PERFORM 2800-ADD-RUN-ROW
           ADD 1 TO WS-RETRO-ADDS.

       2460-BOOK-RETRO-TERM.
      *    THE TERM TAKES BACK EXACTLY WHAT WAS PAID, TO THE PCP IT WAS
      *    PAID TO
           MOVE "T" TO WS-ROW-TYPE
           MOVE WS-PM-PCP(WS-PM-MATCH-IDX) TO WS-ROW-PCP
           MOVE WS-PM-PLAN(WS-PM-MATCH-IDX) TO WS-ROW-PLAN
           MOVE WS-PM-AMOUNT(WS-PM-MATCH-IDX) TO WS-ROW-AMOUNT
           PERFORM 2800-ADD-RUN-ROW
           ADD 1 TO WS-RETRO-TERMS.

       2500-JUDGE-MEMBER.
      *    IS THE MEMBER CAPITATED ON WS-JUDGE-DATE? COVERED MEANS THE
      *    MEMBER ROW, THE POLICY AND A CAPITATED GATEKEEPER PLAN ARE
      *    ALL IN FORCE; PCP-IN-FORCE MEANS AN ASSIGNMENT EFFECTIVE BY
      *    THEN TO A PCP STILL CREDENTIALED THEN
           MOVE 'N' TO WS-JUDGE-COVERED
           MOVE 'N' TO WS-JUDGE-PCP-IN-FORCE
           MOVE ZERO TO WS-JUDGE-RATE
           MOVE SPACES TO WS-JUDGE-PLAN

           IF MBR-TERMINATED OF MBR-MASTER-REC
               IF MBR-TERM-DATE OF MBR-MASTER-REC NOT NUMERIC
                 OR MBR-TERM-DATE OF MBR-MASTER-REC < WS-JUDGE-DATE
                   GO TO 2500-EXIT
               END-IF
           END-IF

           MOVE 'N' TO WS-POLICY-FOUND
           CALL 'POLYLKUP' USING MBR-POLICY-NUMBER OF MBR-MASTER-REC
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               GO TO 2500-EXIT
           END-IF
      *    A POLICY TERMINATED MID-TERM CARRIES ITS CANCEL DATE AS THE
      *    EXPIRY, SO THE DATE WINDOW DECIDES FOR BOTH STATUSES
           IF POL-STATUS OF WS-POLICY-RECORD NOT = "A"
             AND POL-STATUS OF WS-POLICY-RECORD NOT = "T"
               GO TO 2500-EXIT
           END-IF
           IF POL-EFFECTIVE-DATE OF WS-POLICY-RECORD > WS-JUDGE-DATE
             OR POL-EXPIRY-DATE OF WS-POLICY-RECORD < WS-JUDGE-DATE
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-PL-FOUND
           PERFORM 2550-SCAN-PLAN-ENTRY
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR PL-FOUND
           IF NOT PL-FOUND
               GO TO 2500-EXIT
           END-IF
           IF NOT PLAN-IS-GATEKEEPER OF WS-PL-ENTRY(WS-PL-MATCH-IDX)
               GO TO 2500-EXIT
           END-IF
           IF PLAN-CAP-PMPM OF WS-PL-ENTRY(WS-PL-MATCH-IDX)
                   NOT NUMERIC
             OR PLAN-CAP-PMPM OF WS-PL-ENTRY(WS-PL-MATCH-IDX) = ZERO
               GO TO 2500-EXIT
           END-IF
           SET JUDGE-COVERED TO TRUE
           MOVE PLAN-CAP-PMPM OF WS-PL-ENTRY(WS-PL-MATCH-IDX)
               TO WS-JUDGE-RATE
           MOVE POL-PLAN-TYPE OF WS-POLICY-RECORD TO WS-JUDGE-PLAN

           IF MBR-PCP-ID OF MBR-MASTER-REC = SPACES
             OR MBR-PCP-EFF-DATE OF MBR-MASTER-REC NOT NUMERIC
             OR MBR-PCP-EFF-DATE OF MBR-MASTER-REC > WS-JUDGE-DATE
               GO TO 2500-EXIT
           END-IF

      *    THE SAME IN-FORCE TEST ADJUDCTN APPLIES TO A BILLED
      *    PROVIDER - A PCP PAST A DATED TERMINATION, OR TERMINATED
      *    WITH NO DATE, IS NOT PAID FOR THE MEMBER
           MOVE 'N' TO WS-PROV-FOUND
           CALL 'PROVLKUP' USING MBR-PCP-ID OF MBR-MASTER-REC
                                 WS-PROVIDER-RECORD
                                 WS-PROV-FOUND
           IF WS-PROV-FOUND NOT = 'Y'
               GO TO 2590-PCP-NOT-IN-FORCE
           END-IF
           IF PROV-TERM-DATE OF WS-PROVIDER-RECORD > ZERO
             AND WS-JUDGE-DATE > PROV-TERM-DATE OF WS-PROVIDER-RECORD
               GO TO 2590-PCP-NOT-IN-FORCE
           END-IF
           IF PROV-STATUS OF WS-PROVIDER-RECORD NOT = "A"
             AND PROV-TERM-DATE OF WS-PROVIDER-RECORD = ZERO
               GO TO 2590-PCP-NOT-IN-FORCE
           END-IF
           IF WS-JUDGE-DATE < PROV-EFFECTIVE-DATE OF WS-PROVIDER-RECORD
               GO TO 2590-PCP-NOT-IN-FORCE
           END-IF
           SET JUDGE-PCP-IN-FORCE TO TRUE
           GO TO 2500-EXIT.

       2590-PCP-NOT-IN-FORCE.
      *    ONLY THE CURRENT MONTH IS REPORTED - THE SAME MEMBER WOULD
      *    OTHERWISE BE COUNTED AGAIN FOR THE PRIOR-MONTH RE-JUDGE
           IF WS-JUDGE-DATE = WS-CAP-FIRST-DATE
               ADD 1 TO WS-PCP-NOT-IN-FORCE
               DISPLAY "  PCP " MBR-PCP-ID OF MBR-MASTER-REC
                       " NOT IN FORCE - MEMBER "
                       MBR-MEMBER-ID OF MBR-MASTER-REC
                       " NOT CAPITATED"
           END-IF.

       2500-EXIT.
           EXIT.

       2550-SCAN-PLAN-ENTRY.
           IF PLAN-PLAN-TYPE OF WS-PL-ENTRY(WS-PL-IDX)
                   = POL-PLAN-TYPE OF WS-POLICY-RECORD
               SET PL-FOUND TO TRUE
               MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
           END-IF.

       2800-ADD-RUN-ROW.
           IF WS-RUN-ROW-COUNT NOT < WS-MAX-RUN-ROWS
               DISPLAY "CAPPAY WARNING: ROSTER TABLE FULL - MEMBER "
                       MBR-MEMBER-ID OF MBR-MASTER-REC " NOT PAID"
           ELSE
               PERFORM 2850-FIND-PCP-ENTRY
               IF PC-FOUND
                   ADD 1 TO WS-RUN-ROW-COUNT
                   PERFORM 2810-BUILD-RUN-ROW
               END-IF
           END-IF.

       2810-BUILD-RUN-ROW.
           MOVE SPACES TO WS-WORK-ROW
           MOVE WS-ROW-COVER-MONTH TO CAPR-COVER-MONTH OF WS-WORK-ROW
           MOVE WS-CAP-MONTH TO CAPR-RUN-MONTH OF WS-WORK-ROW
           MOVE WS-ROW-TYPE TO CAPR-ROW-TYPE OF WS-WORK-ROW
           MOVE WS-ROW-PCP TO CAPR-PCP-ID OF WS-WORK-ROW
           MOVE WS-ROW-PLAN TO CAPR-PLAN-TYPE OF WS-WORK-ROW
           MOVE WS-ROW-AMOUNT TO CAPR-AMOUNT OF WS-WORK-ROW
           MOVE WS-TODAY-DATE TO CAPR-RUN-DATE OF WS-WORK-ROW
      *    AN UNSEEN-MEMBER TERM HAS NO MEMBER ROW - ITS KEY COMES
      *    FROM THE PAID TABLE
           IF EOF-MEMBER
               MOVE WS-PM-POLICY(WS-PM-MATCH-IDX)
                   TO CAPR-POLICY-NUMBER OF WS-WORK-ROW
               MOVE WS-PM-MEMBER(WS-PM-MATCH-IDX)
                   TO CAPR-MEMBER-ID OF WS-WORK-ROW
           ELSE
               MOVE MBR-POLICY-NUMBER OF MBR-MASTER-REC
                   TO CAPR-POLICY-NUMBER OF WS-WORK-ROW
               MOVE MBR-MEMBER-ID OF MBR-MASTER-REC
                   TO CAPR-MEMBER-ID OF WS-WORK-ROW
           END-IF
           MOVE WS-WORK-ROW TO WS-RR-RECORD(WS-RUN-ROW-COUNT)
           MOVE WS-PC-MATCH-IDX TO WS-RR-PCP-IDX(WS-RUN-ROW-COUNT)

           EVALUATE WS-ROW-TYPE
               WHEN "R"
                   ADD WS-ROW-AMOUNT TO WS-PC-NET(WS-PC-MATCH-IDX)
                   ADD 1 TO WS-PC-REGULAR(WS-PC-MATCH-IDX)
               WHEN "A"
                   ADD WS-ROW-AMOUNT TO WS-PC-NET(WS-PC-MATCH-IDX)
                   ADD 1 TO WS-PC-ADDS(WS-PC-MATCH-IDX)
               WHEN "T"
                   SUBTRACT WS-ROW-AMOUNT
                       FROM WS-PC-NET(WS-PC-MATCH-IDX)
                   ADD 1 TO WS-PC-TERMS(WS-PC-MATCH-IDX)
           END-EVALUATE.

       2850-FIND-PCP-ENTRY.
           MOVE 'N' TO WS-PC-FOUND
           PERFORM 2860-SCAN-PCP-ENTRY
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PCP-COUNT OR PC-FOUND
           IF NOT PC-FOUND
               IF WS-PCP-COUNT < WS-MAX-PCPS
                   ADD 1 TO WS-PCP-COUNT
                   MOVE WS-PCP-COUNT TO WS-PC-MATCH-IDX
                   MOVE WS-ROW-PCP TO WS-PC-PCP-ID(WS-PC-MATCH-IDX)
                   MOVE SPACES TO WS-PC-LAST-CLAIM(WS-PC-MATCH-IDX)
                   MOVE SPACES TO WS-PC-NEW-CLAIM(WS-PC-MATCH-IDX)
                   MOVE ZERO TO WS-PC-NET(WS-PC-MATCH-IDX)
                   MOVE ZERO TO WS-PC-REGULAR(WS-PC-MATCH-IDX)
                   MOVE ZERO TO WS-PC-ADDS(WS-PC-MATCH-IDX)
                   MOVE ZERO TO WS-PC-TERMS(WS-PC-MATCH-IDX)
                   SET PC-FOUND TO TRUE
               ELSE
                   DISPLAY "CAPPAY WARNING: PCP TABLE FULL - PCP "
                           WS-ROW-PCP " NOT PAID"
               END-IF
           END-IF.

       2860-SCAN-PCP-ENTRY.
           IF WS-PC-PCP-ID(WS-PC-IDX) = WS-ROW-PCP
               SET PC-FOUND TO TRUE
               MOVE WS-PC-IDX TO WS-PC-MATCH-IDX
           END-IF.

       2900-TERM-UNSEEN-MEMBER.
      *    A MEMBER PAID LAST MONTH WHO IS NO LONGER ON THE MEMBER
      *    MASTER AT ALL CANNOT HAVE BEEN COVERED - TAKEN BACK
           IF PM-IS-PAID(WS-PM-SUB) AND NOT PM-WAS-SEEN(WS-PM-SUB)
               MOVE WS-PM-SUB TO WS-PM-MATCH-IDX
               MOVE WS-PRIOR-MONTH TO WS-ROW-COVER-MONTH
               PERFORM 2460-BOOK-RETRO-TERM
           END-IF.

       3000-SETTLE-ONE-PCP.
           IF WS-PC-NET(WS-PC-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF
           IF WS-PC-NET(WS-PC-IDX) > ZERO
               PERFORM 3100-BOOK-CAPITATION-LINE
           ELSE
               PERFORM 3500-RAISE-RECOVERY
           END-IF.
       3000-EXIT.
           EXIT.

       3100-BOOK-CAPITATION-LINE.
           IF WS-LINES-BOOKED = ZERO
               PERFORM 3430-LOAD-CAP-CONTROL
           END-IF
           ADD 1 TO WS-CAP-SEQUENCE
           ADD 1 TO WS-LINES-BOOKED
           ADD WS-PC-NET(WS-PC-IDX) TO WS-TOTAL-PAID

      *    PYMTIO ADDS THE LINE TO THE LIVE LEDGER THE SAME WAY
      *    PYMTAUTH DOES - THE NEXT DISBURSEMENT SWEEP PICKS THE
      *    STATUS-A PROVIDER-PAYEE LINE UP WITH THE PCP'S CLAIMS
           MOVE SPACES TO PAYMENT-RECORD
           STRING "CAPITN" WS-CAP-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-CLAIM-NUMBER
           END-STRING
           MOVE WS-PC-NET(WS-PC-IDX) TO PYMT-PAYMENT-AMOUNT
           MOVE WS-TODAY-DATE TO PYMT-PAYMENT-DATE
           STRING "CP" WS-CAP-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-AUTH-CODE
           END-STRING
           MOVE "A" TO PYMT-STATUS
           MOVE WS-PC-PCP-ID(WS-PC-IDX) TO PYMT-PROVIDER-ID
           MOVE "USD" TO PYMT-CURRENCY-CODE
           MOVE WS-PC-NET(WS-PC-IDX) TO PYMT-ORIGINAL-AMOUNT
           MOVE "C" TO PYMT-PAY-TYPE
           MOVE ZERO TO PYMT-DAYS-TO-PAY
           MOVE "P" TO PYMT-PAYEE-TYPE
           MOVE SPACES TO PYMT-POLICY-NUMBER
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK

           MOVE PYMT-CLAIM-NUMBER TO WS-PC-NEW-CLAIM(WS-PC-IDX)
           PERFORM 3440-SAVE-CAP-CONTROL

           DISPLAY "  CAPITATION BOOKED - PCP " WS-PC-PCP-ID(WS-PC-IDX)
                   " MEMBERS " WS-PC-REGULAR(WS-PC-IDX)
                   " ADDS " WS-PC-ADDS(WS-PC-IDX)
                   " TERMS " WS-PC-TERMS(WS-PC-IDX)
                   " $" PYMT-PAYMENT-AMOUNT.

       3430-LOAD-CAP-CONTROL.
           OPEN INPUT CAP-CONTROL-FILE
           IF WS-CAP-CTL-STATUS = "00"
               READ CAP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CPCT-LAST-SEQUENCE TO WS-CAP-SEQUENCE
               END-READ
               CLOSE CAP-CONTROL-FILE
           END-IF.

       3440-SAVE-CAP-CONTROL.
           OPEN OUTPUT CAP-CONTROL-FILE
           MOVE WS-CAP-SEQUENCE TO CPCT-LAST-SEQUENCE
           WRITE CAP-CONTROL-RECORD
           CLOSE CAP-CONTROL-FILE.

       3500-RAISE-RECOVERY.
      *    THE PCP'S TERMS OUTWEIGH ITS MONTH - THE SHORTFALL IS
      *    RECOVERED THROUGH CLAWBACK AGAINST THE CAPITATION LINE LAST
      *    MONTH'S RUN PAID IT, AND PAYDISB NETS IT FROM THE PCP'S
      *    NEXT DISBURSEMENTS
           COMPUTE WS-RECOVERY-AMOUNT = 0 - WS-PC-NET(WS-PC-IDX)
           IF WS-PC-LAST-CLAIM(WS-PC-IDX) = SPACES
               ADD 1 TO WS-UNRECOVERED-PCPS
               DISPLAY "CAPPAY WARNING: PCP " WS-PC-PCP-ID(WS-PC-IDX)
                       " OWES $" WS-RECOVERY-AMOUNT
                       " BUT HAD NO CAPITATION LINE LAST MONTH - "
                       "RECOVER BY HAND"
           ELSE
               OPEN EXTEND CLAWBACK-TRANS-FILE
               IF WS-CLAWBACK-STATUS NOT = "00"
                   OPEN OUTPUT CLAWBACK-TRANS-FILE
               END-IF
               MOVE WS-PC-LAST-CLAIM(WS-PC-IDX) TO CLWT-CLAIM-NUMBER
               MOVE WS-RECOVERY-AMOUNT TO CLWT-RECOVERY-AMOUNT
               SET CLWT-CAPITATION-ADJ TO TRUE
      *        RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
               MOVE "CAPPAY" TO CLWT-MAKER-ID
               MOVE SPACES TO CLWT-CHECKER-ID
               WRITE CLAWBACK-TRANS-RECORD
               CLOSE CLAWBACK-TRANS-FILE
               ADD 1 TO WS-RECOVERIES-RAISED
               ADD WS-RECOVERY-AMOUNT TO WS-TOTAL-RECOVERED
               DISPLAY "  CAPITATION RECOVERY RAISED - PCP "
                       WS-PC-PCP-ID(WS-PC-IDX)
                       " $" WS-RECOVERY-AMOUNT
           END-IF.

       4000-APPEND-ROSTER.
           IF WS-RUN-ROW-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN EXTEND ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               OPEN OUTPUT ROSTER-FILE
           END-IF
           PERFORM 4100-WRITE-ROSTER-ROW
               VARYING WS-RR-IDX FROM 1 BY 1
               UNTIL WS-RR-IDX > WS-RUN-ROW-COUNT
           CLOSE ROSTER-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ROSTER-ROW.
           MOVE WS-RR-RECORD(WS-RR-IDX) TO ROSTER-RECORD
           MOVE WS-PC-NEW-CLAIM(WS-RR-PCP-IDX(WS-RR-IDX))
               TO CAPR-CLAIM-NUMBER OF ROSTER-RECORD
           WRITE ROSTER-RECORD.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PCP CAPITATION COMPLETE FOR " WS-CAP-MONTH
           DISPLAY "MEMBERS READ:          " WS-MEMBERS-READ
           DISPLAY "MEMBERS CAPITATED:     " WS-MEMBERS-CAPITATED
           DISPLAY "RETRO ADDS:            " WS-RETRO-ADDS
           DISPLAY "RETRO TERMS:           " WS-RETRO-TERMS
           DISPLAY "PCP NOT IN FORCE:      " WS-PCP-NOT-IN-FORCE
           DISPLAY "PCPS PAID:             " WS-LINES-BOOKED
           DISPLAY "TOTAL CAPITATION PAID: $" WS-TOTAL-PAID
           DISPLAY "RECOVERIES RAISED:     " WS-RECOVERIES-RAISED
           DISPLAY "TOTAL TO RECOVER:      $" WS-TOTAL-RECOVERED
           DISPLAY "PCPS OWING, NO LINE:   " WS-UNRECOVERED-PCPS
           DISPLAY "ROSTER ROWS WRITTEN:   " WS-RUN-ROW-COUNT.

       9000-CLEANUP.
           IF WS-MEMBER-STATUS = "00" OR WS-MEMBER-STATUS = "10"
               CLOSE MEMBER-FILE
           END-IF.
