       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBMXCHG.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * DAILY PHARMACY BENEFIT MANAGER EXCHANGE                        *
      * RETAIL PHARMACY IS ADJUDICATED BY AN OUTSIDE PBM, SO THE PBM   *
      * AND OUR OWN ADJUDICATION MUST SEE THE SAME DEDUCTIBLE AND      *
      * OUT-OF-POCKET POSITION OR A MEMBER IS CHARGED PAST THE OOP     *
      * MAXIMUM ON ONE SIDE WHILE THE OTHER KEEPS COLLECTING. EACH RUN *
      *   - APPLIES THE PBM'S INBOUND ACCUMULATOR FILE - EACH FILL'S   *
      *     DEDUCTIBLE AND OOP SPEND, OR ITS REVERSAL - TO THE         *
      *     MEMBER'S ACCUMULATOR ROWS THROUGH ACCUMIO, BY THE SAME     *
      *     FAMILY/MEMBER ROW RULES ADJUDCTN POSTS A MEDICAL CLAIM.    *
      *     A MEMBER OR POLICY WE DO NOT RECOGNIZE IS REJECTED ON THE  *
      *     EXCHANGE REPORT FOR THE PBM TO CORRECT AND RESEND. EVERY   *
      *     FILL APPLIED IS LOGGED, SO A RESENT FILL OR A RERUN OF     *
      *     THE STEP NEVER POSTS THE SAME SPEND TWICE                  *
      *   - WRITES THE OUTBOUND ELIGIBILITY FILE - EVERY ACTIVE MEMBER *
      *     UNDER AN ACTIVE, UNEXPIRED POLICY WITH PLAN TYPE AND       *
      *     COVERAGE DATES                                             *
      *   - WRITES THE OUTBOUND ACCUMULATOR FILE - EACH OF THOSE       *
      *     MEMBERS' CURRENT DEDUCTIBLE-MET AND OOP-MET, TAKEN AFTER   *
      *     THE INBOUND SPEND IS APPLIED SO THE PBM SEES THE COMBINED  *
      *     POSITION                                                   *
      * BOTH OUTBOUND FILES GO OUT BETWEEN HDR/TRL BATCH CONTROLS, AND *
      * THE INBOUND FILE'S CONTROLS ARE PROVED BEFORE A SINGLE FILL    *
      * POSTS                                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT PBM-INBOUND-FILE
               ASSIGN TO "data/pbm_accum_in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

      *    EVERY PBM FILL ALREADY POSTED, BY PBM CLAIM ID AND
      *    TRANSACTION TYPE
           SELECT APPLIED-LOG-FILE
               ASSIGN TO "data/pbm_accum_applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.

           SELECT ELIGIBILITY-FILE
               ASSIGN TO "data/pbm_eligibility.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIGIBILITY-STATUS.

           SELECT ACCUM-OUT-FILE
               ASSIGN TO "data/pbm_accum_out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCUM-OUT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/pbm_exchange.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC REPLACING LEADING ==MBR== BY ==MBF==.

       FD  PBM-INBOUND-FILE.
       01  PBM-INBOUND-RECORD.
           COPY PBMIREC.
      *    THE SAME RECORD AREA SEEN AS A BATCH CONTROL ROW
       01  PBM-INBOUND-CONTROL.
           COPY BCTLREC.

       FD  APPLIED-LOG-FILE.
       01  APPLIED-LOG-RECORD.
           05  PBML-PBM-CLAIM-ID    PIC X(15).
           05  PBML-TXN-TYPE        PIC X(1).
           05  PBML-APPLIED-DATE    PIC 9(8).

       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-RECORD.
           COPY PBMEREC.
       01  ELIGIBILITY-CONTROL-RECORD.
           COPY BCTLREC.

       FD  ACCUM-OUT-FILE.
       01  ACCUM-OUT-RECORD.
           COPY PBMAREC.
       01  ACCUM-OUT-CONTROL-RECORD.
           COPY BCTLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-INBOUND-STATUS        PIC XX.
       01  WS-APPLIED-STATUS        PIC XX.
       01  WS-ELIGIBILITY-STATUS    PIC XX.
       01  WS-ACCUM-OUT-STATUS      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-INBOUND           PIC X VALUE 'N'.
           88 EOF-INBOUND           VALUE 'Y'.
       01  WS-EOF-APPLIED           PIC X VALUE 'N'.
           88 EOF-APPLIED           VALUE 'Y'.
       01  WS-INBOUND-OPENED        PIC X VALUE 'N'.
           88 INBOUND-IS-OPEN       VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-OPEN-ERROR-DATA       PIC X(20).

      * INBOUND BATCH CONTROLS
       01  WS-BCTL-AREA.
           COPY BCTLREC.
       01  WS-BCTL-PRESENT          PIC X VALUE 'N'.
           88 BCTL-PRESENT          VALUE 'Y'.
       01  WS-BCTL-TRL-SEEN         PIC X VALUE 'N'.
           88 BCTL-TRL-SEEN         VALUE 'Y'.
       01  WS-BCTL-DETAILS          PIC 9(7) VALUE 0.
       01  WS-BCTL-HASH             PIC 9(13) VALUE 0.
       01  WS-BCTL-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-BCTL-CENTS            PIC 9(13) VALUE 0.
       01  WS-EOF-BCTL              PIC X VALUE 'N'.
           88 EOF-BCTL              VALUE 'Y'.

      * OUTBOUND BATCH CONTROLS - THE ELIGIBILITY FILE CARRIES NO
      * AMOUNTS, SO ITS TRAILER PROVES THE COUNT ALONE
       01  WS-ELIG-DETAILS          PIC 9(7) VALUE 0.
       01  WS-ACCUM-DETAILS         PIC 9(7) VALUE 0.
       01  WS-ACCUM-HASH            PIC 9(13) VALUE 0.

      * FILLS POSTED ON EARLIER RUNS, SORTED FOR A BINARY SEARCH
       01  WS-MAX-APPLIED           PIC 9(5) VALUE 50000.
       01  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-AL-FOUND              PIC X VALUE 'N'.
           88 AL-FOUND              VALUE 'Y'.
       01  WS-APPLIED-TABLE.
           05  WS-AL-ENTRY OCCURS 50000 TIMES
               ASCENDING KEY IS WS-AL-CLAIM-ID WS-AL-TXN-TYPE
               INDEXED BY WS-AL-IDX.
               10  WS-AL-CLAIM-ID       PIC X(15).
               10  WS-AL-TXN-TYPE       PIC X(1).

      * FILLS POSTED THIS RUN - A FILL SENT TWICE IN ONE FILE
       01  WS-MAX-RUN-APPLIED       PIC 9(4) VALUE 9999.
       01  WS-RUN-APPLIED-COUNT     PIC 9(4) VALUE 0.
       01  WS-RA-IDX                PIC 9(4) VALUE 0.
       01  WS-RUN-APPLIED-TABLE.
           05  WS-RA-ENTRY OCCURS 9999 TIMES.
               10  WS-RA-CLAIM-ID       PIC X(15).
               10  WS-RA-TXN-TYPE       PIC X(1).

      * THE POLICY, MEMBER AND ACCUMULATOR ROWS FOR THE CURRENT FILL
      * OR MEMBER
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MEMBER-FOUND          PIC X VALUE 'N'.
       01  WS-MASTER-PRESENT        PIC X VALUE 'N'.
       01  WS-ACCUMIO-FUNCTION      PIC X(1).
       01  WS-ACCUMIO-OK            PIC X(1).
       01  WS-FAM-ACCUM.
           COPY ACCUMREC.
       01  WS-MBR-ACCUM.
           COPY ACCUMREC.
       01  WS-MEMBER-TRACKING       PIC X VALUE 'N'.
           88 MEMBER-IS-TRACKED     VALUE 'Y'.
       01  WS-SAVE-FAILED           PIC X VALUE 'N'.
           88 SAVE-FAILED           VALUE 'Y'.

       01  WS-REJECT-REASON         PIC X(40).
       01  WS-COVERAGE-END          PIC 9(8).
       01  WS-MET-TOTAL             PIC 9(11)V99.
       01  WS-AMT-DISPLAY           PIC ZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-FILLS-READ        PIC 9(7) VALUE 0.
           05  WS-FILLS-APPLIED     PIC 9(7) VALUE 0.
           05  WS-REVERSALS-APPLIED PIC 9(7) VALUE 0.
           05  WS-FILLS-REJECTED    PIC 9(7) VALUE 0.
           05  WS-FILLS-DUPLICATE   PIC 9(7) VALUE 0.
           05  WS-DEDUCT-POSTED     PIC 9(9)V99 VALUE 0.
           05  WS-OOP-POSTED        PIC 9(9)V99 VALUE 0.
           05  WS-MEMBERS-READ      PIC 9(7) VALUE 0.
           05  WS-MEMBERS-SENT      PIC 9(7) VALUE 0.
           05  WS-MEMBERS-NOT-SENT  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-APPLIED-LOG UNTIL EOF-APPLIED
           PERFORM 1400-SORT-APPLIED-LOG
           PERFORM 0800-VALIDATE-BATCH-CONTROLS THRU 0800-EXIT
           PERFORM 1500-OPEN-INBOUND THRU 1500-EXIT
           PERFORM 2000-APPLY-INBOUND UNTIL EOF-INBOUND
           PERFORM 3000-START-OUTBOUND
           PERFORM 3100-EXTRACT-MEMBER UNTIL EOF-MEMBER
           PERFORM 3900-FINISH-OUTBOUND
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       0800-VALIDATE-BATCH-CONTROLS.
      *    THE TRAILER MUST ACCOUNT FOR EVERY FILL BEFORE A SINGLE ONE
      *    POSTS - A TRUNCATED TRANSMISSION IS REJECTED WHOLE. THE
      *    OUTBOUND FILES STILL GO, SO THE PBM IS NOT LEFT WITHOUT
      *    TODAY'S ELIGIBILITY WHILE IT RESENDS
           OPEN INPUT PBM-INBOUND-FILE
           IF WS-INBOUND-STATUS NOT = "00"
               GO TO 0800-EXIT
           END-IF
           MOVE 'N' TO WS-BCTL-PRESENT
           MOVE 'N' TO WS-BCTL-TRL-SEEN
           MOVE ZERO TO WS-BCTL-DETAILS
           MOVE ZERO TO WS-BCTL-HASH
           MOVE 'N' TO WS-EOF-BCTL
           PERFORM 0810-PREPASS-RECORD UNTIL EOF-BCTL
           CLOSE PBM-INBOUND-FILE

           IF NOT BCTL-PRESENT
               GO TO 0800-EXIT
           END-IF
           IF NOT BCTL-TRL-SEEN
             OR BCTL-RECORD-COUNT OF WS-BCTL-AREA
                   NOT = WS-BCTL-DETAILS
             OR BCTL-HASH-CENTS OF WS-BCTL-AREA NOT = WS-BCTL-HASH
               DISPLAY "PBMXCHG: PBM ACCUMULATOR FILE FAILED BATCH "
                       "CONTROLS - FILE REJECTED"
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-BATCH-CONTROL-MISMATCH
                   BY CONTENT "PBM-ACCUMULATOR-FILE"
               MOVE 8 TO RETURN-CODE
               SET EOF-INBOUND TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "PBM ACCUMULATOR FILE FAILED BATCH CONTROLS - "
                      "NO PBM SPEND APPLIED - REQUEST A RESEND"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       0800-EXIT.
           EXIT.

       0810-PREPASS-RECORD.
           READ PBM-INBOUND-FILE
               AT END
                   SET EOF-BCTL TO TRUE
               NOT AT END
                   EVALUATE BCTL-TAG OF PBM-INBOUND-CONTROL
                       WHEN "HDR"
                           SET BCTL-PRESENT TO TRUE
                       WHEN "TRL"
                           MOVE PBM-INBOUND-CONTROL TO WS-BCTL-AREA
                           SET BCTL-TRL-SEEN TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-BCTL-DETAILS
                           IF PBMI-DEDUCT-AMOUNT IS NUMERIC
                             AND PBMI-OOP-AMOUNT IS NUMERIC
                               COMPUTE WS-BCTL-AMOUNT =
                                   PBMI-DEDUCT-AMOUNT + PBMI-OOP-AMOUNT
                               END-COMPUTE
                               COMPUTE WS-BCTL-CENTS =
                                   WS-BCTL-AMOUNT * 100
                               END-COMPUTE
                               ADD WS-BCTL-CENTS TO WS-BCTL-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PBM ELIGIBILITY AND "
                   "ACCUMULATOR EXCHANGE"

           CALL 'BIZDATE' USING WS-TODAY-DATE

      *    WITHOUT THE MEMBER MASTER EVERY MEMBER WOULD DROP OFF THE
      *    PBM'S ELIGIBILITY AND BE TURNED AWAY AT THE COUNTER - THE
      *    RUN STOPS BEFORE YESTERDAY'S FILES ARE TOUCHED
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "MEMBER MASTER" TO WS-OPEN-ERROR-DATA
               DISPLAY "PBMXCHG: CANNOT OPEN " WS-OPEN-ERROR-DATA
                       " - NO PBM FILES PRODUCED"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-OPEN-ERROR-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PBM ELIGIBILITY AND ACCUMULATOR EXCHANGE - "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT APPLIED-LOG-FILE
           IF WS-APPLIED-STATUS NOT = "00"
               SET EOF-APPLIED TO TRUE
           END-IF.

       1300-LOAD-APPLIED-LOG.
           READ APPLIED-LOG-FILE
               AT END
                   SET EOF-APPLIED TO TRUE
                   CLOSE APPLIED-LOG-FILE
               NOT AT END
                   IF WS-APPLIED-COUNT < WS-MAX-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE PBML-PBM-CLAIM-ID
                           TO WS-AL-CLAIM-ID(WS-APPLIED-COUNT)
                       MOVE PBML-TXN-TYPE
                           TO WS-AL-TXN-TYPE(WS-APPLIED-COUNT)
                   ELSE
                       DISPLAY "PBMXCHG WARNING: APPLIED-FILL TABLE "
                               "FULL - OLDER FILLS NOT CHECKED FOR "
                               "RESENDS"
                       MOVE 4 TO RETURN-CODE
                       SET EOF-APPLIED TO TRUE
                       CLOSE APPLIED-LOG-FILE
                   END-IF
           END-READ.

       1400-SORT-APPLIED-LOG.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED FILLS STAY
      *    WITHIN 1..WS-APPLIED-COUNT, AS PRVDIRX DOES
           PERFORM 1450-PAD-APPLIED-SLOT
               VARYING WS-PAD-IDX FROM WS-APPLIED-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-APPLIED
           SORT WS-AL-ENTRY
               ON ASCENDING KEY WS-AL-CLAIM-ID WS-AL-TXN-TYPE.

       1450-PAD-APPLIED-SLOT.
           MOVE HIGH-VALUES TO WS-AL-CLAIM-ID(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES TO WS-AL-TXN-TYPE(WS-PAD-IDX + 1).

       1500-OPEN-INBOUND.
           IF EOF-INBOUND
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT PBM-INBOUND-FILE
           IF WS-INBOUND-STATUS NOT = "00"
               DISPLAY "PBMXCHG WARNING: NO PBM ACCUMULATOR FILE - "
                       "NO PBM SPEND APPLIED TODAY"
               MOVE "NO PBM ACCUMULATOR FILE RECEIVED TODAY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET EOF-INBOUND TO TRUE
               GO TO 1500-EXIT
           END-IF
           SET INBOUND-IS-OPEN TO TRUE
      *    EACH FILL IS LOGGED THE MOMENT IT POSTS, SO A STEP THAT
      *    ABENDS PART WAY THROUGH RESUMES WITHOUT POSTING TWICE
           OPEN EXTEND APPLIED-LOG-FILE
           IF WS-APPLIED-STATUS NOT = "00"
               OPEN OUTPUT APPLIED-LOG-FILE
           END-IF
           MOVE "PBM FILLS REJECTED" TO REPORT-LINE
           WRITE REPORT-LINE.
       1500-EXIT.
           EXIT.

       2000-APPLY-INBOUND.
           READ PBM-INBOUND-FILE
               AT END
                   SET EOF-INBOUND TO TRUE
               NOT AT END
                   IF BCTL-TAG OF PBM-INBOUND-CONTROL NOT = "HDR"
                     AND BCTL-TAG OF PBM-INBOUND-CONTROL NOT = "TRL"
                       ADD 1 TO WS-FILLS-READ
                       PERFORM 2100-APPLY-FILL THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-APPLY-FILL.
           IF PBMI-PBM-CLAIM-ID = SPACES
             OR (NOT PBMI-PAID AND NOT PBMI-REVERSAL)
             OR PBMI-DEDUCT-AMOUNT IS NOT NUMERIC
             OR PBMI-OOP-AMOUNT IS NOT NUMERIC
               MOVE "INVALID RECORD" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-FILL
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-CHECK-ALREADY-APPLIED
           IF AL-FOUND
               ADD 1 TO WS-FILLS-DUPLICATE
               GO TO 2100-EXIT
           END-IF

      *    THE PBM KNOWS OUR MEMBERS ONLY FROM THE ELIGIBILITY FEED -
      *    A FILL THAT NAMES ANYONE ELSE CANNOT BE POSTED
           IF PBMI-MEMBER-ID = SPACES
               MOVE "MEMBER NOT RECOGNIZED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-FILL
               GO TO 2100-EXIT
           END-IF
           CALL 'MBRLKUP' USING PBMI-POLICY-NUMBER
                                PBMI-MEMBER-ID
                                WS-MEMBER-RECORD
                                WS-MEMBER-FOUND
                                WS-MASTER-PRESENT
           IF WS-MEMBER-FOUND NOT = 'Y'
               MOVE "MEMBER NOT RECOGNIZED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-FILL
               GO TO 2100-EXIT
           END-IF
           CALL 'POLYLKUP' USING PBMI-POLICY-NUMBER
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               MOVE "POLICY NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-FILL
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-LOAD-ACCUM-ROWS
           IF PBMI-PAID
               PERFORM 2300-POST-SPEND
               ADD 1 TO WS-FILLS-APPLIED
           ELSE
               PERFORM 2400-REVERSE-SPEND
               ADD 1 TO WS-REVERSALS-APPLIED
           END-IF
           PERFORM 2500-SAVE-ACCUM-ROWS
           IF SAVE-FAILED
               MOVE "ACCUMULATOR STORE WRITE FAILED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-FILL
               GO TO 2100-EXIT
           END-IF
           ADD PBMI-DEDUCT-AMOUNT TO WS-DEDUCT-POSTED
           ADD PBMI-OOP-AMOUNT TO WS-OOP-POSTED

           MOVE PBMI-PBM-CLAIM-ID TO PBML-PBM-CLAIM-ID
           MOVE PBMI-TXN-TYPE TO PBML-TXN-TYPE
           MOVE WS-TODAY-DATE TO PBML-APPLIED-DATE
           WRITE APPLIED-LOG-RECORD
           IF WS-RUN-APPLIED-COUNT < WS-MAX-RUN-APPLIED
               ADD 1 TO WS-RUN-APPLIED-COUNT
               MOVE PBMI-PBM-CLAIM-ID
                   TO WS-RA-CLAIM-ID(WS-RUN-APPLIED-COUNT)
               MOVE PBMI-TXN-TYPE
                   TO WS-RA-TXN-TYPE(WS-RUN-APPLIED-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2150-CHECK-ALREADY-APPLIED.
           MOVE 'N' TO WS-AL-FOUND
           IF WS-APPLIED-COUNT > ZERO
               SEARCH ALL WS-AL-ENTRY
                   WHEN WS-AL-CLAIM-ID(WS-AL-IDX) = PBMI-PBM-CLAIM-ID
                    AND WS-AL-TXN-TYPE(WS-AL-IDX) = PBMI-TXN-TYPE
                       SET AL-FOUND TO TRUE
               END-SEARCH
           END-IF
           PERFORM 2160-SCAN-RUN-APPLIED
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RUN-APPLIED-COUNT OR AL-FOUND.

       2160-SCAN-RUN-APPLIED.
           IF WS-RA-CLAIM-ID(WS-RA-IDX) = PBMI-PBM-CLAIM-ID
             AND WS-RA-TXN-TYPE(WS-RA-IDX) = PBMI-TXN-TYPE
               SET AL-FOUND TO TRUE
           END-IF.

       2200-LOAD-ACCUM-ROWS.
      *    THE FAMILY ROW ALWAYS; THE MEMBER'S OWN ROW ONLY ON A
      *    POLICY THAT CARRIES AN INDIVIDUAL DEDUCTIBLE - THE SAME
      *    TRACKING RULE ADJUDCTN APPLIES TO A MEDICAL CLAIM
           MOVE POL-POLICY-NUMBER
               TO ACCUM-POLICY-NUMBER OF WS-FAM-ACCUM
           MOVE SPACES TO ACCUM-MEMBER-ID OF WS-FAM-ACCUM
           MOVE "R" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-FAM-ACCUM
                                WS-ACCUMIO-OK
           MOVE 'N' TO WS-MEMBER-TRACKING
           IF POL-INDIV-DEDUCTIBLE > ZERO
               SET MEMBER-IS-TRACKED TO TRUE
               MOVE POL-POLICY-NUMBER
                   TO ACCUM-POLICY-NUMBER OF WS-MBR-ACCUM
               MOVE PBMI-MEMBER-ID TO ACCUM-MEMBER-ID OF WS-MBR-ACCUM
               MOVE "R" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
           END-IF.

       2300-POST-SPEND.
      *    DEDUCTIBLE COUNTS AGAINST THE FAMILY FIGURE AND, WHEN
      *    TRACKED, THE MEMBER'S OWN; THE OOP POSITION RIDES THE
      *    MEMBER ROW WHEN TRACKED, OTHERWISE THE FAMILY ROW
           ADD PBMI-DEDUCT-AMOUNT TO ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
           IF MEMBER-IS-TRACKED
               ADD PBMI-DEDUCT-AMOUNT
                   TO ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
               ADD PBMI-OOP-AMOUNT TO ACCUM-OOP-MET OF WS-MBR-ACCUM
           ELSE
               ADD PBMI-OOP-AMOUNT TO ACCUM-OOP-MET OF WS-FAM-ACCUM
           END-IF.

       2400-REVERSE-SPEND.
      *    A REVERSED FILL TAKES ITS SPEND BACK OFF THE SAME ROWS - A
      *    ROW THAT HAS SINCE BEEN RESET FOR A NEW PLAN YEAR STOPS AT
      *    ZERO RATHER THAN GOING NEGATIVE
           IF PBMI-DEDUCT-AMOUNT > ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
               MOVE ZERO TO ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
           ELSE
               SUBTRACT PBMI-DEDUCT-AMOUNT
                   FROM ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
           END-IF
           IF MEMBER-IS-TRACKED
               IF PBMI-DEDUCT-AMOUNT > ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
                   MOVE ZERO TO ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
               ELSE
                   SUBTRACT PBMI-DEDUCT-AMOUNT
                       FROM ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
               END-IF
               IF PBMI-OOP-AMOUNT > ACCUM-OOP-MET OF WS-MBR-ACCUM
                   MOVE ZERO TO ACCUM-OOP-MET OF WS-MBR-ACCUM
               ELSE
                   SUBTRACT PBMI-OOP-AMOUNT
                       FROM ACCUM-OOP-MET OF WS-MBR-ACCUM
               END-IF
           ELSE
               IF PBMI-OOP-AMOUNT > ACCUM-OOP-MET OF WS-FAM-ACCUM
                   MOVE ZERO TO ACCUM-OOP-MET OF WS-FAM-ACCUM
               ELSE
                   SUBTRACT PBMI-OOP-AMOUNT
                       FROM ACCUM-OOP-MET OF WS-FAM-ACCUM
               END-IF
           END-IF.

       2500-SAVE-ACCUM-ROWS.
           MOVE 'N' TO WS-SAVE-FAILED
           MOVE "W" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-FAM-ACCUM
                                WS-ACCUMIO-OK
           IF WS-ACCUMIO-OK NOT = 'Y'
               SET SAVE-FAILED TO TRUE
           END-IF
           IF MEMBER-IS-TRACKED
               MOVE "W" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
               IF WS-ACCUMIO-OK NOT = 'Y'
                   SET SAVE-FAILED TO TRUE
               END-IF
           END-IF.

       2900-REJECT-FILL.
           ADD 1 TO WS-FILLS-REJECTED
           MOVE 4 TO RETURN-CODE
           MOVE PBMI-OOP-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  PBM CLAIM " PBMI-PBM-CLAIM-ID
                  "  " PBMI-TXN-TYPE
                  "  POLICY " PBMI-POLICY-NUMBER
                  "  MEMBER " PBMI-MEMBER-ID
                  "  FILLED " PBMI-FILL-DATE
                  "  OOP " WS-AMT-DISPLAY
                  "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       3000-START-OUTBOUND.
           OPEN OUTPUT ELIGIBILITY-FILE
           MOVE "HDR" TO BCTL-TAG OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF ELIGIBILITY-CONTROL-RECORD
           WRITE ELIGIBILITY-CONTROL-RECORD

           OPEN OUTPUT ACCUM-OUT-FILE
           MOVE "HDR" TO BCTL-TAG OF ACCUM-OUT-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ACCUM-OUT-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF ACCUM-OUT-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF ACCUM-OUT-CONTROL-RECORD
           WRITE ACCUM-OUT-CONTROL-RECORD.

       3100-EXTRACT-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
                   PERFORM 3200-QUALIFY-MEMBER THRU 3200-EXIT
           END-READ.

       3200-QUALIFY-MEMBER.
      *    A TERMINATION DATED IN THE FUTURE LEAVES THE MEMBER
      *    COVERED UNTIL THEN, AND THE PBM IS TOLD WHEN IT ENDS
           IF MBF-TERMINATED AND MBF-TERM-DATE < WS-TODAY-DATE
               ADD 1 TO WS-MEMBERS-NOT-SENT
               GO TO 3200-EXIT
           END-IF
           CALL 'POLYLKUP' USING MBF-POLICY-NUMBER
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               ADD 1 TO WS-MEMBERS-NOT-SENT
               GO TO 3200-EXIT
           END-IF
           IF POL-STATUS NOT = "A"
             OR POL-EXPIRY-DATE < WS-TODAY-DATE
               ADD 1 TO WS-MEMBERS-NOT-SENT
               GO TO 3200-EXIT
           END-IF

           MOVE POL-EXPIRY-DATE TO WS-COVERAGE-END
           IF MBF-TERMINATED AND MBF-TERM-DATE < WS-COVERAGE-END
               MOVE MBF-TERM-DATE TO WS-COVERAGE-END
           END-IF

           MOVE SPACES TO ELIGIBILITY-RECORD
           MOVE MBF-POLICY-NUMBER TO PBME-POLICY-NUMBER
           MOVE MBF-MEMBER-ID TO PBME-MEMBER-ID
           MOVE MBF-MEMBER-NAME TO PBME-MEMBER-NAME
           MOVE MBF-BIRTH-DATE TO PBME-BIRTH-DATE
           MOVE MBF-SEX TO PBME-SEX
           MOVE MBF-RELATIONSHIP TO PBME-RELATIONSHIP
           MOVE POL-GROUP-NUMBER TO PBME-GROUP-NUMBER
           MOVE POL-PLAN-TYPE TO PBME-PLAN-TYPE
           MOVE POL-EFFECTIVE-DATE TO PBME-COVERAGE-START
           MOVE WS-COVERAGE-END TO PBME-COVERAGE-END
           MOVE WS-TODAY-DATE TO PBME-EXTRACT-DATE
           WRITE ELIGIBILITY-RECORD
           ADD 1 TO WS-ELIG-DETAILS
           ADD 1 TO WS-MEMBERS-SENT

           PERFORM 3300-WRITE-ACCUMULATORS.
       3200-EXIT.
           EXIT.

       3300-WRITE-ACCUMULATORS.
           MOVE POL-POLICY-NUMBER
               TO ACCUM-POLICY-NUMBER OF WS-FAM-ACCUM
           MOVE SPACES TO ACCUM-MEMBER-ID OF WS-FAM-ACCUM
           MOVE "R" TO WS-ACCUMIO-FUNCTION
           CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                WS-FAM-ACCUM
                                WS-ACCUMIO-OK

           MOVE SPACES TO ACCUM-OUT-RECORD
           MOVE MBF-POLICY-NUMBER TO PBMA-POLICY-NUMBER
           MOVE MBF-MEMBER-ID TO PBMA-MEMBER-ID
           MOVE POL-PLAN-TYPE TO PBMA-PLAN-TYPE
           MOVE POL-DEDUCTIBLE TO PBMA-FAMILY-DEDUCTIBLE
           MOVE ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
               TO PBMA-FAMILY-DEDUCT-MET
           MOVE ACCUM-OOP-MET OF WS-FAM-ACCUM TO PBMA-FAMILY-OOP-MET
           MOVE POL-INDIV-DEDUCTIBLE TO PBMA-INDIV-DEDUCTIBLE
           MOVE ZERO TO PBMA-INDIV-DEDUCT-MET
           MOVE ZERO TO PBMA-INDIV-OOP-MET
           SET PBMA-OOP-FAMILY TO TRUE
           IF POL-INDIV-DEDUCTIBLE > ZERO
               MOVE POL-POLICY-NUMBER
                   TO ACCUM-POLICY-NUMBER OF WS-MBR-ACCUM
               MOVE MBF-MEMBER-ID TO ACCUM-MEMBER-ID OF WS-MBR-ACCUM
               MOVE "R" TO WS-ACCUMIO-FUNCTION
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
               MOVE ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
                   TO PBMA-INDIV-DEDUCT-MET
               MOVE ACCUM-OOP-MET OF WS-MBR-ACCUM
                   TO PBMA-INDIV-OOP-MET
               SET PBMA-OOP-MEMBER TO TRUE
           END-IF
           MOVE WS-TODAY-DATE TO PBMA-EXTRACT-DATE
           WRITE ACCUM-OUT-RECORD
           ADD 1 TO WS-ACCUM-DETAILS
           COMPUTE WS-MET-TOTAL =
               PBMA-FAMILY-DEDUCT-MET + PBMA-FAMILY-OOP-MET
               + PBMA-INDIV-DEDUCT-MET + PBMA-INDIV-OOP-MET
           END-COMPUTE
           COMPUTE WS-BCTL-CENTS = WS-MET-TOTAL * 100
           END-COMPUTE
           ADD WS-BCTL-CENTS TO WS-ACCUM-HASH.

       3900-FINISH-OUTBOUND.
           MOVE "TRL" TO BCTL-TAG OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-ELIG-DETAILS
               TO BCTL-RECORD-COUNT OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF ELIGIBILITY-CONTROL-RECORD
           WRITE ELIGIBILITY-CONTROL-RECORD
           CLOSE ELIGIBILITY-FILE

           MOVE "TRL" TO BCTL-TAG OF ACCUM-OUT-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ACCUM-OUT-CONTROL-RECORD
           MOVE WS-ACCUM-DETAILS
               TO BCTL-RECORD-COUNT OF ACCUM-OUT-CONTROL-RECORD
           MOVE WS-ACCUM-HASH
               TO BCTL-HASH-CENTS OF ACCUM-OUT-CONTROL-RECORD
           WRITE ACCUM-OUT-CONTROL-RECORD
           CLOSE ACCUM-OUT-FILE.

       8000-DISPLAY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PBM FILLS READ: " WS-FILLS-READ
                  "  APPLIED: " WS-FILLS-APPLIED
                  "  REVERSED: " WS-REVERSALS-APPLIED
                  "  ALREADY APPLIED: " WS-FILLS-DUPLICATE
                  "  REJECTED: " WS-FILLS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MEMBERS SENT TO PBM: " WS-MEMBERS-SENT
                  "  NOT COVERED TODAY: " WS-MEMBERS-NOT-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY " "
           DISPLAY "PBM EXCHANGE COMPLETE"
           DISPLAY "PBM FILLS READ:        " WS-FILLS-READ
           DISPLAY "FILLS APPLIED:         " WS-FILLS-APPLIED
           DISPLAY "REVERSALS APPLIED:     " WS-REVERSALS-APPLIED
           DISPLAY "ALREADY APPLIED:       " WS-FILLS-DUPLICATE
           DISPLAY "FILLS REJECTED:        " WS-FILLS-REJECTED
           DISPLAY "DEDUCTIBLE POSTED:     " WS-DEDUCT-POSTED
           DISPLAY "OOP POSTED:            " WS-OOP-POSTED
           DISPLAY "MEMBER RECORDS READ:   " WS-MEMBERS-READ
           DISPLAY "MEMBERS SENT TO PBM:   " WS-MEMBERS-SENT
           DISPLAY "MEMBERS NOT COVERED:   " WS-MEMBERS-NOT-SENT.

       9000-CLEANUP.
           CLOSE MEMBER-FILE
           IF INBOUND-IS-OPEN
               CLOSE PBM-INBOUND-FILE
               CLOSE APPLIED-LOG-FILE
           END-IF
           CLOSE REPORT-FILE.
