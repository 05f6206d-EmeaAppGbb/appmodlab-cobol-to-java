       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCSCAN.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * HIGH-COST CLAIMANT SCAN AND CASE MANAGEMENT REFERRAL           *
      * WEEKLY. FINDS EVERY MEMBER WHOSE PAID CLAIMS OVER THE ROLLING  *
      * TWELVE MONTHS TO THE BUSINESS DATE CROSS THE HIGH-COST         *
      * THRESHOLD, OR WHO HAS A CLAIM IN THOSE MONTHS CARRYING A       *
      * DIAGNOSIS THE CODE MASTER TAGS CHRONIC OR CATASTROPHIC, AND    *
      * REFERS EACH ONE TO A CASE MANAGEMENT NURSE WHILE THE CARE CAN  *
      * STILL BE MANAGED - RATHER THAN MONTHS LATER WHEN STOPLOSS OR   *
      * REINSCDE SEES THE CLAIMS. PAID IS WHAT THE PAYMENT LEDGER      *
      * SHOWS GOING OUT ON ACTIVE CLAIM-PAYMENT LINES, TIED TO THE     *
      * MEMBER THROUGH THE CLAIM HISTORY. THE NURSES' STATUS UPDATES   *
      * ARE POSTED FIRST, THEN THE CASE FILE IS REWRITTEN              *
      * OLD-MASTER/NEW-MASTER LIKE SUBROTRK, WITH THE JOB PROMOTING    *
      * case_mgmt_new OVER THE LIVE FILE ON SUCCESS. A MEMBER WITH AN  *
      * OPEN CASE IS NEVER REFERRED AGAIN, AND ONE WHO DECLINED OR     *
      * WHOSE CASE CLOSED IS LEFT ALONE FOR THE RE-REFERRAL WAIT SO    *
      * THE SAME HISTORY DOES NOT RAISE A NEW CASE EVERY WEEK          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT CASE-FILE
               ASSIGN TO "data/case_mgmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT UPDATE-FILE
               ASSIGN TO "data/case_mgmt_updates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-STATUS.

           SELECT NURSE-FILE
               ASSIGN TO "data/case_nurses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NURSE-STATUS.

           SELECT NEW-CASE-FILE
               ASSIGN TO "data/case_mgmt_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  CASE-FILE.
       01  CASE-RECORD.
           COPY CMGTREC.

       FD  UPDATE-FILE.
       01  UPDATE-RECORD.
           COPY CMUPREC.

       FD  NURSE-FILE.
       01  NURSE-RECORD.
           COPY CMNRREC.

       FD  NEW-CASE-FILE.
       01  CASE-NEW-REC.
           COPY CMGTREC.

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-UPDATE-STATUS         PIC XX.
       01  WS-NURSE-STATUS          PIC XX.
       01  WS-NEW-CASE-STATUS       PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-CASE              PIC X VALUE 'N'.
           88 EOF-CASE              VALUE 'Y'.
       01  WS-EOF-UPDATE            PIC X VALUE 'N'.
           88 EOF-UPDATE            VALUE 'Y'.
       01  WS-EOF-NURSE             PIC X VALUE 'N'.
           88 EOF-NURSE             VALUE 'Y'.
       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * EACH HISTORY ROW COMES BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-DIAG-RECORD.
           COPY DIAGREC.
       01  WS-DIAG-FOUND            PIC X VALUE 'N'.
       01  WS-DIAG-MASTER-PRESENT   PIC X VALUE 'N'.

       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * HCC-PAID-THRESHOLD IS THE ROLLING TWELVE-MONTH PAID THAT
      * MAKES A MEMBER HIGH-COST, HCC-REREFER-MONTHS HOW LONG A
      * DECLINED OR CLOSED CASE KEEPS THE MEMBER FROM BEING
      * REFERRED AGAIN
       01  WS-PAID-THRESHOLD        PIC 9(7)V99 VALUE 50000.00.
       01  WS-REREFER-MONTHS        PIC 9(3) VALUE 6.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR        PIC 9(4).
           05  WS-TODAY-MONTH       PIC 9(2).
           05  WS-TODAY-DAY         PIC 9(2).
      * THE ROLLING WINDOW RUNS FROM THE DAY AFTER THE SAME DATE A
      * YEAR AGO THROUGH THE BUSINESS DATE
       01  WS-WINDOW-START          PIC 9(8).
       01  WS-REREFER-CUTOFF        PIC 9(8).
       01  WS-MONTH-NUMBER          PIC 9(6).
       01  WS-CUTOFF-YEAR           PIC 9(4).
       01  WS-CUTOFF-MONTH          PIC 9(2).
       01  WS-SERVICE-DATE          PIC 9(8).

      * THE CASE FILE AS IT STANDS, UPDATED IN PLACE AND GROWN BY
      * THE WEEK'S REFERRALS BEFORE BEING WRITTEN OUT AS THE NEW MASTER
       01  WS-MAX-CASES             PIC 9(5) VALUE 5000.
       01  WS-CASE-COUNT            PIC 9(5) VALUE 0.
       01  WS-CA-IDX                PIC 9(5) VALUE 0.
       01  WS-CA-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-CA-FOUND              PIC X VALUE 'N'.
           88 CASE-FOUND            VALUE 'Y'.
       01  WS-LAST-CASE-NUMBER      PIC 9(8) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CA-ENTRY OCCURS 5000 TIMES.
               COPY CMGTREC REPLACING ==05== BY ==10==.

       01  WS-MAX-NURSES            PIC 9(3) VALUE 200.
       01  WS-NURSE-COUNT           PIC 9(3) VALUE 0.
       01  WS-NR-IDX                PIC 9(3) VALUE 0.
       01  WS-NR-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-NR-FOUND              PIC X VALUE 'N'.
           88 NURSE-FOUND           VALUE 'Y'.
       01  WS-SEARCH-NURSE          PIC X(8).
       01  WS-NURSE-TABLE.
           05  WS-NR-ENTRY OCCURS 200 TIMES.
               10  WS-NR-NURSE-ID       PIC X(8).
               10  WS-NR-ACTIVE-FLAG    PIC X(1).
                   88 NR-ACTIVE         VALUE 'A'.
               10  WS-NR-OPEN-CASES     PIC 9(5).

      * EVERY CURRENT CLAIM ON THE HISTORY MASTER, WHOSE IT IS AND
      * WHAT THE LEDGER PAID ON IT IN THE WINDOW - SORTED BY CLAIM
      * FOR THE LEDGER PASS, THEN BY MEMBER TO TOTAL EACH MEMBER UP
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 50000.
       01  WS-CLAIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-CX                    PIC 9(5) VALUE 0.
       01  WS-CLAIM-MAP.
           05  WS-CM-ENTRY OCCURS 50000 TIMES
               ASCENDING KEY IS WS-CM-CLAIM-NUMBER
               INDEXED BY WS-CM-IDX.
               10  WS-CM-CLAIM-NUMBER   PIC X(10).
               10  WS-CM-POLICY-NUMBER  PIC X(10).
               10  WS-CM-MEMBER-ID      PIC X(10).
               10  WS-CM-PAID           PIC 9(9)V99.
               10  WS-CM-DIAG-CODE      PIC X(5).
               10  WS-CM-DIAG-CLASS     PIC X(1).

      * THE MEMBER BEING TOTALLED ON THE CONTROL BREAK
       01  WS-BRK-POLICY            PIC X(10).
       01  WS-BRK-MEMBER            PIC X(10).
       01  WS-BRK-PAID              PIC 9(9)V99.
       01  WS-BRK-DIAG-CODE         PIC X(5).
       01  WS-BRK-DIAG-CLASS        PIC X(1).
       01  WS-BRK-OVER-THRESHOLD    PIC X VALUE 'N'.
           88 BRK-OVER-THRESHOLD    VALUE 'Y'.
       01  WS-OPEN-CASE-FOUND       PIC X VALUE 'N'.
           88 OPEN-CASE-FOUND       VALUE 'Y'.
       01  WS-RECENT-CASE-FOUND     PIC X VALUE 'N'.
           88 RECENT-CASE-FOUND     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-UPDATES-READ      PIC 9(5) VALUE 0.
           05  WS-UPDATES-POSTED    PIC 9(5) VALUE 0.
           05  WS-UPDATES-REJECTED  PIC 9(5) VALUE 0.
           05  WS-PAY-LINES-COUNTED PIC 9(7) VALUE 0.
           05  WS-PAY-NO-CLAIM      PIC 9(7) VALUE 0.
           05  WS-MEMBERS-SCANNED   PIC 9(7) VALUE 0.
           05  WS-MEMBERS-FLAGGED   PIC 9(7) VALUE 0.
           05  WS-ALREADY-OPEN      PIC 9(5) VALUE 0.
           05  WS-RECENTLY-ENDED    PIC 9(5) VALUE 0.
           05  WS-CASES-OPENED      PIC 9(5) VALUE 0.
           05  WS-COST-REFERRALS    PIC 9(5) VALUE 0.
           05  WS-DIAG-REFERRALS    PIC 9(5) VALUE 0.
           05  WS-UNASSIGNED        PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "HCCSCAN".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-CASES UNTIL EOF-CASE
           PERFORM 3000-POST-UPDATES UNTIL EOF-UPDATE
           PERFORM 3500-COUNT-CASELOAD
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CASE-COUNT
           PERFORM 4000-SCAN-CLAIM-HISTORY THRU 4000-EXIT
           PERFORM 5000-SCAN-LEDGER THRU 5000-EXIT
           PERFORM 6000-REFER-MEMBERS THRU 6000-EXIT
           PERFORM 7000-WRITE-NEW-MASTER
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CASE-COUNT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - HIGH-COST CLAIMANT SCAN"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-RULES

           COMPUTE WS-WINDOW-START =
               (WS-TODAY-YEAR - 1) * 10000
               + WS-TODAY-MONTH * 100 + WS-TODAY-DAY

      *    THE SAME DAY OF THE MONTH THE RE-REFERRAL WAIT AGO - A DAY
      *    THAT MONTH DOES NOT HAVE STILL COMPARES CORRECTLY AS A
      *    NUMBER
           COMPUTE WS-MONTH-NUMBER = WS-TODAY-YEAR * 12
               + WS-TODAY-MONTH - 1 - WS-REREFER-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           COMPUTE WS-REREFER-CUTOFF = WS-CUTOFF-YEAR * 10000
               + (WS-CUTOFF-MONTH + 1) * 100 + WS-TODAY-DAY

           DISPLAY "ROLLING WINDOW AFTER " WS-WINDOW-START
                   " THROUGH " WS-TODAY-DATE
           DISPLAY "PAID THRESHOLD:         " WS-PAID-THRESHOLD

           PERFORM 1200-LOAD-NURSES

      *    NO CASE FILE MEANS NO MEMBER HAS BEEN REFERRED YET, AND NO
      *    UPDATE FILE MEANS THE NURSES HAVE NOTHING TO POST THIS WEEK
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               SET EOF-CASE TO TRUE
           END-IF

           OPEN INPUT UPDATE-FILE
           IF WS-UPDATE-STATUS NOT = "00"
               SET EOF-UPDATE TO TRUE
           END-IF

           OPEN OUTPUT NEW-CASE-FILE.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-RULES
               PERFORM 1110-READ-RULE UNTIL EOF-RULES
               CLOSE RULES-FILE
           END-IF.

       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-RULES TO TRUE
               NOT AT END
                   EVALUATE RULE-NAME
                       WHEN "HCC-PAID-THRESHOLD"
                           MOVE RULE-VALUE TO WS-PAID-THRESHOLD
                       WHEN "HCC-REREFER-MONTHS"
                           MOVE RULE-VALUE TO WS-REREFER-MONTHS
                   END-EVALUATE
           END-READ.

       1200-LOAD-NURSES.
      *    WITHOUT A ROSTER THE WEEK'S REFERRALS ARE STILL OPENED, BUT
      *    UNASSIGNED - THE SUPERVISOR HANDS THEM OUT THROUGH UPDATES
           OPEN INPUT NURSE-FILE
           IF WS-NURSE-STATUS NOT = "00"
               DISPLAY "HCCSCAN WARNING: NO NURSE ROSTER ON FILE - "
                       "NEW CASES WILL BE UNASSIGNED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1210-READ-NURSE UNTIL EOF-NURSE
               CLOSE NURSE-FILE
           END-IF.

       1210-READ-NURSE.
           READ NURSE-FILE
               AT END
                   SET EOF-NURSE TO TRUE
               NOT AT END
                   IF WS-NURSE-COUNT < WS-MAX-NURSES
                       ADD 1 TO WS-NURSE-COUNT
                       MOVE CMNR-NURSE-ID
                           TO WS-NR-NURSE-ID(WS-NURSE-COUNT)
                       MOVE CMNR-STATUS
                           TO WS-NR-ACTIVE-FLAG(WS-NURSE-COUNT)
                       MOVE ZERO TO WS-NR-OPEN-CASES(WS-NURSE-COUNT)
                   ELSE
                       DISPLAY "HCCSCAN WARNING: NURSE TABLE FULL - "
                               "NURSE " CMNR-NURSE-ID " NOT LOADED"
                   END-IF
           END-READ.

       2000-LOAD-CASES.
           READ CASE-FILE
               AT END
                   SET EOF-CASE TO TRUE
               NOT AT END
                   PERFORM 2100-ADD-CASE-ENTRY
           END-READ.

       2100-ADD-CASE-ENTRY.
           IF WS-CASE-COUNT < WS-MAX-CASES
               ADD 1 TO WS-CASE-COUNT
               MOVE CASE-RECORD TO WS-CA-ENTRY(WS-CASE-COUNT)
               IF CMGT-CASE-NUMBER OF CASE-RECORD
                       > WS-LAST-CASE-NUMBER
                   MOVE CMGT-CASE-NUMBER OF CASE-RECORD
                       TO WS-LAST-CASE-NUMBER
               END-IF
           ELSE
               DISPLAY "HCCSCAN WARNING: CASE TABLE FULL - CASE "
                       CMGT-CASE-NUMBER OF CASE-RECORD
                       " NOT CARRIED FORWARD"
           END-IF.

       3000-POST-UPDATES.
           READ UPDATE-FILE
               AT END
                   SET EOF-UPDATE TO TRUE
               NOT AT END
                   ADD 1 TO WS-UPDATES-READ
                   PERFORM 3100-APPLY-UPDATE THRU 3100-EXIT
           END-READ.

       3100-APPLY-UPDATE.
           PERFORM 3200-FIND-CASE
           IF NOT CASE-FOUND
               DISPLAY "HCCSCAN WARNING: UPDATE FOR CASE "
                       CMUP-CASE-NUMBER " - NO SUCH CASE"
               GO TO 3100-REJECT
           END-IF
           IF NOT CMGT-OPEN OF WS-CA-ENTRY(WS-CA-MATCH-IDX)
               DISPLAY "HCCSCAN WARNING: UPDATE FOR CASE "
                       CMUP-CASE-NUMBER " - CASE ALREADY "
                       "DECLINED OR CLOSED"
               GO TO 3100-REJECT
           END-IF
           IF NOT CMUP-NO-STATUS-CHANGE AND NOT CMUP-VALID-STATUS
               DISPLAY "HCCSCAN WARNING: UPDATE FOR CASE "
                       CMUP-CASE-NUMBER " - INVALID STATUS "
                       CMUP-NEW-STATUS
               GO TO 3100-REJECT
           END-IF
           IF CMUP-NURSE-ID NOT = SPACES
               MOVE CMUP-NURSE-ID TO WS-SEARCH-NURSE
               PERFORM 3300-FIND-NURSE
               IF NOT NURSE-FOUND
                   DISPLAY "HCCSCAN WARNING: UPDATE FOR CASE "
                           CMUP-CASE-NUMBER " - NURSE "
                           CMUP-NURSE-ID " NOT ON THE ROSTER"
                   GO TO 3100-REJECT
               END-IF
               MOVE CMUP-NURSE-ID
                   TO CMGT-NURSE-ID OF WS-CA-ENTRY(WS-CA-MATCH-IDX)
           END-IF
           IF NOT CMUP-NO-STATUS-CHANGE
               MOVE CMUP-NEW-STATUS
                   TO CMGT-STATUS OF WS-CA-ENTRY(WS-CA-MATCH-IDX)
               IF CMUP-EFFECTIVE-DATE = ZERO
                   MOVE WS-TODAY-DATE TO CMGT-STATUS-DATE
                       OF WS-CA-ENTRY(WS-CA-MATCH-IDX)
               ELSE
                   MOVE CMUP-EFFECTIVE-DATE TO CMGT-STATUS-DATE
                       OF WS-CA-ENTRY(WS-CA-MATCH-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-UPDATES-POSTED
           GO TO 3100-EXIT.
       3100-REJECT.
           ADD 1 TO WS-UPDATES-REJECTED
           MOVE 4 TO RETURN-CODE.
       3100-EXIT.
           EXIT.

       3200-FIND-CASE.
           MOVE 'N' TO WS-CA-FOUND
           PERFORM 3210-MATCH-CASE
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CASE-COUNT OR CASE-FOUND.

       3210-MATCH-CASE.
           IF CMGT-CASE-NUMBER OF WS-CA-ENTRY(WS-CA-IDX)
                   = CMUP-CASE-NUMBER
               SET CASE-FOUND TO TRUE
               MOVE WS-CA-IDX TO WS-CA-MATCH-IDX
           END-IF.

       3300-FIND-NURSE.
           MOVE 'N' TO WS-NR-FOUND
           PERFORM 3310-MATCH-NURSE
               VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NURSE-COUNT OR NURSE-FOUND.

       3310-MATCH-NURSE.
           IF WS-NR-NURSE-ID(WS-NR-IDX) = WS-SEARCH-NURSE
               SET NURSE-FOUND TO TRUE
               MOVE WS-NR-IDX TO WS-NR-MATCH-IDX
           END-IF.

       3500-COUNT-CASELOAD.
      *    EACH NURSE'S OPEN CASES AFTER THE WEEK'S UPDATES - THE
      *    LIGHTEST ACTIVE CASELOAD TAKES THE NEXT REFERRAL
           IF CMGT-OPEN OF WS-CA-ENTRY(WS-CA-IDX)
             AND CMGT-NURSE-ID OF WS-CA-ENTRY(WS-CA-IDX) NOT = SPACES
               MOVE CMGT-NURSE-ID OF WS-CA-ENTRY(WS-CA-IDX)
                   TO WS-SEARCH-NURSE
               PERFORM 3300-FIND-NURSE
               IF NURSE-FOUND
                   ADD 1 TO WS-NR-OPEN-CASES(WS-NR-MATCH-IDX)
               END-IF
           END-IF.

       4000-SCAN-CLAIM-HISTORY.
      *    ONE PASS OF THE CURRENT ROWS MAPS EVERY CLAIM TO ITS
      *    MEMBER AND NOTES A TAGGED DIAGNOSIS ON ANY CLAIM SERVED IN
      *    THE WINDOW
           MOVE LOW-VALUES TO CLAIM-HISTORY-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "HCCSCAN WARNING: CLAIM HISTORY MASTER EMPTY - "
                       "NO MEMBER CAN BE SCANNED"
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-NEXT-HISTORY UNTIL EOF-HISTORY

      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED CLAIMS
      *    STAY WITHIN 1..WS-CLAIM-COUNT FOR THE BINARY SEARCH
           PERFORM 4050-PAD-CLAIM-SLOT
               VARYING WS-PAD-IDX FROM WS-CLAIM-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-CLAIMS
           SORT WS-CM-ENTRY ON ASCENDING KEY WS-CM-CLAIM-NUMBER.
       4000-EXIT.
           EXIT.

       4010-NEXT-HISTORY.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF CLH-CURRENT
                   PERFORM 4100-MAP-CLAIM THRU 4100-EXIT
               END-IF
           END-IF.

       4100-MAP-CLAIM.
           IF WS-CLAIM-COUNT NOT < WS-MAX-CLAIMS
               DISPLAY "HCCSCAN WARNING: CLAIM MAP FULL - CLAIM "
                       CLM-CLAIM-NUMBER " NOT SCANNED"
               MOVE 4 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-COUNT
           MOVE CLM-CLAIM-NUMBER TO WS-CM-CLAIM-NUMBER(WS-CLAIM-COUNT)
           MOVE CLM-POLICY-NUMBER
               TO WS-CM-POLICY-NUMBER(WS-CLAIM-COUNT)
           MOVE CLM-MEMBER-ID TO WS-CM-MEMBER-ID(WS-CLAIM-COUNT)
           MOVE ZERO TO WS-CM-PAID(WS-CLAIM-COUNT)
           MOVE SPACES TO WS-CM-DIAG-CODE(WS-CLAIM-COUNT)
           MOVE SPACES TO WS-CM-DIAG-CLASS(WS-CLAIM-COUNT)

      *    A CLAIM WITH NO MEMBER ID WAS THE SUBSCRIBER'S - RESOLVED
      *    HERE SO IT TOTALS WITH THE SUBSCRIBER'S OWN CLAIMS
           IF CLM-MEMBER-ID = SPACES
               MOVE 'N' TO WS-SUBSCR-FOUND
               CALL 'MBRLKUP' USING CLM-POLICY-NUMBER
                                    WS-BLANK-MEMBER-ID
                                    WS-SUBSCRIBER-RECORD
                                    WS-SUBSCR-FOUND
                                    WS-MBR-MASTER-PRESENT
               IF WS-SUBSCR-FOUND = 'Y'
                   MOVE MBR-MEMBER-ID OF WS-SUBSCRIBER-RECORD
                       TO WS-CM-MEMBER-ID(WS-CLAIM-COUNT)
               END-IF
           END-IF

      *    A VOID ONLY REVERSES AN EARLIER CLAIM AND A CLAIM CLMEDIT
      *    REJECTED NEVER HAD ITS CODE ACCEPTED - NEITHER SAYS
      *    ANYTHING ABOUT THE MEMBER'S CONDITION
           IF CLM-ADJ-VOID OR CLM-STATUS = "R"
             OR CLM-DIAGNOSIS-CODE = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE CLM-CLAIM-DATE TO WS-SERVICE-DATE
           IF WS-SERVICE-DATE NOT > WS-WINDOW-START
             OR WS-SERVICE-DATE > WS-TODAY-DATE
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-DIAG-FOUND
           CALL 'DIAGLKUP' USING CLM-DIAGNOSIS-CODE
                                 WS-DIAG-RECORD
                                 WS-DIAG-FOUND
                                 WS-DIAG-MASTER-PRESENT
           IF WS-DIAG-FOUND = 'Y'
             AND NOT DIAG-NO-CASE-MGMT OF WS-DIAG-RECORD
               MOVE CLM-DIAGNOSIS-CODE
                   TO WS-CM-DIAG-CODE(WS-CLAIM-COUNT)
               MOVE DIAG-CASE-MGMT-CLASS OF WS-DIAG-RECORD
                   TO WS-CM-DIAG-CLASS(WS-CLAIM-COUNT)
           END-IF.
       4100-EXIT.
           EXIT.

       4050-PAD-CLAIM-SLOT.
           MOVE HIGH-VALUES TO WS-CM-ENTRY(WS-PAD-IDX + 1).

       5000-SCAN-LEDGER.
      *    ONE SEQUENTIAL PASS OVER THE LEDGER CREDITS EVERY ACTIVE
      *    (NOT VOIDED, HELD OR CANCELLED) CLAIM PAYMENT IN THE WINDOW
      *    TO ITS CLAIM. INTEREST, REFUND, CAPITATION AND HRA LINES
      *    ARE NOT BENEFITS PAID FOR THE MEMBER'S CARE
           IF WS-CLAIM-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 5000-EXIT
           END-IF
           PERFORM 5010-NEXT-PAYMENT UNTIL EOF-PAYMENT.
       5000-EXIT.
           EXIT.

       5010-NEXT-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-CLAIM-PAYMENT
                 AND PYMT-STATUS NOT = "V"
                 AND PYMT-STATUS NOT = "H"
                 AND PYMT-STATUS NOT = "U"
                 AND PYMT-STATUS NOT = "X"
                 AND PYMT-PAYMENT-DATE > WS-WINDOW-START
                 AND PYMT-PAYMENT-DATE NOT > WS-TODAY-DATE
                   PERFORM 5100-CREDIT-CLAIM
               END-IF
           END-IF.

       5100-CREDIT-CLAIM.
           SEARCH ALL WS-CM-ENTRY
               AT END
                   ADD 1 TO WS-PAY-NO-CLAIM
               WHEN WS-CM-CLAIM-NUMBER(WS-CM-IDX) = PYMT-CLAIM-NUMBER
                   ADD 1 TO WS-PAY-LINES-COUNTED
                   ADD PYMT-PAYMENT-AMOUNT TO WS-CM-PAID(WS-CM-IDX)
           END-SEARCH.

       6000-REFER-MEMBERS.
      *    RE-SORTED BY MEMBER SO EACH MEMBER'S CLAIMS SIT TOGETHER -
      *    THE PADDED SLOTS STAY AT THE END ON THEIR HIGH-VALUES
           IF WS-CLAIM-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF
           SORT WS-CM-ENTRY ON ASCENDING KEY WS-CM-POLICY-NUMBER
                                             WS-CM-MEMBER-ID
           MOVE WS-CM-POLICY-NUMBER(1) TO WS-BRK-POLICY
           MOVE WS-CM-MEMBER-ID(1) TO WS-BRK-MEMBER
           MOVE ZERO TO WS-BRK-PAID
           MOVE SPACES TO WS-BRK-DIAG-CODE
           MOVE SPACES TO WS-BRK-DIAG-CLASS
           PERFORM 6100-ACCUMULATE-CLAIM
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CLAIM-COUNT
           PERFORM 6200-SCREEN-MEMBER THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

       6100-ACCUMULATE-CLAIM.
           IF WS-CM-POLICY-NUMBER(WS-CX) NOT = WS-BRK-POLICY
             OR WS-CM-MEMBER-ID(WS-CX) NOT = WS-BRK-MEMBER
               PERFORM 6200-SCREEN-MEMBER THRU 6200-EXIT
               MOVE WS-CM-POLICY-NUMBER(WS-CX) TO WS-BRK-POLICY
               MOVE WS-CM-MEMBER-ID(WS-CX) TO WS-BRK-MEMBER
               MOVE ZERO TO WS-BRK-PAID
               MOVE SPACES TO WS-BRK-DIAG-CODE
               MOVE SPACES TO WS-BRK-DIAG-CLASS
           END-IF
           ADD WS-CM-PAID(WS-CX) TO WS-BRK-PAID

      *    A CATASTROPHIC DIAGNOSIS OUTRANKS A CHRONIC ONE AS THE
      *    REASON CARRIED ON THE CASE
           IF WS-CM-DIAG-CLASS(WS-CX) = "K"
             AND WS-BRK-DIAG-CLASS NOT = "K"
               MOVE WS-CM-DIAG-CODE(WS-CX) TO WS-BRK-DIAG-CODE
               MOVE WS-CM-DIAG-CLASS(WS-CX) TO WS-BRK-DIAG-CLASS
           END-IF
           IF WS-CM-DIAG-CLASS(WS-CX) = "H"
             AND WS-BRK-DIAG-CLASS = SPACES
               MOVE WS-CM-DIAG-CODE(WS-CX) TO WS-BRK-DIAG-CODE
               MOVE WS-CM-DIAG-CLASS(WS-CX) TO WS-BRK-DIAG-CLASS
           END-IF.

       6200-SCREEN-MEMBER.
           ADD 1 TO WS-MEMBERS-SCANNED
           MOVE 'N' TO WS-BRK-OVER-THRESHOLD
           IF WS-BRK-PAID NOT < WS-PAID-THRESHOLD
               SET BRK-OVER-THRESHOLD TO TRUE
           END-IF
           IF NOT BRK-OVER-THRESHOLD AND WS-BRK-DIAG-CLASS = SPACES
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO WS-MEMBERS-FLAGGED

           MOVE 'N' TO WS-OPEN-CASE-FOUND
           MOVE 'N' TO WS-RECENT-CASE-FOUND
           PERFORM 6300-CHECK-PRIOR-CASE
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CASE-COUNT OR OPEN-CASE-FOUND
           IF OPEN-CASE-FOUND
               ADD 1 TO WS-ALREADY-OPEN
               GO TO 6200-EXIT
           END-IF
           IF RECENT-CASE-FOUND
               ADD 1 TO WS-RECENTLY-ENDED
               GO TO 6200-EXIT
           END-IF
           PERFORM 6400-OPEN-CASE THRU 6400-EXIT.
       6200-EXIT.
           EXIT.

       6300-CHECK-PRIOR-CASE.
           IF CMGT-POLICY-NUMBER OF WS-CA-ENTRY(WS-CA-IDX)
                   = WS-BRK-POLICY
             AND CMGT-MEMBER-ID OF WS-CA-ENTRY(WS-CA-IDX)
                   = WS-BRK-MEMBER
               IF CMGT-OPEN OF WS-CA-ENTRY(WS-CA-IDX)
                   SET OPEN-CASE-FOUND TO TRUE
               ELSE
                   IF CMGT-STATUS-DATE OF WS-CA-ENTRY(WS-CA-IDX)
                           NOT < WS-REREFER-CUTOFF
                       SET RECENT-CASE-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       6400-OPEN-CASE.
           IF WS-CASE-COUNT NOT < WS-MAX-CASES
               DISPLAY "HCCSCAN WARNING: CASE TABLE FULL - MEMBER "
                       WS-BRK-POLICY "/" WS-BRK-MEMBER " NOT REFERRED"
               MOVE 4 TO RETURN-CODE
               GO TO 6400-EXIT
           END-IF
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-CASES-OPENED
           ADD 1 TO WS-LAST-CASE-NUMBER
           INITIALIZE WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-LAST-CASE-NUMBER
               TO CMGT-CASE-NUMBER OF WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-BRK-POLICY
               TO CMGT-POLICY-NUMBER OF WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-BRK-MEMBER
               TO CMGT-MEMBER-ID OF WS-CA-ENTRY(WS-CASE-COUNT)
           EVALUATE TRUE
               WHEN BRK-OVER-THRESHOLD
                 AND WS-BRK-DIAG-CLASS NOT = SPACES
                   SET CMGT-COST-AND-DIAG OF WS-CA-ENTRY(WS-CASE-COUNT)
                       TO TRUE
                   ADD 1 TO WS-COST-REFERRALS
                   ADD 1 TO WS-DIAG-REFERRALS
               WHEN BRK-OVER-THRESHOLD
                   SET CMGT-HIGH-COST OF WS-CA-ENTRY(WS-CASE-COUNT)
                       TO TRUE
                   ADD 1 TO WS-COST-REFERRALS
               WHEN OTHER
                   SET CMGT-DIAGNOSIS OF WS-CA-ENTRY(WS-CASE-COUNT)
                       TO TRUE
                   ADD 1 TO WS-DIAG-REFERRALS
           END-EVALUATE
           MOVE WS-BRK-PAID
               TO CMGT-ROLLING-PAID OF WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-BRK-DIAG-CODE
               TO CMGT-DIAG-CODE OF WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-BRK-DIAG-CLASS
               TO CMGT-DIAG-CLASS OF WS-CA-ENTRY(WS-CASE-COUNT)
           MOVE WS-TODAY-DATE
               TO CMGT-REFERRED-DATE OF WS-CA-ENTRY(WS-CASE-COUNT)
           SET CMGT-REFERRED OF WS-CA-ENTRY(WS-CASE-COUNT) TO TRUE
           MOVE WS-TODAY-DATE
               TO CMGT-STATUS-DATE OF WS-CA-ENTRY(WS-CASE-COUNT)
           PERFORM 6500-ASSIGN-NURSE.
       6400-EXIT.
           EXIT.

       6500-ASSIGN-NURSE.
      *    THE ACTIVE NURSE CARRYING THE FEWEST OPEN CASES - TIES GO
      *    TO WHOEVER IS FIRST ON THE ROSTER
           MOVE ZERO TO WS-NR-MATCH-IDX
           PERFORM 6510-COMPARE-CASELOAD
               VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NURSE-COUNT
           IF WS-NR-MATCH-IDX = ZERO
               MOVE SPACES
                   TO CMGT-NURSE-ID OF WS-CA-ENTRY(WS-CASE-COUNT)
               ADD 1 TO WS-UNASSIGNED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-NR-NURSE-ID(WS-NR-MATCH-IDX)
                   TO CMGT-NURSE-ID OF WS-CA-ENTRY(WS-CASE-COUNT)
               ADD 1 TO WS-NR-OPEN-CASES(WS-NR-MATCH-IDX)
           END-IF.

       6510-COMPARE-CASELOAD.
           IF NR-ACTIVE(WS-NR-IDX)
               IF WS-NR-MATCH-IDX = ZERO
                   MOVE WS-NR-IDX TO WS-NR-MATCH-IDX
               ELSE
                   IF WS-NR-OPEN-CASES(WS-NR-IDX)
                           < WS-NR-OPEN-CASES(WS-NR-MATCH-IDX)
                       MOVE WS-NR-IDX TO WS-NR-MATCH-IDX
                   END-IF
               END-IF
           END-IF.

       7000-WRITE-NEW-MASTER.
           MOVE WS-CA-ENTRY(WS-CA-IDX) TO CASE-NEW-REC
           WRITE CASE-NEW-REC.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "HIGH-COST CLAIMANT SCAN COMPLETE"
           DISPLAY "STATUS UPDATES READ:    " WS-UPDATES-READ
           DISPLAY "STATUS UPDATES POSTED:  " WS-UPDATES-POSTED
           DISPLAY "STATUS UPDATES REJECTED:" WS-UPDATES-REJECTED
           DISPLAY "LEDGER LINES COUNTED:   " WS-PAY-LINES-COUNTED
           DISPLAY "LEDGER LINES NO CLAIM:  " WS-PAY-NO-CLAIM
           DISPLAY "MEMBERS SCANNED:        " WS-MEMBERS-SCANNED
           DISPLAY "MEMBERS FLAGGED:        " WS-MEMBERS-FLAGGED
           DISPLAY "  ALREADY UNDER A CASE: " WS-ALREADY-OPEN
           DISPLAY "  ENDED TOO RECENTLY:   " WS-RECENTLY-ENDED
           DISPLAY "CASES OPENED:           " WS-CASES-OPENED
           DISPLAY "  OVER PAID THRESHOLD:  " WS-COST-REFERRALS
           DISPLAY "  TAGGED DIAGNOSIS:     " WS-DIAG-REFERRALS
           DISPLAY "  LEFT UNASSIGNED:      " WS-UNASSIGNED
           DISPLAY "CASES ON FILE:          " WS-CASE-COUNT
           DISPLAY "NEW CASE FILE WRITTEN TO: data/case_mgmt_new.dat"
           .

       9000-CLEANUP.
           IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
               CLOSE CASE-FILE
           END-IF
           IF WS-UPDATE-STATUS = "00" OR WS-UPDATE-STATUS = "10"
               CLOSE UPDATE-FILE
      *        THE POSTED UPDATES ARE CONSUMED - REWRITING THE FILE
      *        EMPTY STOPS A RERUN FROM POSTING THEM TWICE, THE SAME
      *        WAY SUBROTRK CLEARS ITS RECOVERY RECEIPTS
               OPEN OUTPUT UPDATE-FILE
               CLOSE UPDATE-FILE
           END-IF
           CLOSE NEW-CASE-FILE.
