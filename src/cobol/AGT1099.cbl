       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGT1099.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * YEAR-END AGENT 1099-NEC EXTRACT                                *
      * TOTALS EACH AGENT'S COMMISSION DISBURSEMENTS FOR THE TAX YEAR  *
      * OFF THE CHECK REGISTER (PAYEE TYPE A, WRITTEN BY COMMDISB) -   *
      * WHAT ACTUALLY LEFT THE BUILDING, SO CHARGEBACKS NETTED OUT OF  *
      * A CHECK NEVER INFLATE THE REPORTED FIGURE. EVERY AGENT AT OR   *
      * ABOVE THE IRS REPORTING THRESHOLD GETS ONE EXTRACT RECORD      *
      * CARRYING THE NAME, ADDRESS AND TAX ID OFF THE AGENT MASTER -   *
      * AN AGENT WITH NO MASTER RECORD OR NO TAX ID CANNOT BE          *
      * REPORTED AND IS LOGGED RATHER THAN GUESSED AT. TAX1099 STILL   *
      * REPORTS THE PROVIDER PAYMENTS OFF THE CLAIM LEDGER             *
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

           SELECT AGENT-FILE
               ASSIGN TO "data/agents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT NEC-EXTRACT-FILE
               ASSIGN TO WS-NEC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  AGENT-FILE.
       01  AGENT-MASTER-REC.
           COPY AGENTREC.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  NEC-EXTRACT-FILE.
       01  NEC-EXTRACT-RECORD.
           COPY AGT1099O.
      *    THE SAME RECORD AREA SEEN AS A BATCH CONTROL ROW - THE
      *    EXTRACT GOES OUT WITH THE HDR/TRL CONTROLS EVERY
      *    TRANSMITTED INTERFACE CARRIES
       01  NEC-CONTROL-RECORD.
           COPY BCTLREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-AGENT-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-NEC-STATUS            PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-AGENT             PIC X VALUE 'N'.
           88 EOF-AGENT             VALUE 'Y'.
       01  WS-EOF-REGISTER          PIC X VALUE 'N'.
           88 EOF-REGISTER          VALUE 'Y'.

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE TAX-YEAR
      * KEY IS THE SAME ONE TAX1099 RESOLVES
       01  WS-NEC-FILENAME          PIC X(60)
           VALUE "data/agent_1099nec_extract.dat".
       01  WS-TAX-YEAR-PARM         PIC X(4) VALUE SPACES.

      * OVERRIDDEN BY data/coverage_rules.dat WHEN PRESENT - THE SAME
      * THRESHOLD RULE THE PROVIDER EXTRACT APPLIES
       01  WS-REPORT-THRESHOLD      PIC 9(7)V99 VALUE 600.00.

       01  WS-TAX-YEAR              PIC 9(4).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-YEAR            PIC 9(4).

      * AGENT MASTER TABLE, SORTED FOR BINARY SEARCH, WITH THE TAX
      * YEAR'S DISBURSED TOTAL ACCUMULATED ALONGSIDE
       01  WS-MAX-AGENTS            PIC 9(5) VALUE 2000.
       01  WS-AGENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-AG-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-AG-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-AG-FOUND              PIC X VALUE 'N'.
           88 AG-FOUND              VALUE 'Y'.

       01  WS-AGENT-TABLE.
           05  WS-AG-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS AGT-AGENT-ID
               INDEXED BY WS-AG-TBL-IDX.
               10  WS-AG-MASTER.
                   COPY AGENTREC REPLACING ==05== BY ==15==.
               10  WS-AG-TOTAL-PAID     PIC 9(9)V99.

      * OUTBOUND BATCH CONTROLS - DETAIL COUNT AND A HASH OF THE
      * REPORTED TOTALS IN CENTS
       01  WS-BCTL-DETAILS          PIC 9(7) VALUE 0.
       01  WS-BCTL-HASH             PIC 9(13) VALUE 0.
       01  WS-BCTL-CENTS            PIC 9(13) VALUE 0.

       01  WS-COUNTERS.
           05  WS-REGISTER-READ     PIC 9(7) VALUE 0.
           05  WS-AGENT-CHECKS      PIC 9(7) VALUE 0.
           05  WS-CHECKS-NO-AGENT   PIC 9(5) VALUE 0.
           05  WS-PAYEES-REPORTED   PIC 9(5) VALUE 0.
           05  WS-PAYEES-BELOW-MIN  PIC 9(5) VALUE 0.
           05  WS-PAYEES-NO-TAXID   PIC 9(5) VALUE 0.
           05  WS-TOTAL-REPORTED    PIC 9(11)V99 VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "AGT1099".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ACCUMULATE-CHECKS THRU 2000-EXIT
               UNTIL EOF-REGISTER
           PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
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
           DISPLAY "CONTINENTAL INSURANCE - AGENT 1099-NEC EXTRACT"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YEAR
           COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1

           PERFORM 1100-RESOLVE-RUNPARMS
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-AGENT-TABLE

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "AGT1099 WARNING: NO CHECK REGISTER - NO "
                       "COMMISSION WAS DISBURSED"
               SET EOF-REGISTER TO TRUE
           END-IF

           OPEN OUTPUT NEC-EXTRACT-FILE
           MOVE "HDR" TO BCTL-TAG OF NEC-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF NEC-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF NEC-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF NEC-CONTROL-RECORD
           WRITE NEC-CONTROL-RECORD

           DISPLAY "REPORTING TAX YEAR: " WS-TAX-YEAR.

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

           IF WS-TAX-YEAR-PARM NOT = SPACES
               MOVE WS-TAX-YEAR-PARM TO WS-TAX-YEAR
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "AGENT-1099-FILE"
                           MOVE RUNPARM-VALUE TO WS-NEC-FILENAME
                       WHEN "TAX-YEAR"
                           MOVE RUNPARM-VALUE(1:4) TO WS-TAX-YEAR-PARM
                   END-EVALUATE
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
                   IF RULE-NAME = "1099-THRESHOLD"
                       MOVE RULE-VALUE TO WS-REPORT-THRESHOLD
                   END-IF
           END-READ.

       1300-LOAD-AGENT-TABLE.
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-STATUS NOT = "00"
               DISPLAY "AGT1099 WARNING: AGENT MASTER NOT FOUND - "
                       "NO AGENTS CAN BE REPORTED"
           ELSE
               MOVE 'N' TO WS-EOF-AGENT
               PERFORM 1310-READ-AGENT UNTIL EOF-AGENT
               CLOSE AGENT-FILE
           END-IF

           PERFORM 1350-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-AGENT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-AGENTS
           SORT WS-AG-ENTRY
               ON ASCENDING KEY AGT-AGENT-ID OF WS-AG-ENTRY.

       1310-READ-AGENT.
           READ AGENT-FILE
               AT END
                   SET EOF-AGENT TO TRUE
               NOT AT END
                   IF WS-AGENT-COUNT < WS-MAX-AGENTS
                       ADD 1 TO WS-AGENT-COUNT
                       MOVE AGENT-MASTER-REC
                           TO WS-AG-MASTER(WS-AGENT-COUNT)
                       MOVE ZERO TO WS-AG-TOTAL-PAID(WS-AGENT-COUNT)
                   ELSE
                       DISPLAY "AGT1099 WARNING: AGENT TABLE FULL - "
                               "AGENT " AGT-AGENT-ID
                                   OF AGENT-MASTER-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       1350-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO AGT-AGENT-ID OF WS-AG-ENTRY(WS-PAD-IDX + 1).

       2000-ACCUMULATE-CHECKS.
           READ CHECK-REGISTER-FILE
               AT END
                   SET EOF-REGISTER TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-REGISTER-READ
           IF CHKR-PAYEE-TYPE NOT = "A"
             OR CHKR-PAYMENT-DATE(1:4) NOT = WS-TAX-YEAR
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-AGENT-CHECKS
           MOVE 'N' TO WS-AG-FOUND
           SEARCH ALL WS-AG-ENTRY
               WHEN AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-TBL-IDX)
                        = CHKR-PROVIDER-ID
                   SET AG-FOUND TO TRUE
                   SET WS-AG-MATCH-IDX TO WS-AG-TBL-IDX
           END-SEARCH
           IF NOT AG-FOUND
               ADD 1 TO WS-CHECKS-NO-AGENT
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-AGENT-NOT-FOUND
                   BY CONTENT CHKR-PROVIDER-ID
               GO TO 2000-EXIT
           END-IF
           ADD CHKR-TOTAL-AMOUNT TO WS-AG-TOTAL-PAID(WS-AG-MATCH-IDX).
       2000-EXIT.
           EXIT.

       3000-WRITE-EXTRACT.
           IF WS-AG-TOTAL-PAID(WS-AG-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF
           IF WS-AG-TOTAL-PAID(WS-AG-IDX) < WS-REPORT-THRESHOLD
               ADD 1 TO WS-PAYEES-BELOW-MIN
               GO TO 3000-EXIT
           END-IF

           IF AGT-TAX-ID OF WS-AG-ENTRY(WS-AG-IDX) = SPACES
               ADD 1 TO WS-PAYEES-NO-TAXID
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-PAYEE-TAXID-NOTFOUND
                   BY CONTENT AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO NEC-EXTRACT-RECORD
           MOVE WS-TAX-YEAR TO ANEC-TAX-YEAR
           MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               TO ANEC-AGENT-ID
           MOVE AGT-AGENT-NAME OF WS-AG-ENTRY(WS-AG-IDX)
               TO ANEC-PAYEE-NAME
           MOVE AGT-TAX-ID OF WS-AG-ENTRY(WS-AG-IDX) TO ANEC-TAX-ID
           MOVE AGT-ADDRESS-LINE1 OF WS-AG-ENTRY(WS-AG-IDX)
               TO ANEC-ADDRESS-LINE1
           MOVE AGT-CITY OF WS-AG-ENTRY(WS-AG-IDX) TO ANEC-CITY
           MOVE AGT-STATE OF WS-AG-ENTRY(WS-AG-IDX) TO ANEC-STATE
           MOVE AGT-ZIP OF WS-AG-ENTRY(WS-AG-IDX) TO ANEC-ZIP
           MOVE WS-AG-TOTAL-PAID(WS-AG-IDX) TO ANEC-NONEMP-COMP
           WRITE NEC-EXTRACT-RECORD

           ADD 1 TO WS-PAYEES-REPORTED
           ADD WS-AG-TOTAL-PAID(WS-AG-IDX) TO WS-TOTAL-REPORTED
           ADD 1 TO WS-BCTL-DETAILS
           COMPUTE WS-BCTL-CENTS =
               WS-AG-TOTAL-PAID(WS-AG-IDX) * 100
           END-COMPUTE
           ADD WS-BCTL-CENTS TO WS-BCTL-HASH.
       3000-EXIT.
           EXIT.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "AGENT 1099-NEC EXTRACT COMPLETE FOR TAX YEAR "
                   WS-TAX-YEAR
           DISPLAY "REGISTER ROWS READ:     " WS-REGISTER-READ
           DISPLAY "AGENT DISBURSEMENTS:    " WS-AGENT-CHECKS
           DISPLAY "DISBURSEMENTS NO AGENT: " WS-CHECKS-NO-AGENT
           DISPLAY "AGENTS BELOW THRESHOLD: " WS-PAYEES-BELOW-MIN
           DISPLAY "AGENTS WITH NO TAX ID:  " WS-PAYEES-NO-TAXID
           DISPLAY "AGENTS REPORTED:        " WS-PAYEES-REPORTED
           DISPLAY "TOTAL REPORTED: $" WS-TOTAL-REPORTED
           DISPLAY "EXTRACT WRITTEN TO: " WS-NEC-FILENAME.

       9000-CLEANUP.
           IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS = "10"
               CLOSE CHECK-REGISTER-FILE
           END-IF
           MOVE "TRL" TO BCTL-TAG OF NEC-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF NEC-CONTROL-RECORD
           MOVE WS-BCTL-DETAILS
               TO BCTL-RECORD-COUNT OF NEC-CONTROL-RECORD
           MOVE WS-BCTL-HASH
               TO BCTL-HASH-CENTS OF NEC-CONTROL-RECORD
           WRITE NEC-CONTROL-RECORD
           CLOSE NEC-EXTRACT-FILE.
