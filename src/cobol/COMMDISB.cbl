       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMDISB.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * AGENT COMMISSION DISBURSEMENT RUN                              *
      * PAYS EACH AGENT'S NET EARNED BALANCE OFF THE COMMISSION        *
      * LEDGER COMMCALC AND CHGBACK MAINTAIN. EVERY UNSETTLED ROW      *
      * COUNTS: NEW-BUSINESS AND RENEWAL ROWS ADD, CHARGEBACK ROWS     *
      * AND PRIOR CARRY-FORWARD ROWS SUBTRACT. A POSITIVE NET GOES    *
      * OUT ON ONE CHECK OR EFT PER AGENT, NUMBERED OFF THE SAME       *
      * CHECK-NUMBER CONTROL PAYDISB USES AND RECORDED ON THE SAME     *
      * CHECK REGISTER (PAYEE TYPE A). A NEGATIVE NET IS NEVER PAID -  *
      * IT ROLLS INTO ONE CARRY-FORWARD ROW (TYPE F) THE NEXT RUN      *
      * NETS. EVERY ROW SWEPT UP IS MARKED SETTLED ON THE REWRITTEN    *
      * LEDGER (data/commissions_new.dat), PROMOTED BY COMMDISB.JCL.   *
      * PAPER CHECKS ARE STAGED ON THE COMMISSION POSITIVE-PAY ISSUE   *
      * FILE AND EFTS ON THE COMMISSION ACH FILE, BOTH IN THE SAME     *
      * LAYOUTS PAYDISB TRANSMITS - THE DAY'S PAYDISB RUN CARRIES THEM *
      * INTO ITS OWN POSITIVE-PAY AND ACH FILES FOR THE BANK. EACH     *
      * ITEM TAKES A COMMISSION AUTH CODE ("CM" AND A SEQUENCE KEPT ON *
      * ITS OWN CONTROL FILE), PRINTED ON THE CHECK/EFT AND CARRIED ON *
      * THE REGISTER ROW, SO BANKRECN CAN RECONCILE THE CLEAR WITHOUT  *
      * A PAYMENT LEDGER LINE. GLEXTR JOURNALS THE DAY'S SETTLED       *
      * AMOUNTS UNDER ITS COMMPAID SOURCE                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE
               ASSIGN TO "data/agents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT COMMISSION-FILE
               ASSIGN TO "data/commissions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.

           SELECT NEW-COMMISSION-FILE
               ASSIGN TO "data/commissions_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-COMMISSION-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO "data/check_number_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUTH-CONTROL-FILE
               ASSIGN TO "data/comm_auth_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-CTL-STATUS.

           SELECT ACH-FILE
               ASSIGN TO "data/comm_ach_settlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "data/comm_positive_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT PAY-STATEMENT-FILE
               ASSIGN TO "reports/commission_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       01  AGENT-MASTER-REC.
           COPY AGENTREC.

       FD  COMMISSION-FILE.
       01  COMMISSION-RECORD.
           COPY COMMREC.

       FD  NEW-COMMISSION-FILE.
       01  NEW-COMMISSION-RECORD.
           COPY COMMREC REPLACING LEADING ==COMM== BY ==NCOM==.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CHKC-LAST-CHECK-NUMBER PIC 9(8).

       FD  AUTH-CONTROL-FILE.
       01  AUTH-CONTROL-RECORD.
           05  CACT-LAST-SEQUENCE   PIC 9(4).

       FD  ACH-FILE.
       01  ACH-RECORD.
           COPY ACHREC.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           COPY POSPAYRC.

       FD  PAY-STATEMENT-FILE.
       01  PAY-STATEMENT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-AGENT-STATUS          PIC XX.
       01  WS-COMMISSION-STATUS     PIC XX.
       01  WS-NEW-COMMISSION-STATUS PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-AUTH-CTL-STATUS       PIC XX.
       01  WS-ACH-STATUS            PIC XX.
       01  WS-POSPAY-STATUS         PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.

       01  WS-EOF-AGENT             PIC X VALUE 'N'.
           88 EOF-AGENT             VALUE 'Y'.
       01  WS-EOF-COMMISSION        PIC X VALUE 'N'.
           88 EOF-COMMISSION        VALUE 'Y'.
       01  WS-LEDGER-OPENED         PIC X VALUE 'N'.
           88 LEDGER-IS-OPEN        VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-CHECK-NUMBER          PIC 9(8) VALUE 0.
       01  WS-AUTH-SEQUENCE         PIC 9(4) VALUE 0.
       01  WS-AUTH-CODE             PIC X(6) VALUE SPACES.

      * AGENT MASTER TABLE, SORTED FOR BINARY SEARCH, WITH EACH
      * AGENT'S UNSETTLED LEDGER TOTALS ACCUMULATED ALONGSIDE.
      * DISPOSAL: SPACE = NOTHING SETTLED THIS RUN, "P" = PAID ON
      * THE CHECK/EFT NUMBER BELOW, "F" = NET WAS ZERO OR NEGATIVE
      * AND THE ROWS ROLLED INTO A CARRY-FORWARD BALANCE
       01  WS-MAX-AGENTS            PIC 9(5) VALUE 2000.
       01  WS-AGENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-AG-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-AG-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-AG-FOUND              PIC X VALUE 'N'.
           88 AG-FOUND              VALUE 'Y'.
       01  WS-AGENT-KEY             PIC X(8).

       01  WS-AGENT-TABLE.
           05  WS-AG-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS AGT-AGENT-ID
               INDEXED BY WS-AG-TBL-IDX.
               10  WS-AG-MASTER.
                   COPY AGENTREC REPLACING ==05== BY ==15==.
               10  WS-AG-ROW-COUNT      PIC 9(5).
               10  WS-AG-EARNED         PIC 9(9)V99.
               10  WS-AG-OWED           PIC 9(9)V99.
               10  WS-AG-NET            PIC 9(9)V99.
               10  WS-AG-DISPOSAL       PIC X(1).
               10  WS-AG-CHECK-NUMBER   PIC 9(8).

       01  WS-PAY-METHOD            PIC X(1) VALUE "C".
       01  WS-ACH-ENTRY-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACH-HASH-TOTAL        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ROWS-READ         PIC 9(7) VALUE 0.
           05  WS-ROWS-SETTLED      PIC 9(7) VALUE 0.
           05  WS-ROWS-UNKNOWN-AGT  PIC 9(7) VALUE 0.
           05  WS-CHECKS-WRITTEN    PIC 9(5) VALUE 0.
           05  WS-EFTS-WRITTEN      PIC 9(5) VALUE 0.
           05  WS-CARRY-FORWARDS    PIC 9(5) VALUE 0.
           05  WS-TOTAL-DISBURSED   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-CARRIED     PIC 9(9)V99 VALUE 0.

       01  WS-STMT-HEADER.
           05  FILLER               PIC X(28)
               VALUE "COMMISSION PAYMENT - AGENT ".
           05  WS-STMT-AGENT-ID     PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-STMT-AGENT-NAME   PIC X(30).
           05  FILLER               PIC X(8) VALUE "  DATE ".
           05  WS-STMT-DATE         PIC 9(8).
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-STMT-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-STMT-TAG          PIC X(24).
           05  FILLER               PIC X(2) VALUE "$ ".
           05  WS-STMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(90) VALUE SPACES.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "COMMDISB".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ACCUMULATE-LEDGER THRU 2000-EXIT
               UNTIL EOF-COMMISSION
           PERFORM 3000-SETTLE-AGENT THRU 3000-EXIT
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
           PERFORM 4000-REWRITE-LEDGER THRU 4000-EXIT
           PERFORM 8000-SAVE-CHECK-CONTROL
           PERFORM 8100-SAVE-AUTH-CONTROL
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
           DISPLAY "CONTINENTAL INSURANCE - COMMISSION DISBURSEMENT"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1100-LOAD-CHECK-CONTROL
           PERFORM 1150-LOAD-AUTH-CONTROL
           PERFORM 1300-LOAD-AGENT-TABLE

           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS = "00"
               SET LEDGER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "COMMDISB WARNING: COMMISSION LEDGER NOT FOUND "
                       "- NOTHING TO DISBURSE"
               SET EOF-COMMISSION TO TRUE
           END-IF

           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN OUTPUT PAY-STATEMENT-FILE

      *    BOTH STAGING FILES ARE APPENDED TO, ONE ACH BATCH PER RUN -
      *    PAYDISB PICKS UP ONLY THE ITEMS DATED ITS OWN BUSINESS
      *    DATE, SO NOTHING STAGED HERE IS SENT TO THE BANK TWICE AND
      *    A SECOND RUN THE SAME DAY LOSES NOTHING FROM THE FIRST
           OPEN EXTEND ACH-FILE
           IF WS-ACH-STATUS NOT = "00"
               OPEN OUTPUT ACH-FILE
           END-IF
           MOVE SPACES TO ACH-RECORD
           MOVE "H" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           MOVE ZERO TO ACH-TRACE-NUMBER
           MOVE ZERO TO ACH-AMOUNT
           MOVE ZERO TO ACH-ENTRY-COUNT
           MOVE ZERO TO ACH-HASH-TOTAL
           WRITE ACH-RECORD

           OPEN EXTEND POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS NOT = "00"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.

       1100-LOAD-CHECK-CONTROL.
      *    SHARED WITH PAYDISB SO A COMMISSION CHECK NEVER REUSES A
      *    NUMBER THE CLAIM CHECK RUN HAS ALREADY CUT
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHKC-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       1150-LOAD-AUTH-CONTROL.
      *    THE LAST COMMISSION AUTH-CODE SEQUENCE, KEPT APART FROM
      *    PYMTAUTH'S AND MANCHECK'S SO NO TWO HAND OUT THE SAME CODE
           OPEN INPUT AUTH-CONTROL-FILE
           IF WS-AUTH-CTL-STATUS = "00"
               READ AUTH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CACT-LAST-SEQUENCE TO WS-AUTH-SEQUENCE
               END-READ
               CLOSE AUTH-CONTROL-FILE
           END-IF.

       1300-LOAD-AGENT-TABLE.
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-STATUS NOT = "00"
               DISPLAY "COMMDISB WARNING: AGENT MASTER NOT FOUND - "
                       "NO AGENT CAN BE PAID"
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
                       MOVE ZERO TO WS-AG-ROW-COUNT(WS-AGENT-COUNT)
                       MOVE ZERO TO WS-AG-EARNED(WS-AGENT-COUNT)
                       MOVE ZERO TO WS-AG-OWED(WS-AGENT-COUNT)
                       MOVE ZERO TO WS-AG-NET(WS-AGENT-COUNT)
                       MOVE SPACE TO WS-AG-DISPOSAL(WS-AGENT-COUNT)
                       MOVE ZERO
                           TO WS-AG-CHECK-NUMBER(WS-AGENT-COUNT)
                   ELSE
                       DISPLAY "COMMDISB WARNING: AGENT TABLE FULL - "
                               "AGENT " AGT-AGENT-ID
                                   OF AGENT-MASTER-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       1350-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO AGT-AGENT-ID OF WS-AG-ENTRY(WS-PAD-IDX + 1).

       2000-ACCUMULATE-LEDGER.
           READ COMMISSION-FILE
               AT END
                   SET EOF-COMMISSION TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           IF COMM-IS-PAID OF COMMISSION-RECORD
             OR COMM-HELD OF COMMISSION-RECORD
               GO TO 2000-EXIT
           END-IF

           MOVE COMM-AGENT-ID OF COMMISSION-RECORD TO WS-AGENT-KEY
           PERFORM 2500-FIND-AGENT
           IF NOT AG-FOUND
      *        AN AGENT WITH NO MASTER RECORD IS NEVER PAID BLIND -
      *        THE ROWS STAY UNSETTLED UNTIL THE MASTER IS FIXED
               ADD 1 TO WS-ROWS-UNKNOWN-AGT
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-AGENT-NOT-FOUND
                   BY CONTENT WS-AGENT-KEY
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-AG-ROW-COUNT(WS-AG-MATCH-IDX)
           IF COMM-CHARGEBACK OF COMMISSION-RECORD
             OR COMM-CARRY-FORWARD OF COMMISSION-RECORD
               ADD COMM-AMOUNT OF COMMISSION-RECORD
                   TO WS-AG-OWED(WS-AG-MATCH-IDX)
           ELSE
               ADD COMM-AMOUNT OF COMMISSION-RECORD
                   TO WS-AG-EARNED(WS-AG-MATCH-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2500-FIND-AGENT.
           MOVE 'N' TO WS-AG-FOUND
           SEARCH ALL WS-AG-ENTRY
               WHEN AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-TBL-IDX)
                        = WS-AGENT-KEY
                   SET AG-FOUND TO TRUE
                   SET WS-AG-MATCH-IDX TO WS-AG-TBL-IDX
           END-SEARCH.

       3000-SETTLE-AGENT.
      *    A TERMINATED AGENT IS STILL OWED WHAT THEY EARNED WHILE
      *    APPOINTED, SO STATUS DOES NOT STOP THE PAYMENT
           IF WS-AG-ROW-COUNT(WS-AG-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF

           IF WS-AG-EARNED(WS-AG-IDX) > WS-AG-OWED(WS-AG-IDX)
               COMPUTE WS-AG-NET(WS-AG-IDX) =
                   WS-AG-EARNED(WS-AG-IDX) - WS-AG-OWED(WS-AG-IDX)
               END-COMPUTE
               MOVE "P" TO WS-AG-DISPOSAL(WS-AG-IDX)
               PERFORM 3100-PAY-AGENT
           ELSE
               COMPUTE WS-AG-NET(WS-AG-IDX) =
                   WS-AG-OWED(WS-AG-IDX) - WS-AG-EARNED(WS-AG-IDX)
               END-COMPUTE
               MOVE "F" TO WS-AG-DISPOSAL(WS-AG-IDX)
               IF WS-AG-NET(WS-AG-IDX) > ZERO
                   ADD 1 TO WS-CARRY-FORWARDS
                   ADD WS-AG-NET(WS-AG-IDX) TO WS-TOTAL-CARRIED
               END-IF
           END-IF

           PERFORM 3500-WRITE-PAY-STATEMENT.
       3000-EXIT.
           EXIT.

       3100-PAY-AGENT.
           ADD 1 TO WS-CHECK-NUMBER
           MOVE WS-CHECK-NUMBER TO WS-AG-CHECK-NUMBER(WS-AG-IDX)
           ADD 1 TO WS-AUTH-SEQUENCE
           MOVE SPACES TO WS-AUTH-CODE
           STRING "CM" WS-AUTH-SEQUENCE
               DELIMITED BY SIZE INTO WS-AUTH-CODE
           END-STRING
           ADD WS-AG-NET(WS-AG-IDX) TO WS-TOTAL-DISBURSED

      *    AN EFT ELECTION WITH NO BANK DETAILS ON FILE STILL PAYS BY
      *    CHECK - MONEY MUST NEVER SETTLE TO NOWHERE
           MOVE "C" TO WS-PAY-METHOD
           IF AGT-PAY-BY-EFT OF WS-AG-ENTRY(WS-AG-IDX)
             AND AGT-BANK-ROUTING OF WS-AG-ENTRY(WS-AG-IDX)
                   NOT = SPACES
               MOVE "E" TO WS-PAY-METHOD
           END-IF

           IF WS-PAY-METHOD = "E"
               ADD 1 TO WS-EFTS-WRITTEN
               PERFORM 3200-WRITE-ACH-DETAIL
           ELSE
               ADD 1 TO WS-CHECKS-WRITTEN
               PERFORM 3300-WRITE-POSITIVE-PAY
           END-IF

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE WS-CHECK-NUMBER TO CHKR-CHECK-NUMBER
           MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               TO CHKR-PROVIDER-ID
           MOVE WS-PAY-METHOD TO CHKR-PAYMENT-METHOD
           MOVE WS-TODAY-DATE TO CHKR-PAYMENT-DATE
           MOVE WS-AG-ROW-COUNT(WS-AG-IDX) TO CHKR-PAYMENT-COUNT
           MOVE WS-AG-NET(WS-AG-IDX) TO CHKR-TOTAL-AMOUNT
           MOVE "A" TO CHKR-PAYEE-TYPE
           MOVE SPACES TO CHKR-POLICY-NUMBER
           MOVE WS-AUTH-CODE TO CHKR-AUTH-CODE
           WRITE CHECK-REGISTER-RECORD.

       3200-WRITE-ACH-DETAIL.
           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD WS-AG-NET(WS-AG-IDX) TO WS-ACH-HASH-TOTAL
           MOVE SPACES TO ACH-RECORD
           MOVE "D" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           MOVE WS-CHECK-NUMBER TO ACH-TRACE-NUMBER
           MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               TO ACH-PROVIDER-ID
           MOVE AGT-BANK-ROUTING OF WS-AG-ENTRY(WS-AG-IDX)
               TO ACH-BANK-ROUTING
           MOVE AGT-BANK-ACCOUNT OF WS-AG-ENTRY(WS-AG-IDX)
               TO ACH-BANK-ACCOUNT
           MOVE WS-AG-NET(WS-AG-IDX) TO ACH-AMOUNT
           MOVE ZERO TO ACH-ENTRY-COUNT
           MOVE ZERO TO ACH-HASH-TOTAL
           WRITE ACH-RECORD.

       3300-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-NUMBER TO PPOS-CHECK-NUMBER
           MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               TO PPOS-PROVIDER-ID
           MOVE AGT-AGENT-NAME OF WS-AG-ENTRY(WS-AG-IDX)
               TO PPOS-PAYEE-NAME
           MOVE WS-AG-NET(WS-AG-IDX) TO PPOS-AMOUNT
           MOVE WS-TODAY-DATE TO PPOS-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD.

       3500-WRITE-PAY-STATEMENT.
           MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
               TO WS-STMT-AGENT-ID
           MOVE AGT-AGENT-NAME OF WS-AG-ENTRY(WS-AG-IDX)
               TO WS-STMT-AGENT-NAME
           MOVE WS-TODAY-DATE TO WS-STMT-DATE
           MOVE WS-STMT-HEADER TO PAY-STATEMENT-LINE
           WRITE PAY-STATEMENT-LINE

           MOVE "EARNED COMMISSION:" TO WS-STMT-TAG
           MOVE WS-AG-EARNED(WS-AG-IDX) TO WS-STMT-AMOUNT
           MOVE WS-STMT-DETAIL TO PAY-STATEMENT-LINE
           WRITE PAY-STATEMENT-LINE

           MOVE "LESS CHARGEBACKS/OWED:" TO WS-STMT-TAG
           MOVE WS-AG-OWED(WS-AG-IDX) TO WS-STMT-AMOUNT
           MOVE WS-STMT-DETAIL TO PAY-STATEMENT-LINE
           WRITE PAY-STATEMENT-LINE

           IF WS-AG-DISPOSAL(WS-AG-IDX) = "P"
               MOVE "NET PAID:" TO WS-STMT-TAG
               MOVE WS-AG-NET(WS-AG-IDX) TO WS-STMT-AMOUNT
               MOVE WS-STMT-DETAIL TO PAY-STATEMENT-LINE
               WRITE PAY-STATEMENT-LINE
               MOVE SPACES TO PAY-STATEMENT-LINE
               IF WS-PAY-METHOD = "E"
                   STRING "  SETTLED BY EFT - TRACE NO. "
                          WS-CHECK-NUMBER "  AUTH " WS-AUTH-CODE
                       DELIMITED BY SIZE INTO PAY-STATEMENT-LINE
                   END-STRING
               ELSE
                   STRING "  PAID BY CHECK NO. " WS-CHECK-NUMBER
                          "  AUTH " WS-AUTH-CODE
                       DELIMITED BY SIZE INTO PAY-STATEMENT-LINE
                   END-STRING
               END-IF
               WRITE PAY-STATEMENT-LINE
           ELSE
               MOVE "BALANCE CARRIED FORWARD:" TO WS-STMT-TAG
               MOVE WS-AG-NET(WS-AG-IDX) TO WS-STMT-AMOUNT
               MOVE WS-STMT-DETAIL TO PAY-STATEMENT-LINE
               WRITE PAY-STATEMENT-LINE
           END-IF

           MOVE SPACES TO PAY-STATEMENT-LINE
           WRITE PAY-STATEMENT-LINE.

       4000-REWRITE-LEDGER.
      *    SECOND PASS OVER THE LEDGER - EVERY UNSETTLED ROW FOR AN
      *    AGENT SETTLED ABOVE GOES OUT MARKED WITH TODAY'S DATE AND
      *    THE CHECK NUMBER (ZERO WHEN IT ROLLED FORWARD), THEN ONE
      *    NEW CARRY-FORWARD ROW PER AGENT WHOSE NET WENT NEGATIVE
           IF NOT LEDGER-IS-OPEN
               GO TO 4000-EXIT
           END-IF
           CLOSE COMMISSION-FILE
           OPEN INPUT COMMISSION-FILE
           OPEN OUTPUT NEW-COMMISSION-FILE
           MOVE 'N' TO WS-EOF-COMMISSION
           PERFORM 4100-COPY-LEDGER-ROW UNTIL EOF-COMMISSION
           PERFORM 4300-WRITE-CARRY-FORWARD
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
           CLOSE NEW-COMMISSION-FILE.
       4000-EXIT.
           EXIT.

       4100-COPY-LEDGER-ROW.
           READ COMMISSION-FILE
               AT END
                   SET EOF-COMMISSION TO TRUE
               NOT AT END
                   MOVE COMMISSION-RECORD TO NEW-COMMISSION-RECORD
                   IF NOT COMM-IS-PAID OF COMMISSION-RECORD
                     AND NOT COMM-HELD OF COMMISSION-RECORD
                       PERFORM 4200-MARK-IF-SETTLED
                   END-IF
                   WRITE NEW-COMMISSION-RECORD
           END-READ.

       4200-MARK-IF-SETTLED.
           MOVE COMM-AGENT-ID OF COMMISSION-RECORD TO WS-AGENT-KEY
           PERFORM 2500-FIND-AGENT
           IF AG-FOUND
               IF WS-AG-DISPOSAL(WS-AG-MATCH-IDX) NOT = SPACE
                   MOVE "Y" TO NCOM-PAID-FLAG
                   MOVE WS-TODAY-DATE TO NCOM-PAID-DATE
                   MOVE WS-AG-CHECK-NUMBER(WS-AG-MATCH-IDX)
                       TO NCOM-CHECK-NUMBER
                   ADD 1 TO WS-ROWS-SETTLED
               END-IF
           END-IF.

       4300-WRITE-CARRY-FORWARD.
           IF WS-AG-DISPOSAL(WS-AG-IDX) = "F"
             AND WS-AG-NET(WS-AG-IDX) > ZERO
               MOVE SPACES TO NEW-COMMISSION-RECORD
               MOVE AGT-AGENT-ID OF WS-AG-ENTRY(WS-AG-IDX)
                   TO NCOM-AGENT-ID
               MOVE SPACES TO NCOM-POLICY-NUMBER
               MOVE "F" TO NCOM-TYPE
               MOVE ZERO TO NCOM-BASE-PREMIUM
               MOVE ZERO TO NCOM-RATE
               MOVE WS-AG-NET(WS-AG-IDX) TO NCOM-AMOUNT
               MOVE WS-TODAY-DATE TO NCOM-EARNED-DATE
               MOVE SPACE TO NCOM-NETTED
               MOVE SPACE TO NCOM-PAID-FLAG
               MOVE ZERO TO NCOM-PAID-DATE
               MOVE ZERO TO NCOM-CHECK-NUMBER
               WRITE NEW-COMMISSION-RECORD
           END-IF.

       8000-SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-CHECK-NUMBER TO CHKC-LAST-CHECK-NUMBER
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       8100-SAVE-AUTH-CONTROL.
           OPEN OUTPUT AUTH-CONTROL-FILE
           MOVE WS-AUTH-SEQUENCE TO CACT-LAST-SEQUENCE
           WRITE AUTH-CONTROL-RECORD
           CLOSE AUTH-CONTROL-FILE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "COMMISSION DISBURSEMENT COMPLETE"
           DISPLAY "LEDGER ROWS READ:        " WS-ROWS-READ
           DISPLAY "ROWS SETTLED:            " WS-ROWS-SETTLED
           DISPLAY "ROWS FOR UNKNOWN AGENTS: " WS-ROWS-UNKNOWN-AGT
           DISPLAY "CHECKS WRITTEN:          " WS-CHECKS-WRITTEN
           DISPLAY "EFTS SETTLED:            " WS-EFTS-WRITTEN
           DISPLAY "TOTAL DISBURSED: $" WS-TOTAL-DISBURSED
           DISPLAY "BALANCES CARRIED FORWARD:" WS-CARRY-FORWARDS
           DISPLAY "TOTAL CARRIED FORWARD: $" WS-TOTAL-CARRIED
           DISPLAY "REGISTER WRITTEN TO: data/check_register.dat"
           DISPLAY "ACH FILE: data/comm_ach_settlement.dat"
           DISPLAY "POSITIVE PAY: data/comm_positive_pay.dat"
           DISPLAY "BOTH GO TO THE BANK WITH THE DAY'S PAYDISB RUN"
           DISPLAY "PAYMENT STATEMENTS: reports/commission_payments.txt"
           DISPLAY "SETTLED LEDGER: data/commissions_new.dat"
           DISPLAY "PROMOTE OVER data/commissions.dat TO FINALIZE, AS "
                   "COMMDISB.JCL DOES".

       9000-CLEANUP.
           IF LEDGER-IS-OPEN
               CLOSE COMMISSION-FILE
           END-IF
           MOVE SPACES TO ACH-RECORD
           MOVE "T" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           MOVE ZERO TO ACH-TRACE-NUMBER
           MOVE ZERO TO ACH-AMOUNT
           MOVE WS-ACH-ENTRY-COUNT TO ACH-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL TO ACH-HASH-TOTAL
           WRITE ACH-RECORD
           CLOSE ACH-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE PAY-STATEMENT-FILE.
