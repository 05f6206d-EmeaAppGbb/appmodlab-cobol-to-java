       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTMAINT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * AGENT MAINTENANCE PROGRAM                                      *
      * APPLIES ADD/UPDATE/TERMINATE TRANSACTIONS AGAINST THE AGENT    *
      * MASTER USING THE SAME OLD-MASTER/NEW-MASTER PATTERN AS         *
      * PRVMAINT - THE EXISTING MASTER IS READ SEQUENTIALLY AND A      *
      * FRESH MASTER IS WRITTEN OUT SO COMMCALC'S NEXT RUN SEES THE    *
      * MAINTAINED COMMISSION RATES, PAYEE DETAILS, RESIDENT-STATE     *
      * LICENSE AND APPOINTMENTS                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO "data/agent_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AGENT-FILE
               ASSIGN TO "data/agents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT NEW-AGENT-FILE
               ASSIGN TO "data/agents_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-AGENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY AGTTRNRC.

       FD  AGENT-FILE.
       01  AGENT-MASTER-REC.
           COPY AGENTREC.

       FD  NEW-AGENT-FILE.
       01  AGENT-NEW-REC.
           COPY AGENTREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-AGENT-STATUS          PIC XX.
       01  WS-NEW-AGENT-STATUS      PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-MASTER-OPENED         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN        VALUE 'Y'.
       01  WS-EOF-AGENT             PIC X VALUE 'N'.
           88 EOF-AGENT             VALUE 'Y'.
       01  WS-TRANS-FOUND           PIC X VALUE 'N'.
           88 TRANS-FOUND           VALUE 'Y'.

       01  WS-MAX-TRANS             PIC 9(5) VALUE 5000.
       01  WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-APPT-IDX              PIC 9(2) VALUE 0.

       01  WS-TRANS-TABLE.
           05  WS-AT-ENTRY OCCURS 5000 TIMES
               ASCENDING KEY IS AGTR-AGENT-ID
               INDEXED BY WS-AT-IDX.
               COPY AGTTRNRC REPLACING ==05== BY ==10==.
               10  WS-AT-APPLIED    PIC X VALUE 'N'.
                   88 AT-APPLIED    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-TERMINATED-COUNT  PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-TRANSACTIONS UNTIL EOF-TRANS
           PERFORM 2900-SORT-TRANSACTIONS
           PERFORM 3000-PROCESS-MASTER UNTIL EOF-AGENT
           PERFORM 4000-APPEND-UNMATCHED-ADDS
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-TRANS-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - AGENT MAINTENANCE"

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
                       WS-TRANS-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-TRANS-STATUS
               STOP RUN
           END-IF

      *    A MISSING AGENT MASTER IS NORMAL FOR THE VERY FIRST RUN -
      *    EVERY TRANSACTION THIS RUN IS THEN EITHER AN ADD OR A REJECT
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               SET EOF-AGENT TO TRUE
           END-IF

           OPEN OUTPUT NEW-AGENT-FILE.

       2000-LOAD-TRANSACTIONS.
           READ TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   PERFORM 2100-ADD-TRANS-ENTRY
           END-READ.

       2100-ADD-TRANS-ENTRY.
           IF WS-TRANS-COUNT < WS-MAX-TRANS
               ADD 1 TO WS-TRANS-COUNT
               MOVE TRANS-RECORD TO WS-AT-ENTRY(WS-TRANS-COUNT)
               MOVE 'N' TO WS-AT-APPLIED(WS-TRANS-COUNT)
           ELSE
               DISPLAY "AGTMAINT WARNING: TRANSACTION TABLE FULL - "
                       "AGENT " AGTR-AGENT-ID OF TRANS-RECORD
                       " NOT PROCESSED"
           END-IF.

       2900-SORT-TRANSACTIONS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    TRANSACTION SORTS AHEAD OF THEM, THE SAME PADDING PRVMAINT
      *    USES BEFORE ITS TABLE SORT
           PERFORM 2950-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-TRANS-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-TRANS
           SORT WS-AT-ENTRY
               ON ASCENDING KEY AGTR-AGENT-ID OF WS-AT-ENTRY.

       2950-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO AGTR-AGENT-ID OF WS-AT-ENTRY(WS-PAD-IDX + 1).

       3000-PROCESS-MASTER.
           READ AGENT-FILE
               AT END
                   SET EOF-AGENT TO TRUE
               NOT AT END
                   PERFORM 3100-APPLY-TO-MASTER-RECORD
           END-READ.

       3100-APPLY-TO-MASTER-RECORD.
           MOVE 'N' TO WS-TRANS-FOUND
           SEARCH ALL WS-AT-ENTRY
               WHEN AGTR-AGENT-ID OF WS-AT-ENTRY(WS-AT-IDX)
                        = AGT-AGENT-ID OF AGENT-MASTER-REC
                   PERFORM 3200-APPLY-MATCHED-TRANS
           END-SEARCH

           IF NOT TRANS-FOUND
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE AGENT-MASTER-REC TO AGENT-NEW-REC
               WRITE AGENT-NEW-REC
           END-IF.

       3200-APPLY-MATCHED-TRANS.
           MOVE 'Y' TO WS-TRANS-FOUND
           SET AT-APPLIED(WS-AT-IDX) TO TRUE
           EVALUATE TRUE
               WHEN AGTR-ADD OF WS-AT-ENTRY(WS-AT-IDX)
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-AGENT-ALREADY-EXISTS
                       BY CONTENT AGT-AGENT-ID OF AGENT-MASTER-REC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE AGENT-MASTER-REC TO AGENT-NEW-REC
                   WRITE AGENT-NEW-REC
               WHEN AGTR-UPDATE OF WS-AT-ENTRY(WS-AT-IDX)
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE AGENT-MASTER-REC TO AGENT-NEW-REC
                   PERFORM 3300-APPLY-UPDATE
                   WRITE AGENT-NEW-REC
               WHEN AGTR-TERMINATE OF WS-AT-ENTRY(WS-AT-IDX)
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE AGENT-MASTER-REC TO AGENT-NEW-REC
                   MOVE "T" TO AGT-STATUS OF AGENT-NEW-REC
                   WRITE AGENT-NEW-REC
           END-EVALUATE.

       3300-APPLY-UPDATE.
           MOVE AGTR-AGENT-NAME OF WS-AT-ENTRY(WS-AT-IDX)
               TO AGT-AGENT-NAME OF AGENT-NEW-REC
           MOVE AGTR-NEW-BUS-RATE OF WS-AT-ENTRY(WS-AT-IDX)
               TO AGT-NEW-BUS-RATE OF AGENT-NEW-REC
           MOVE AGTR-RENEWAL-RATE OF WS-AT-ENTRY(WS-AT-IDX)
               TO AGT-RENEWAL-RATE OF AGENT-NEW-REC
           IF AGTR-TAX-ID OF WS-AT-ENTRY(WS-AT-IDX) NOT = SPACES
               MOVE AGTR-TAX-ID OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-TAX-ID OF AGENT-NEW-REC
           END-IF
           IF AGTR-ADDRESS-LINE1 OF WS-AT-ENTRY(WS-AT-IDX)
                   NOT = SPACES
               MOVE AGTR-ADDRESS-LINE1 OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-ADDRESS-LINE1 OF AGENT-NEW-REC
               MOVE AGTR-CITY OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-CITY OF AGENT-NEW-REC
               MOVE AGTR-STATE OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-STATE OF AGENT-NEW-REC
               MOVE AGTR-ZIP OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-ZIP OF AGENT-NEW-REC
           END-IF
      *    A BLANK PAYMENT METHOD ON AN UPDATE LEAVES THE EXISTING
      *    EFT ELECTION AND BANK DETAILS ALONE
           IF AGTR-PAYMENT-METHOD OF WS-AT-ENTRY(WS-AT-IDX)
                   NOT = SPACES
               MOVE AGTR-PAYMENT-METHOD OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-PAYMENT-METHOD OF AGENT-NEW-REC
               MOVE AGTR-BANK-ROUTING OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-BANK-ROUTING OF AGENT-NEW-REC
               MOVE AGTR-BANK-ACCOUNT OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-BANK-ACCOUNT OF AGENT-NEW-REC
           END-IF
           IF AGTR-LICENSE-NUMBER OF WS-AT-ENTRY(WS-AT-IDX)
                   NOT = SPACES
               MOVE AGTR-LICENSE-NUMBER OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-LICENSE-NUMBER OF AGENT-NEW-REC
               MOVE AGTR-LICENSE-STATE OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-LICENSE-STATE OF AGENT-NEW-REC
               MOVE AGTR-LICENSE-EXPIRY OF WS-AT-ENTRY(WS-AT-IDX)
                   TO AGT-LICENSE-EXPIRY OF AGENT-NEW-REC
           END-IF
           IF AGTR-APPT-STATE OF WS-AT-ENTRY(WS-AT-IDX, 1)
                   NOT = SPACES
               PERFORM 3350-COPY-APPOINTMENT
                   VARYING WS-APPT-IDX FROM 1 BY 1
                   UNTIL WS-APPT-IDX > 10
           END-IF.

       3350-COPY-APPOINTMENT.
           MOVE AGTR-APPT-STATE OF WS-AT-ENTRY(WS-AT-IDX, WS-APPT-IDX)
               TO AGT-APPT-STATE OF AGENT-NEW-REC(WS-APPT-IDX)
           MOVE AGTR-APPT-EXPIRY OF WS-AT-ENTRY(WS-AT-IDX, WS-APPT-IDX)
               TO AGT-APPT-EXPIRY OF AGENT-NEW-REC(WS-APPT-IDX).

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT AT-APPLIED(WS-AT-IDX)
               IF AGTR-ADD OF WS-AT-ENTRY(WS-AT-IDX)
                   PERFORM 4100-WRITE-NEW-AGENT
               ELSE
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-AGENT-NOT-FOUND
                       BY CONTENT AGTR-AGENT-ID
                           OF WS-AT-ENTRY(WS-AT-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       4100-WRITE-NEW-AGENT.
           ADD 1 TO WS-ADDED-COUNT
           MOVE SPACES TO AGENT-NEW-REC
           MOVE AGTR-AGENT-ID OF WS-AT-ENTRY(WS-AT-IDX)
               TO AGT-AGENT-ID OF AGENT-NEW-REC
           MOVE "A" TO AGT-STATUS OF AGENT-NEW-REC
      *    THE UPDATE RULES FILL IN EVERYTHING THE ADD CARRIES - A
      *    BLANK BLOCK IS LEFT AT SPACES, WITH ZERO DATES UNDER IT
           PERFORM 3300-APPLY-UPDATE
           IF AGTR-LICENSE-NUMBER OF WS-AT-ENTRY(WS-AT-IDX) = SPACES
               MOVE ZERO TO AGT-LICENSE-EXPIRY OF AGENT-NEW-REC
           END-IF
           IF AGTR-APPT-STATE OF WS-AT-ENTRY(WS-AT-IDX, 1) = SPACES
               PERFORM 4150-CLEAR-APPOINTMENT
                   VARYING WS-APPT-IDX FROM 1 BY 1
                   UNTIL WS-APPT-IDX > 10
           END-IF
           WRITE AGENT-NEW-REC.

       4150-CLEAR-APPOINTMENT.
           MOVE SPACES TO AGT-APPT-STATE OF AGENT-NEW-REC(WS-APPT-IDX)
           MOVE ZERO TO AGT-APPT-EXPIRY OF AGENT-NEW-REC(WS-APPT-IDX).

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "AGENT MAINTENANCE COMPLETE"
           DISPLAY "AGENTS ADDED:          " WS-ADDED-COUNT
           DISPLAY "AGENTS UPDATED:        " WS-UPDATED-COUNT
           DISPLAY "AGENTS TERMINATED:     " WS-TERMINATED-COUNT
           DISPLAY "AGENTS UNCHANGED:      " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NEW MASTER WRITTEN TO: data/agents_new.dat".

       9000-CLEANUP.
           CLOSE TRANS-FILE
           IF MASTER-IS-OPEN
               CLOSE AGENT-FILE
           END-IF
           CLOSE NEW-AGENT-FILE.
