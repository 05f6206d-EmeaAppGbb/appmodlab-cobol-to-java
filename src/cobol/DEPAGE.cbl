               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PLAN-MASTER-REC.
           COPY PLANREC.

       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-NEW-MEMBER-STATUS     PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-CLAWBACK-STATUS       PIC XX.
       01  WS-NOTIF-STATUS          PIC XX.

           05  WS-PL-ENTRY OCCURS 50 TIMES.
               COPY PLANREC REPLACING ==05== BY ==10==.

      * THE CLAIM HISTORY MASTER, READ ONCE THROUGH CLHISTIO AND
      * HELD HERE SO PAID CLAIMS PAST AN AGE-OUT DATE CAN BE FLAGGED
      * FOR RECOVERY
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.
       01  WS-MAX-HISTORY           PIC 9(5) VALUE 20000.
       01  WS-HISTORY-COUNT         PIC 9(5) VALUE 0.
       01  WS-HS-IDX                PIC 9(5) VALUE 0.
           05  WS-MEMBERS-AGED-OUT  PIC 9(5) VALUE 0.
           05  WS-CLAWBACKS-RAISED  PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "DEPAGE".
       01  WS-RUNCTL-OK             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-MEMBER UNTIL EOF-MEMBER
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
               SET EOF-PLAN TO TRUE
           END-IF

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           END-IF.

           END-READ.

       1700-LOAD-CLAIM-HISTORY.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF WS-HISTORY-COUNT < WS-MAX-HISTORY
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE HISTORY-MASTER-RECORD
                       TO WS-HS-ENTRY(WS-HISTORY-COUNT)
               ELSE
                   DISPLAY "DEPAGE WARNING: HISTORY TABLE FULL - "
                           "CLAWBACK FLAGGING MAY BE INCOMPLETE"
               END-IF
           END-IF.

       2000-PROCESS-MEMBER.
           READ MEMBER-FILE
           MOVE CLM-CLAIM-AMOUNT OF WS-HS-ENTRY(WS-HS-IDX)
               TO CLWT-RECOVERY-AMOUNT
           MOVE "02" TO CLWT-REASON-CODE
      *    RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
           MOVE "DEPAGE" TO CLWT-MAKER-ID
           MOVE SPACES TO CLWT-CHECKER-ID
           WRITE CLAWBACK-TRANS-RECORD
           CLOSE CLAWBACK-TRANS-FILE
           ADD 1 TO WS-CLAWBACKS-RAISED.
