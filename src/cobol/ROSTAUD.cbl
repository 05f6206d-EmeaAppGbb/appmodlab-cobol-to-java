               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  MBR-MASTER-REC.
           COPY MBRREC.

       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.
       01  WS-ROSTER-STATUS         PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-CLAWBACK-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

               COPY MBRREC REPLACING ==05== BY ==10==
                   LEADING ==MBR== BY ==MBT==.

      * THE CLAIM HISTORY MASTER FOR RETRO-INELIGIBILITY FLAGGING,
      * READ ONCE THROUGH CLHISTIO AND HELD HERE
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.
       01  WS-MAX-HISTORY           PIC 9(5) VALUE 20000.
       01  WS-HISTORY-COUNT         PIC 9(5) VALUE 0.
       01  WS-HS-IDX                PIC 9(5) VALUE 0.
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           END-IF

           EXIT.

       2500-LOAD-CLAIM-HISTORY.
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
                   DISPLAY "ROSTAUD WARNING: HISTORY TABLE FULL "
                           "- RECOVERY FLAGGING MAY BE INCOMPLETE"
               END-IF
           END-IF.

       2700-LOAD-MEMBER-MASTER.
           READ MEMBER-FILE
           MOVE CLM-CLAIM-AMOUNT OF WS-HS-ENTRY(WS-HS-IDX)
               TO CLWT-RECOVERY-AMOUNT
           MOVE "02" TO CLWT-REASON-CODE
      *    RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
           MOVE "ROSTAUD" TO CLWT-MAKER-ID
           MOVE SPACES TO CLWT-CHECKER-ID
           WRITE CLAWBACK-TRANS-RECORD
           CLOSE CLAWBACK-TRANS-FILE
           ADD 1 TO WS-CLAWBACKS-RAISED.
