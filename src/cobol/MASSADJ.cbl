      * EXISTING CLMADJRV REVERSAL MACHINERY DOES THE REST. A CONTROL  *
      * REPORT SHOWS HOW MANY WERE BUILT AND THE DOLLARS REOPENED.     *
      * CORRECTION CLAIM NUMBERS COME FROM A DURABLE SEQUENCE CONTROL  *
      * FILE, THE SAME PATTERN AS PAINTAKE'S AUTH NUMBERS. A CRITERIA  *
      * ROW SELECTS NOTHING UNTIL A CHECKER OTHER THAN ITS MAKER HAS   *
      * APPROVED IT (APRVCHK) - AN UNAPPROVED ROW IS LOGGED, COUNTED   *
      * ON THE CONTROL REPORT AND LEFT ON THE FILE FOR THE NEXT RUN    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-STATUS.

           SELECT ADJ-CLAIM-FILE
               ASSIGN TO "data/massadj_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  CRITERIA-RECORD.
           COPY MADJCRIT.

       FD  ADJ-CLAIM-FILE.
       01  ADJ-CLAIM-RECORD.
           COPY CLMREC REPLACING LEADING ==CLM== BY ==ADJ==.
       COPY ERRCODES.

       01  WS-CRITERIA-STATUS       PIC XX.
       01  WS-ADJ-CLAIM-STATUS      PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
           88 EOF-HISTORY           VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.
       01  WS-ADJ-SEQUENCE          PIC 9(8) VALUE 0.

       01  WS-MAX-CRITERIA          PIC 9(3) VALUE 50.
           05  WS-CR-ENTRY OCCURS 50 TIMES.
               COPY MADJCRIT REPLACING ==05== BY ==10==.

      * MAKER-CHECKER RELEASE OF EACH CRITERIA ROW - SEE APRVCHK
       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.
       01  WS-APPROVAL-REJECT-DATA.
           05  WS-AR-PROVIDER-ID    PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AR-REASON         PIC X(9).

       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-CRITERIA-HELD     PIC 9(5) VALUE 0.
           05  WS-CLAIMS-MATCHED    PIC 9(5) VALUE 0.
           05  WS-CORRECTIONS-BUILT PIC 9(5) VALUE 0.
           05  WS-DOLLARS-REOPENED  PIC 9(11)V99 VALUE 0.
           PERFORM 1200-LOAD-CRITERIA THRU 1200-EXIT

           IF WS-CRITERIA-COUNT = ZERO
               DISPLAY "MASSADJ: NO RELEASED SELECTION CRITERIA ON "
                       "FILE - NOTHING TO GENERATE"
               SET EOF-HISTORY TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "MASSADJ: CLAIM HISTORY MASTER IS EMPTY - "
                       "NOTHING TO SCAN"
               SET EOF-HISTORY TO TRUE
               GO TO 1000-EXIT
               AT END
                   SET EOF-CRITERIA TO TRUE
               NOT AT END
                   PERFORM 1250-CHECK-APPROVAL
                   IF APRQ-RELEASED
                       PERFORM 1260-ADD-CRITERIA
                   END-IF
           END-READ.

       1250-CHECK-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE "MASSADJ" TO APRQ-SOURCE
           STRING MADJ-CLAIM-TYPE OF CRITERIA-RECORD
                  MADJ-PLAN-TYPE OF CRITERIA-RECORD
                  MADJ-PROVIDER-ID OF CRITERIA-RECORD
                  MADJ-FROM-DATE OF CRITERIA-RECORD
                  MADJ-THRU-DATE OF CRITERIA-RECORD
               DELIMITED BY SIZE INTO APRQ-TRANS-KEY
           END-STRING
           MOVE MADJ-MAKER-ID OF CRITERIA-RECORD TO APRQ-MAKER-ID
           MOVE MADJ-CHECKER-ID OF CRITERIA-RECORD TO APRQ-CHECKER-ID
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF NOT APRQ-RELEASED
               ADD 1 TO WS-CRITERIA-HELD
               MOVE MADJ-PROVIDER-ID OF CRITERIA-RECORD
                   TO WS-AR-PROVIDER-ID
               MOVE APRQ-REASON TO WS-AR-REASON
               IF APRQ-SELF-APPROVED
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-TRANS-SELF-APPROVED
                       BY CONTENT WS-APPROVAL-REJECT-DATA
               ELSE
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-TRANS-NOT-APPROVED
                       BY CONTENT WS-APPROVAL-REJECT-DATA
               END-IF
           END-IF.

       1260-ADD-CRITERIA.
           IF WS-CRITERIA-COUNT < WS-MAX-CRITERIA
               ADD 1 TO WS-CRITERIA-COUNT
               MOVE CRITERIA-RECORD TO WS-CR-ENTRY(WS-CRITERIA-COUNT)
           ELSE
               DISPLAY "MASSADJ WARNING: CRITERIA TABLE FULL"
           END-IF.

       2000-PROCESS-HISTORY.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               ADD 1 TO WS-HISTORY-READ
               PERFORM 2100-JUDGE-ONE-CLAIM THRU 2100-EXIT
           END-IF.

       2100-JUDGE-ONE-CLAIM.
      *    ONLY THE CURRENT ROW PER CLAIM IS JUDGED, AND ONLY PAID
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CRITERIA-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CRITERIA NOT RELEASED:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HISTORY-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY ROWS SCANNED:   " WS-EDIT-COUNT
       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "MASS ADJUSTMENT GENERATION COMPLETE"
           DISPLAY "CRITERIA NOT RELEASED: " WS-CRITERIA-HELD
           DISPLAY "HISTORY ROWS SCANNED:  " WS-HISTORY-READ
           DISPLAY "CLAIMS MATCHED:        " WS-CLAIMS-MATCHED
           DISPLAY "CORRECTIONS GENERATED: " WS-CORRECTIONS-BUILT
           DISPLAY "CONTROL REPORT: reports/massadj_report.txt".

       9000-CLEANUP.
           IF WS-ADJ-CLAIM-STATUS = "00"
               CLOSE ADJ-CLAIM-FILE
           END-IF.
