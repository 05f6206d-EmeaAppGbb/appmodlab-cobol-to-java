       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENOTE.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PROVIDER BANK ACCOUNT PRENOTE VERIFICATION                     *
      * RESOLVES THE ZERO-DOLLAR PRENOTES PAYDISB HAS SENT FOR NEW OR  *
      * CHANGED PROVIDER EFT ACCOUNTS, AGAINST THE BANK'S PRENOTE      *
      * RETURN FILE:                                                   *
      *   - A RETURNED PRENOTE CANCELS THE CHANGE - A PRVMAINT R       *
      *     TRANSACTION IS STAGED TO PUT THE PRIOR ACCOUNT BACK, AND   *
      *     THE PAYMENTS TEAM IS ALERTED THROUGH ERRHANDL AND ON THE   *
      *     REPORT. A RETURN ENDS THE STEP WITH RC 4                   *
      *   - A PRENOTE NOT RETURNED WITHIN PRENOTE-CLEAR-DAYS BUSINESS  *
      *     DAYS OF SENDING, ONCE BANK-COOLOFF-DAYS BUSINESS DAYS HAVE *
      *     ALSO PASSED SINCE THE CHANGE, HAS CLEARED - A PRVMAINT V   *
      *     TRANSACTION IS STAGED TO TRUST THE ACCOUNT FOR EFT         *
      * THE PRENOTE LOG IS COPIED OLD TO NEW WITH THE OUTCOMES MARKED  *
      * AND THE JOB PROMOTES IT. STAGED TRANSACTIONS TAKE EFFECT AT    *
      * THE NEXT PRVMAINT RUN - UNTIL THEN THE PROVIDER STAYS PENDING  *
      * AND PAYDISB KEEPS PAYING BY CHECK                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "data/prenote_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PRENOTE-LOG-FILE
               ASSIGN TO "data/prenote_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT NEW-PRENOTE-LOG-FILE
               ASSIGN TO "data/prenote_log_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PRENOTE-STATUS.

           SELECT PROVIDER-TRANS-FILE
               ASSIGN TO "data/provider_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-TRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/prenote_verification.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           COPY PNRTREC.

       FD  PRENOTE-LOG-FILE.
       01  PRENOTE-LOG-RECORD.
           COPY PNTEREC.

       FD  NEW-PRENOTE-LOG-FILE.
       01  NEW-PRENOTE-LOG-RECORD.
           COPY PNTEREC.

       FD  PROVIDER-TRANS-FILE.
       01  PROVIDER-TRANS-RECORD.
           COPY PRVTRNRC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-RETURN-STATUS         PIC XX.
       01  WS-PRENOTE-STATUS        PIC XX.
       01  WS-NEW-PRENOTE-STATUS    PIC XX.
       01  WS-PROVIDER-TRANS-STATUS PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * BUSINESS DAYS THE BANK HAS TO RETURN A PRENOTE BEFORE ITS
      * SILENCE IS TAKEN AS CLEARED, AND BUSINESS DAYS AFTER A CHANGE
      * BEFORE THE NEW ACCOUNT IS PAID BY EFT EVEN ONCE IT HAS
       01  WS-CLEAR-DAYS            PIC 9(3) VALUE 3.
       01  WS-COOLOFF-DAYS          PIC 9(3) VALUE 10.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-SENT-DAYS             PIC S9(5) VALUE 0.
       01  WS-COOLED-DAYS           PIC S9(5) VALUE 0.

      * TODAY'S RETURNS, HELD SO EACH SENT PRENOTE CAN BE TIED TO ITS
      * RETURN BY TRACE NUMBER AND ANY RETURN LEFT OVER REPORTED
       01  WS-MAX-RETURNS           PIC 9(5) VALUE 2000.
       01  WS-RETURN-COUNT          PIC 9(5) VALUE 0.
       01  WS-RT-IDX                PIC 9(5) VALUE 0.
       01  WS-RT-MATCH              PIC 9(5) VALUE 0.
       01  WS-RETURN-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES.
               COPY PNRTREC REPLACING ==05== BY ==10==.
               10  WS-RT-MATCHED    PIC X(1).
                   88  RT-MATCHED       VALUE 'Y'.
       01  WS-RT-FOUND              PIC X VALUE 'N'.
           88 RT-FOUND              VALUE 'Y'.

       01  WS-STAGE-CODE            PIC X(1).
       01  WS-ALERT-DATA            PIC X(20).

       01  WS-COUNTERS.
           05  WS-LOG-ROWS          PIC 9(5) VALUE 0.
           05  WS-QUEUED-COUNT      PIC 9(5) VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(5) VALUE 0.
           05  WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
           05  WS-RETURNED-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT   PIC 9(5) VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER               PIC X(10) VALUE "PROVIDER".
           05  FILLER               PIC X(11) VALUE "ROUTING".
           05  FILLER               PIC X(19) VALUE "ACCOUNT".
           05  FILLER               PIC X(10) VALUE "CHANGED".
           05  FILLER               PIC X(10) VALUE "SENT".
           05  FILLER               PIC X(10) VALUE "TRACE".
           05  FILLER               PIC X(62) VALUE "OUTCOME".

       01  WS-DETAIL-LINE.
           05  WS-DL-PROVIDER-ID    PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-ROUTING        PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC X(17).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-CHANGE-DATE    PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-SENT-DATE      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-TRACE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-OUTCOME        PIC X(60).
           05  FILLER               PIC X(2) VALUE SPACES.

       01  WS-DAYS-DISPLAY          PIC ZZ9.
       01  WS-DAYS-DISPLAY-2        PIC ZZ9.
       01  WS-COUNT-DISPLAY         PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-RETURNS THRU 2000-EXIT
           PERFORM 3000-RESOLVE-PRENOTES THRU 3000-EXIT
           PERFORM 4000-LIST-UNMATCHED-RETURNS
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RETURN-COUNT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PRENOTE VERIFICATION"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-RULES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PROVIDER BANK ACCOUNT PRENOTE VERIFICATION - "
                  "BUSINESS DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CLEAR-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-COOLOFF-DAYS TO WS-DAYS-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "RETURN WINDOW " WS-DAYS-DISPLAY
                  " BUSINESS DAYS FROM SENDING - COOLING-OFF "
                  WS-DAYS-DISPLAY-2
                  " BUSINESS DAYS FROM THE CHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-CURRENT
               PERFORM 1110-READ-RULE UNTIL EOF-CURRENT
               CLOSE RULES-FILE
           END-IF.

       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF RULE-NAME = "PRENOTE-CLEAR-DAYS"
                       MOVE RULE-VALUE TO WS-CLEAR-DAYS
                   END-IF
                   IF RULE-NAME = "BANK-COOLOFF-DAYS"
                       MOVE RULE-VALUE TO WS-COOLOFF-DAYS
                   END-IF
           END-READ.

       2000-LOAD-RETURNS.
      *    NO RETURN FILE FROM THE BANK MEANS NOTHING CAME BACK TODAY
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2100-READ-RETURN UNTIL EOF-CURRENT
           CLOSE RETURN-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF WS-RETURN-COUNT < WS-MAX-RETURNS
                       ADD 1 TO WS-RETURN-COUNT
                       MOVE RETURN-RECORD
                           TO WS-RT-ENTRY(WS-RETURN-COUNT)
                       MOVE 'N' TO WS-RT-MATCHED(WS-RETURN-COUNT)
                   ELSE
                       DISPLAY "PRENOTE WARNING: RETURN TABLE FULL - "
                               "TRACE " PNRT-TRACE-NUMBER
                                   OF RETURN-RECORD
                               " NOT PROCESSED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       3000-RESOLVE-PRENOTES.
      *    THE NEW LOG IS ALWAYS WRITTEN, EMPTY IF NEED BE, SO THE
      *    PROMOTE STEP NEVER FINDS IT MISSING
           OPEN OUTPUT NEW-PRENOTE-LOG-FILE
           OPEN INPUT PRENOTE-LOG-FILE
           IF WS-PRENOTE-STATUS NOT = "00"
               DISPLAY "PRENOTE: NO PRENOTE LOG - NOTHING TO VERIFY"
               CLOSE NEW-PRENOTE-LOG-FILE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 3100-COPY-LOG-ROW UNTIL EOF-CURRENT
           CLOSE PRENOTE-LOG-FILE
           CLOSE NEW-PRENOTE-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-COPY-LOG-ROW.
           READ PRENOTE-LOG-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS
                   MOVE PRENOTE-LOG-RECORD TO NEW-PRENOTE-LOG-RECORD
                   EVALUATE TRUE
                       WHEN PNTE-SENT OF NEW-PRENOTE-LOG-RECORD
                           PERFORM 3200-RESOLVE-SENT THRU 3200-EXIT
                       WHEN PNTE-QUEUED OF NEW-PRENOTE-LOG-RECORD
                           ADD 1 TO WS-QUEUED-COUNT
                           PERFORM 3800-FILL-DETAIL
                           MOVE "QUEUED - GOES OUT ON THE NEXT ACH FILE"
                               TO WS-DL-OUTCOME
                           PERFORM 3900-WRITE-DETAIL
                   END-EVALUATE
                   WRITE NEW-PRENOTE-LOG-RECORD
           END-READ.

       3200-RESOLVE-SENT.
           MOVE 'N' TO WS-RT-FOUND
           PERFORM 3210-SCAN-RETURN
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RETURN-COUNT OR RT-FOUND
           IF RT-FOUND
               PERFORM 3300-CANCEL-CHANGE
               GO TO 3200-EXIT
           END-IF

           CALL 'BUSDAYS' USING
               PNTE-SENT-DATE OF NEW-PRENOTE-LOG-RECORD
               WS-TODAY-DATE
               WS-SENT-DAYS
           CALL 'BUSDAYS' USING
               PNTE-CHANGE-DATE OF NEW-PRENOTE-LOG-RECORD
               WS-TODAY-DATE
               WS-COOLED-DAYS
           IF WS-SENT-DAYS < WS-CLEAR-DAYS
             OR WS-COOLED-DAYS < WS-COOLOFF-DAYS
               ADD 1 TO WS-AWAITING-COUNT
               PERFORM 3800-FILL-DETAIL
               MOVE WS-SENT-DAYS TO WS-DAYS-DISPLAY
               MOVE WS-COOLED-DAYS TO WS-DAYS-DISPLAY-2
               STRING "AWAITING - SENT " WS-DAYS-DISPLAY
                      " DAYS, CHANGED " WS-DAYS-DISPLAY-2
                      " DAYS - PAID BY CHECK"
                   DELIMITED BY SIZE INTO WS-DL-OUTCOME
               END-STRING
               PERFORM 3900-WRITE-DETAIL
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-CLEARED-COUNT
           MOVE "C" TO PNTE-STATUS OF NEW-PRENOTE-LOG-RECORD
           MOVE WS-TODAY-DATE
               TO PNTE-RESOLVED-DATE OF NEW-PRENOTE-LOG-RECORD
           MOVE "V" TO WS-STAGE-CODE
           PERFORM 3700-STAGE-PROVIDER-TRANS
           PERFORM 3800-FILL-DETAIL
           MOVE "CLEARED - VERIFY STAGED FOR PRVMAINT, EFT RESUMES"
               TO WS-DL-OUTCOME
           PERFORM 3900-WRITE-DETAIL.
       3200-EXIT.
           EXIT.

       3210-SCAN-RETURN.
           IF PNRT-TRACE-NUMBER OF WS-RT-ENTRY(WS-RT-IDX)
                   = PNTE-TRACE-NUMBER OF NEW-PRENOTE-LOG-RECORD
             AND NOT RT-MATCHED(WS-RT-IDX)
               SET RT-FOUND TO TRUE
               MOVE WS-RT-IDX TO WS-RT-MATCH
           END-IF.

       3300-CANCEL-CHANGE.
      *    THE BANK WOULD NOT TAKE THE NEW ACCOUNT - PUT THE OLD ONE
      *    BACK AND TELL THE PAYMENTS TEAM, WHO CONTACT THE PROVIDER
      *    AT THE ADDRESS ON FILE
           ADD 1 TO WS-RETURNED-COUNT
           SET RT-MATCHED(WS-RT-MATCH) TO TRUE
           MOVE "R" TO PNTE-STATUS OF NEW-PRENOTE-LOG-RECORD
           MOVE PNRT-RETURN-DATE OF WS-RT-ENTRY(WS-RT-MATCH)
               TO PNTE-RESOLVED-DATE OF NEW-PRENOTE-LOG-RECORD
           MOVE PNRT-RETURN-CODE OF WS-RT-ENTRY(WS-RT-MATCH)
               TO PNTE-RETURN-CODE OF NEW-PRENOTE-LOG-RECORD
           MOVE "R" TO WS-STAGE-CODE
           PERFORM 3700-STAGE-PROVIDER-TRANS

           MOVE SPACES TO WS-ALERT-DATA
           STRING PNTE-PROVIDER-ID OF NEW-PRENOTE-LOG-RECORD
                  " " PNRT-RETURN-CODE OF WS-RT-ENTRY(WS-RT-MATCH)
               DELIMITED BY SIZE INTO WS-ALERT-DATA
           END-STRING
           CALL 'ERRHANDL' USING
               BY CONTENT EC-PRENOTE-RETURNED
               BY CONTENT WS-ALERT-DATA
           MOVE 4 TO RETURN-CODE

           PERFORM 3800-FILL-DETAIL
           STRING "** RETURNED " PNRT-RETURN-CODE
                      OF WS-RT-ENTRY(WS-RT-MATCH)
                  " - CHANGE CANCELLED, RESTORE STAGED"
               DELIMITED BY SIZE INTO WS-DL-OUTCOME
           END-STRING
           PERFORM 3900-WRITE-DETAIL.

       3700-STAGE-PROVIDER-TRANS.
      *    APPENDED FOR PRVMAINT THE WAY CRDCYCLE STAGES ITS NETWORK
      *    MOVES - THE ACCOUNT TESTED RIDES ALONG SO PRVMAINT CAN TELL
      *    WHETHER THE PROVIDER HAS CHANGED ACCOUNTS AGAIN SINCE
           OPEN EXTEND PROVIDER-TRANS-FILE
           IF WS-PROVIDER-TRANS-STATUS NOT = "00"
               OPEN OUTPUT PROVIDER-TRANS-FILE
           END-IF
           MOVE SPACES TO PROVIDER-TRANS-RECORD
           MOVE WS-STAGE-CODE TO PVTR-TRANS-CODE
           MOVE PNTE-PROVIDER-ID OF NEW-PRENOTE-LOG-RECORD
               TO PVTR-PROVIDER-ID
           MOVE ZERO TO PVTR-EFFECTIVE-DATE
           MOVE ZERO TO PVTR-TERM-DATE
           MOVE PNTE-BANK-ROUTING OF NEW-PRENOTE-LOG-RECORD
               TO PVTR-BANK-ROUTING
           MOVE PNTE-BANK-ACCOUNT OF NEW-PRENOTE-LOG-RECORD
               TO PVTR-BANK-ACCOUNT
           WRITE PROVIDER-TRANS-RECORD
           CLOSE PROVIDER-TRANS-FILE.

       3800-FILL-DETAIL.
           MOVE SPACES TO WS-DL-OUTCOME
           MOVE PNTE-PROVIDER-ID OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-PROVIDER-ID
           MOVE PNTE-BANK-ROUTING OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-ROUTING
           MOVE PNTE-BANK-ACCOUNT OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-ACCOUNT
           MOVE PNTE-CHANGE-DATE OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-CHANGE-DATE
           MOVE PNTE-SENT-DATE OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-SENT-DATE
           MOVE PNTE-TRACE-NUMBER OF NEW-PRENOTE-LOG-RECORD
               TO WS-DL-TRACE.

       3900-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-LIST-UNMATCHED-RETURNS.
      *    A RETURN THAT TIES TO NO SENT PRENOTE IS REPORTED FOR THE
      *    PAYMENTS TEAM TO CHASE WITH THE BANK - NOTHING IS CHANGED
           IF NOT RT-MATCHED(WS-RT-IDX)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 4 TO RETURN-CODE
               DISPLAY "PRENOTE WARNING: RETURN FOR TRACE "
                       PNRT-TRACE-NUMBER OF WS-RT-ENTRY(WS-RT-IDX)
                       " MATCHES NO SENT PRENOTE"
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PNRT-PROVIDER-ID OF WS-RT-ENTRY(WS-RT-IDX)
                   TO WS-DL-PROVIDER-ID
               MOVE ZERO TO WS-DL-CHANGE-DATE
               MOVE ZERO TO WS-DL-SENT-DATE
               MOVE PNRT-TRACE-NUMBER OF WS-RT-ENTRY(WS-RT-IDX)
                   TO WS-DL-TRACE
               STRING "** RETURN " PNRT-RETURN-CODE
                          OF WS-RT-ENTRY(WS-RT-IDX)
                      " MATCHES NO SENT PRENOTE - CHECK WITH BANK"
                   DELIMITED BY SIZE INTO WS-DL-OUTCOME
               END-STRING
               PERFORM 3900-WRITE-DETAIL
           END-IF.

       8000-DISPLAY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-RETURNED-COUNT > ZERO
               STRING "ALERT - " WS-COUNT-DISPLAY
                      " PRENOTE(S) RETURNED - PAYMENTS TEAM TO CONTACT "
                      "THE PROVIDER AT THE ADDRESS ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "NO PRENOTES RETURNED" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           DISPLAY " "
           DISPLAY "PRENOTE VERIFICATION COMPLETE"
           DISPLAY "LOG ROWS READ:         " WS-LOG-ROWS
           DISPLAY "QUEUED, NOT YET SENT:  " WS-QUEUED-COUNT
           DISPLAY "AWAITING CLEARANCE:    " WS-AWAITING-COUNT
           DISPLAY "CLEARED - VERIFIED:    " WS-CLEARED-COUNT
           DISPLAY "RETURNED - CANCELLED:  " WS-RETURNED-COUNT
           DISPLAY "UNMATCHED RETURNS:     " WS-UNMATCHED-COUNT
           DISPLAY "REPORT WRITTEN TO: "
                   "reports/prenote_verification.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
