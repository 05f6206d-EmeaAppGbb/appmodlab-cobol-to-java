      * POLMAINT - THE EXISTING MASTER IS READ SEQUENTIALLY AND A      *
      * FRESH MASTER IS WRITTEN OUT SO ADJUDCTN'S NEXT RUN SEES THE    *
      * MAINTAINED PROVIDERS                                           *
      * A NEW OR CHANGED EFT BANK ACCOUNT IS NOT TRUSTED ON SIGHT -    *
      * THE PROVIDER GOES PENDING (PAID BY CHECK), A ZERO-DOLLAR       *
      * PRENOTE IS QUEUED FOR PAYDISB'S NEXT ACH FILE, AND A CHANGE IS *
      * CONFIRMED BY LETTER TO THE PAYEE ADDRESS ALREADY ON THE TAX ID *
      * MASTER. PRENOTE STAGES THE OUTCOME BACK AS A V (VERIFIED) OR R *
      * (RETURNED - PUT THE PRIOR ACCOUNT BACK) TRANSACTION            *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PROVIDER-STATUS.

           SELECT TAXID-FILE
               ASSIGN TO "data/tax_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXID-STATUS.

           SELECT PRENOTE-LOG-FILE
               ASSIGN TO "data/prenote_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "reports/bank_change_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  PROV-NEW-REC.
           COPY PROVREC.

       FD  TAXID-FILE.
       01  TAXID-MASTER-REC.
           COPY TAXIDMST.

       FD  PRENOTE-LOG-FILE.
       01  PRENOTE-LOG-RECORD.
           COPY PNTEREC.

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

           05  WS-TERMINATED-COUNT  PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-BANK-CHANGE-COUNT PIC 9(5) VALUE 0.
           05  WS-VERIFIED-COUNT    PIC 9(5) VALUE 0.
           05  WS-REINSTATED-COUNT  PIC 9(5) VALUE 0.
           05  WS-STALE-COUNT       PIC 9(5) VALUE 0.

      * BANK ACCOUNT VERIFICATION - THE PAYEE ADDRESS A CONFIRMATION
      * LETTER GOES TO COMES OFF THE TAX ID MASTER, LOADED ONCE AND
      * SCANNED THE WAY PAYDISB SCANS IT
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-PRENOTE-STATUS        PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.
       01  WS-MAX-TAXID-ENTRIES     PIC 9(5) VALUE 5000.
       01  WS-TAXID-COUNT           PIC 9(5) VALUE 0.
       01  WS-TI-IDX                PIC 9(5) VALUE 0.
       01  WS-TI-MATCH              PIC 9(5) VALUE 0.
       01  WS-TAXID-FOUND           PIC X VALUE 'N'.
           88 TAXID-WAS-FOUND       VALUE 'Y'.
       01  WS-TAXID-TABLE.
           05  WS-TI-ENTRY OCCURS 5000 TIMES.
               COPY TAXIDMST REPLACING ==05== BY ==10==.
      * ONLY THE LAST FOUR DIGITS OF THE NEW ACCOUNT ARE PRINTED
       01  WS-ACCT-POS              PIC S9(3) VALUE 0.
       01  WS-ACCT-LAST-FOUR        PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
               SET EOF-PROVIDER TO TRUE
           END-IF

           OPEN OUTPUT NEW-PROVIDER-FILE

           PERFORM 1500-LOAD-TAXID-TABLE THRU 1500-EXIT

      *    BOTH APPENDED TO ACROSS RUNS - THE OUTPUT FALLBACK CREATES
      *    THEM ON THE VERY FIRST
           OPEN EXTEND PRENOTE-LOG-FILE
           IF WS-PRENOTE-STATUS NOT = "00"
               OPEN OUTPUT PRENOTE-LOG-FILE
           END-IF
           OPEN EXTEND LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF.

       1500-LOAD-TAXID-TABLE.
      *    A MISSING TAX ID MASTER STILL LETS MAINTENANCE RUN - EACH
      *    CONFIRMATION LETTER IS THEN FLAGGED AS HAVING NO ADDRESS
      *    SO PROVIDER RELATIONS CONFIRMS THE CHANGE BY PHONE
           OPEN INPUT TAXID-FILE
           IF WS-TAXID-STATUS NOT = "00"
               DISPLAY "PRVMAINT WARNING: TAX ID MASTER NOT FOUND - "
                       "CONFIRMATION LETTERS CARRY NO ADDRESS"
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TAXID
           PERFORM 1510-READ-TAXID UNTIL EOF-TAXID
           CLOSE TAXID-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-TAXID.
           READ TAXID-FILE
               AT END
                   SET EOF-TAXID TO TRUE
               NOT AT END
                   IF WS-TAXID-COUNT < WS-MAX-TAXID-ENTRIES
                       ADD 1 TO WS-TAXID-COUNT
                       MOVE TAXID-MASTER-REC
                           TO WS-TI-ENTRY(WS-TAXID-COUNT)
                   ELSE
                       DISPLAY "PRVMAINT WARNING: TAX ID TABLE FULL"
                   END-IF
           END-READ.

       2000-LOAD-TRANSACTIONS.
           READ TRANS-FILE
                       MOVE PVTR-BANK-ACCOUNT
                               OF WS-PV-ENTRY(WS-PV-IDX)
                           TO PROV-BANK-ACCOUNT OF PROV-NEW-REC
                       PERFORM 3300-CHECK-BANK-CHANGE THRU 3300-EXIT
                   END-IF
                   IF PVTR-LICENSE-NUMBER OF WS-PV-ENTRY(WS-PV-IDX)
                           NOT = SPACES
                       MOVE PVTR-LICENSE-NUMBER
                               OF WS-PV-ENTRY(WS-PV-IDX)
                           TO PROV-LICENSE-NUMBER OF PROV-NEW-REC
                       MOVE PVTR-LICENSE-STATE
                               OF WS-PV-ENTRY(WS-PV-IDX)
                           TO PROV-LICENSE-STATE OF PROV-NEW-REC
                   END-IF
                   IF PVTR-SEPARATE-PAY OF WS-PV-ENTRY(WS-PV-IDX)
                           NOT = SPACES
                       MOVE PVTR-SEPARATE-PAY
                               OF WS-PV-ENTRY(WS-PV-IDX)
                           TO PROV-SEPARATE-PAY OF PROV-NEW-REC
                   END-IF
                   WRITE PROV-NEW-REC
               WHEN PVTR-TERMINATE OF WS-PV-ENTRY(WS-PV-IDX)
                           TO PROV-TERM-DATE OF PROV-NEW-REC
                   END-IF
                   WRITE PROV-NEW-REC
               WHEN PVTR-BANK-VERIFIED OF WS-PV-ENTRY(WS-PV-IDX)
                 OR PVTR-BANK-RETURNED OF WS-PV-ENTRY(WS-PV-IDX)
                   MOVE PROV-MASTER-REC TO PROV-NEW-REC
                   PERFORM 3600-APPLY-PRENOTE-RESULT THRU 3600-EXIT
                   WRITE PROV-NEW-REC
           END-EVALUATE.

       3300-CHECK-BANK-CHANGE.
      *    AN EFT ACCOUNT OTHER THAN THE ONE ALREADY PAID TO IS NOT
      *    TRUSTED UNTIL ITS PRENOTE CLEARS - THE PROVIDER IS PAID BY
      *    CHECK MEANWHILE, AND THE LETTER GOES TO THE ADDRESS ALREADY
      *    ON FILE, NEVER ONE THE CHANGE ITSELF SUPPLIED. A MOVE BACK
      *    TO CHECK NEEDS NO VERIFICATION AND ENDS ANY PENDING ONE
           IF NOT PROV-PAY-BY-EFT OF PROV-NEW-REC
               MOVE "V" TO PROV-BANK-VERIFY-STATUS OF PROV-NEW-REC
               MOVE SPACES TO PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
               MOVE SPACES TO PROV-PRIOR-ROUTING OF PROV-NEW-REC
               MOVE SPACES TO PROV-PRIOR-ACCOUNT OF PROV-NEW-REC
               GO TO 3300-EXIT
           END-IF
           IF PROV-BANK-ROUTING OF PROV-NEW-REC = SPACES
               GO TO 3300-EXIT
           END-IF
           IF PROV-PAY-BY-EFT OF PROV-MASTER-REC
             AND PROV-BANK-ROUTING OF PROV-NEW-REC
                     = PROV-BANK-ROUTING OF PROV-MASTER-REC
             AND PROV-BANK-ACCOUNT OF PROV-NEW-REC
                     = PROV-BANK-ACCOUNT OF PROV-MASTER-REC
               GO TO 3300-EXIT
           END-IF

      *    A SECOND CHANGE WHILE ONE IS STILL PENDING KEEPS THE
      *    ACCOUNT TRUSTED BEFORE THE FIRST AS THE ONE TO PUT BACK
           IF NOT PROV-BANK-PENDING OF PROV-MASTER-REC
               MOVE PROV-PAYMENT-METHOD OF PROV-MASTER-REC
                   TO PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
               MOVE PROV-BANK-ROUTING OF PROV-MASTER-REC
                   TO PROV-PRIOR-ROUTING OF PROV-NEW-REC
               MOVE PROV-BANK-ACCOUNT OF PROV-MASTER-REC
                   TO PROV-PRIOR-ACCOUNT OF PROV-NEW-REC
           END-IF
           MOVE "P" TO PROV-BANK-VERIFY-STATUS OF PROV-NEW-REC
           MOVE WS-TODAY-DATE TO PROV-BANK-CHANGE-DATE OF PROV-NEW-REC
           ADD 1 TO WS-BANK-CHANGE-COUNT
           PERFORM 3400-QUEUE-PRENOTE
           PERFORM 3500-WRITE-CONFIRM-LETTER THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

       3400-QUEUE-PRENOTE.
           MOVE SPACES TO PRENOTE-LOG-RECORD
           MOVE PROV-PROVIDER-ID OF PROV-NEW-REC TO PNTE-PROVIDER-ID
           MOVE PROV-BANK-ROUTING OF PROV-NEW-REC TO PNTE-BANK-ROUTING
           MOVE PROV-BANK-ACCOUNT OF PROV-NEW-REC TO PNTE-BANK-ACCOUNT
           MOVE WS-TODAY-DATE TO PNTE-CHANGE-DATE
           MOVE "Q" TO PNTE-STATUS
           MOVE ZERO TO PNTE-SENT-DATE
           MOVE ZERO TO PNTE-TRACE-NUMBER
           MOVE ZERO TO PNTE-RESOLVED-DATE
           WRITE PRENOTE-LOG-RECORD.

       3500-WRITE-CONFIRM-LETTER.
           MOVE 'N' TO WS-TAXID-FOUND
           PERFORM 3510-SCAN-TAXID-ENTRY
               VARYING WS-TI-IDX FROM 1 BY 1
               UNTIL WS-TI-IDX > WS-TAXID-COUNT OR TAXID-WAS-FOUND

           MOVE SPACES TO WS-ACCT-LAST-FOUR
           PERFORM 3520-FIND-ACCOUNT-END
               VARYING WS-ACCT-POS FROM 17 BY -1
               UNTIL WS-ACCT-POS < 1
                  OR PROV-BANK-ACCOUNT OF PROV-NEW-REC(WS-ACCT-POS:1)
                         NOT = SPACE
           IF WS-ACCT-POS >= 4
               MOVE PROV-BANK-ACCOUNT OF PROV-NEW-REC
                       (WS-ACCT-POS - 3:4)
                   TO WS-ACCT-LAST-FOUR
           END-IF

           MOVE SPACES TO LETTER-LINE
           STRING "========================================"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "BANK ACCOUNT CHANGE CONFIRMATION - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "PROVIDER: " PROV-PROVIDER-NAME OF PROV-NEW-REC
                  " (" PROV-PROVIDER-ID OF PROV-NEW-REC ")"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           IF TAXID-WAS-FOUND
               MOVE TAXID-PAYEE-NAME OF WS-TI-ENTRY(WS-TI-MATCH)
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE TAXID-ADDRESS-LINE1 OF WS-TI-ENTRY(WS-TI-MATCH)
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING TAXID-CITY OF WS-TI-ENTRY(WS-TI-MATCH) " "
                      TAXID-STATE OF WS-TI-ENTRY(WS-TI-MATCH) " "
                      TAXID-ZIP OF WS-TI-ENTRY(WS-TI-MATCH)
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           ELSE
               DISPLAY "PRVMAINT WARNING: NO PAYEE ADDRESS ON FILE "
                       "FOR PROVIDER " PROV-PROVIDER-ID OF PROV-NEW-REC
                       " - CONFIRM BANK CHANGE BY PHONE"
               MOVE "*** NO PAYEE ADDRESS ON FILE - PROVIDER RELATIONS"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "*** TO CONFIRM THIS CHANGE BY PHONE BEFORE MAILING"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "WE HAVE BEEN ASKED TO SEND YOUR ELECTRONIC PAYMENTS TO"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "A NEW BANK ACCOUNT, ROUTING NUMBER "
                  PROV-BANK-ROUTING OF PROV-NEW-REC
                  ", ACCOUNT ENDING " WS-ACCT-LAST-FOUR "."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "UNTIL YOUR BANK HAS VERIFIED THE NEW ACCOUNT, YOUR"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PAYMENTS WILL BE MAILED BY CHECK."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "IF YOU DID NOT REQUEST THIS CHANGE, CALL PROVIDER"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "SERVICES IMMEDIATELY QUOTING YOUR PROVIDER ID ABOVE."
               TO LETTER-LINE
           WRITE LETTER-LINE.
       3500-EXIT.
           EXIT.

       3510-SCAN-TAXID-ENTRY.
           IF TAXID-PROVIDER-ID OF WS-TI-ENTRY(WS-TI-IDX)
                   = PROV-PROVIDER-ID OF PROV-NEW-REC
               SET TAXID-WAS-FOUND TO TRUE
               MOVE WS-TI-IDX TO WS-TI-MATCH
           END-IF.

       3520-FIND-ACCOUNT-END.
           CONTINUE.

       3600-APPLY-PRENOTE-RESULT.
      *    ONLY A PROVIDER STILL PENDING ON THE VERY ACCOUNT THE
      *    PRENOTE TESTED IS TOUCHED - A LATER CHANGE HAS QUEUED ITS
      *    OWN PRENOTE AND THE EARLIER RESULT NO LONGER APPLIES
           IF NOT PROV-BANK-PENDING OF PROV-NEW-REC
             OR PROV-BANK-ROUTING OF PROV-NEW-REC
                    NOT = PVTR-BANK-ROUTING OF WS-PV-ENTRY(WS-PV-IDX)
             OR PROV-BANK-ACCOUNT OF PROV-NEW-REC
                    NOT = PVTR-BANK-ACCOUNT OF WS-PV-ENTRY(WS-PV-IDX)
               ADD 1 TO WS-STALE-COUNT
               DISPLAY "PRVMAINT: PRENOTE RESULT FOR PROVIDER "
                       PROV-PROVIDER-ID OF PROV-NEW-REC
                       " NO LONGER MATCHES THE ACCOUNT ON FILE - "
                       "IGNORED"
               GO TO 3600-EXIT
           END-IF
           IF PVTR-BANK-RETURNED OF WS-PV-ENTRY(WS-PV-IDX)
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
                   TO PROV-PAYMENT-METHOD OF PROV-NEW-REC
               MOVE PROV-PRIOR-ROUTING OF PROV-NEW-REC
                   TO PROV-BANK-ROUTING OF PROV-NEW-REC
               MOVE PROV-PRIOR-ACCOUNT OF PROV-NEW-REC
                   TO PROV-BANK-ACCOUNT OF PROV-NEW-REC
           ELSE
               ADD 1 TO WS-VERIFIED-COUNT
           END-IF
           MOVE "V" TO PROV-BANK-VERIFY-STATUS OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-ROUTING OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-ACCOUNT OF PROV-NEW-REC.
       3600-EXIT.
           EXIT.

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT PV-APPLIED(WS-PV-IDX)
               IF PVTR-ADD OF WS-PV-ENTRY(WS-PV-IDX)
               TO PROV-BANK-ROUTING OF PROV-NEW-REC
           MOVE PVTR-BANK-ACCOUNT OF WS-PV-ENTRY(WS-PV-IDX)
               TO PROV-BANK-ACCOUNT OF PROV-NEW-REC
           MOVE PVTR-LICENSE-NUMBER OF WS-PV-ENTRY(WS-PV-IDX)
               TO PROV-LICENSE-NUMBER OF PROV-NEW-REC
           MOVE PVTR-LICENSE-STATE OF WS-PV-ENTRY(WS-PV-IDX)
               TO PROV-LICENSE-STATE OF PROV-NEW-REC
           MOVE PVTR-SEPARATE-PAY OF WS-PV-ENTRY(WS-PV-IDX)
               TO PROV-SEPARATE-PAY OF PROV-NEW-REC
      *    A NEW PROVIDER'S FIRST EFT ACCOUNT IS PRENOTED LIKE ANY
      *    CHANGE, WITH CHECK AS THE METHOD TO FALL BACK TO - THERE IS
      *    NO EARLIER ACCOUNT TO CONFIRM AGAINST, SO NO LETTER
           MOVE "V" TO PROV-BANK-VERIFY-STATUS OF PROV-NEW-REC
           MOVE ZERO TO PROV-BANK-CHANGE-DATE OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-ROUTING OF PROV-NEW-REC
           MOVE SPACES TO PROV-PRIOR-ACCOUNT OF PROV-NEW-REC
           IF PROV-PAY-BY-EFT OF PROV-NEW-REC
             AND PROV-BANK-ROUTING OF PROV-NEW-REC NOT = SPACES
               MOVE "P" TO PROV-BANK-VERIFY-STATUS OF PROV-NEW-REC
               MOVE WS-TODAY-DATE
                   TO PROV-BANK-CHANGE-DATE OF PROV-NEW-REC
               MOVE "C" TO PROV-PRIOR-PAY-METHOD OF PROV-NEW-REC
               PERFORM 3400-QUEUE-PRENOTE
           END-IF
           WRITE PROV-NEW-REC.

       5000-DISPLAY-SUMMARY.
           DISPLAY "PROVIDERS TERMINATED:  " WS-TERMINATED-COUNT
           DISPLAY "PROVIDERS UNCHANGED:   " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "BANK CHANGES PENDING:  " WS-BANK-CHANGE-COUNT
           DISPLAY "ACCOUNTS VERIFIED:     " WS-VERIFIED-COUNT
           DISPLAY "ACCOUNTS RESTORED:     " WS-REINSTATED-COUNT
           DISPLAY "STALE PRENOTE RESULTS: " WS-STALE-COUNT
           DISPLAY "LETTERS WRITTEN TO: reports/bank_change_letters.txt"
           DISPLAY "NEW MASTER WRITTEN TO: data/providers_new.dat".

       9000-CLEANUP.
           IF MASTER-IS-OPEN
               CLOSE PROVIDER-FILE
           END-IF
           CLOSE NEW-PROVIDER-FILE
           CLOSE PRENOTE-LOG-FILE
           CLOSE LETTER-FILE.
