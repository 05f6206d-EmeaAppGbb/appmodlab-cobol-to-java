       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMAINT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PROVIDER CREDENTIALING MAINTENANCE PROGRAM                     *
      * APPLIES THE CREDENTIALING COMMITTEE'S ADD/UPDATE TRANSACTIONS  *
      * AGAINST THE CREDENTIALING FILE USING THE SAME OLD-MASTER/      *
      * NEW-MASTER PATTERN AS PRVMAINT AND AGTMAINT - THE EXISTING     *
      * FILE IS READ SEQUENTIALLY AND A FRESH ONE IS WRITTEN OUT SO    *
      * CRDCYCLE'S NEXT RUN SEES THE CURRENT LICENSES, MALPRACTICE     *
      * COVERAGE AND CREDENTIALING DATES. A CREDENTIAL IS ONLY ADDED   *
      * FOR A PROVIDER ON THE PROVIDER MASTER                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO "data/credential_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO "data/credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT NEW-CREDENTIAL-FILE
               ASSIGN TO "data/credentials_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CREDENTIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY CRDTRNRC.

       FD  CREDENTIAL-FILE.
       01  CRED-MASTER-REC.
           COPY CREDREC.

       FD  NEW-CREDENTIAL-FILE.
       01  CRED-NEW-REC.
           COPY CREDREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-CREDENTIAL-STATUS     PIC XX.
       01  WS-NEW-CREDENTIAL-STATUS PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-MASTER-OPENED         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN        VALUE 'Y'.
       01  WS-EOF-CREDENTIAL        PIC X VALUE 'N'.
           88 EOF-CREDENTIAL        VALUE 'Y'.
       01  WS-TRANS-FOUND           PIC X VALUE 'N'.
           88 TRANS-FOUND           VALUE 'Y'.

       01  WS-MAX-TRANS             PIC 9(5) VALUE 5000.
       01  WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.

       01  WS-TRANS-TABLE.
           05  WS-CT-ENTRY OCCURS 5000 TIMES
               ASCENDING KEY IS CRTR-PROVIDER-ID
               INDEXED BY WS-CT-IDX.
               COPY CRDTRNRC REPLACING ==05== BY ==10==.
               10  WS-CT-APPLIED    PIC X VALUE 'N'.
                   88 CT-APPLIED    VALUE 'Y'.

       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROVIDER-FOUND        PIC X VALUE 'N'.
           88 PROVIDER-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-TRANSACTIONS UNTIL EOF-TRANS
           PERFORM 2900-SORT-TRANSACTIONS
           PERFORM 3000-PROCESS-MASTER UNTIL EOF-CREDENTIAL
           PERFORM 4000-APPEND-UNMATCHED-ADDS
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-TRANS-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - CREDENTIALING MAINTENANCE"

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
                       WS-TRANS-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-TRANS-STATUS
               STOP RUN
           END-IF

      *    A MISSING CREDENTIALING FILE IS NORMAL FOR THE VERY FIRST
      *    RUN - EVERY TRANSACTION THIS RUN IS THEN AN ADD OR A REJECT
           OPEN INPUT CREDENTIAL-FILE
           IF WS-CREDENTIAL-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               SET EOF-CREDENTIAL TO TRUE
           END-IF

           OPEN OUTPUT NEW-CREDENTIAL-FILE.

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
               MOVE TRANS-RECORD TO WS-CT-ENTRY(WS-TRANS-COUNT)
               MOVE 'N' TO WS-CT-APPLIED(WS-TRANS-COUNT)
           ELSE
               DISPLAY "CRDMAINT WARNING: TRANSACTION TABLE FULL - "
                       "PROVIDER " CRTR-PROVIDER-ID OF TRANS-RECORD
                       " NOT PROCESSED"
           END-IF.

       2900-SORT-TRANSACTIONS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    TRANSACTION SORTS AHEAD OF THEM, THE SAME PADDING PRVMAINT
      *    USES BEFORE ITS TABLE SORT
           PERFORM 2950-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-TRANS-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-TRANS
           SORT WS-CT-ENTRY
               ON ASCENDING KEY CRTR-PROVIDER-ID OF WS-CT-ENTRY.

       2950-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO CRTR-PROVIDER-ID OF WS-CT-ENTRY(WS-PAD-IDX + 1).

       3000-PROCESS-MASTER.
           READ CREDENTIAL-FILE
               AT END
                   SET EOF-CREDENTIAL TO TRUE
               NOT AT END
                   PERFORM 3100-APPLY-TO-MASTER-RECORD
           END-READ.

       3100-APPLY-TO-MASTER-RECORD.
           MOVE 'N' TO WS-TRANS-FOUND
           SEARCH ALL WS-CT-ENTRY
               WHEN CRTR-PROVIDER-ID OF WS-CT-ENTRY(WS-CT-IDX)
                        = CRED-PROVIDER-ID OF CRED-MASTER-REC
                   PERFORM 3200-APPLY-MATCHED-TRANS
           END-SEARCH

           IF NOT TRANS-FOUND
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE CRED-MASTER-REC TO CRED-NEW-REC
               WRITE CRED-NEW-REC
           END-IF.

       3200-APPLY-MATCHED-TRANS.
           MOVE 'Y' TO WS-TRANS-FOUND
           SET CT-APPLIED(WS-CT-IDX) TO TRUE
           EVALUATE TRUE
               WHEN CRTR-ADD OF WS-CT-ENTRY(WS-CT-IDX)
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-PROVIDER-ALREADY-EXISTS
                       BY CONTENT CRED-PROVIDER-ID OF CRED-MASTER-REC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE CRED-MASTER-REC TO CRED-NEW-REC
                   WRITE CRED-NEW-REC
               WHEN OTHER
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE CRED-MASTER-REC TO CRED-NEW-REC
                   PERFORM 3300-APPLY-UPDATE
                   WRITE CRED-NEW-REC
           END-EVALUATE.

       3300-APPLY-UPDATE.
           IF CRTR-LICENSE-NUMBER OF WS-CT-ENTRY(WS-CT-IDX)
                   NOT = SPACES
               MOVE CRTR-LICENSE-NUMBER OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-LICENSE-NUMBER OF CRED-NEW-REC
               MOVE CRTR-LICENSE-STATE OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-LICENSE-STATE OF CRED-NEW-REC
               MOVE CRTR-LICENSE-EXPIRY OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-LICENSE-EXPIRY OF CRED-NEW-REC
           END-IF
           IF CRTR-BOARD-CERTIFIED OF WS-CT-ENTRY(WS-CT-IDX)
                   NOT = SPACES
               MOVE CRTR-BOARD-CERTIFIED OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-BOARD-CERTIFIED OF CRED-NEW-REC
               MOVE CRTR-BOARD-SPECIALTY OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-BOARD-SPECIALTY OF CRED-NEW-REC
           END-IF
           IF CRTR-MALPRACTICE-CARRIER OF WS-CT-ENTRY(WS-CT-IDX)
                   NOT = SPACES
               MOVE CRTR-MALPRACTICE-CARRIER OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-MALPRACTICE-CARRIER OF CRED-NEW-REC
               MOVE CRTR-MALPRACTICE-POLICY OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-MALPRACTICE-POLICY OF CRED-NEW-REC
               MOVE CRTR-MALPRACTICE-EXPIRY OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
           END-IF
      *    A NEW APPROVAL DATE STARTS A FRESH THREE-YEAR CYCLE, SO THE
      *    NEXT ANNIVERSARY IS NOTICED IN ITS TURN
           IF CRTR-CREDENTIALED-DATE OF WS-CT-ENTRY(WS-CT-IDX)
                   IS NUMERIC
             AND CRTR-CREDENTIALED-DATE OF WS-CT-ENTRY(WS-CT-IDX)
                   > ZERO
               MOVE CRTR-CREDENTIALED-DATE OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-LAST-CREDENTIALED OF CRED-NEW-REC
           END-IF.

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT CT-APPLIED(WS-CT-IDX)
               IF CRTR-ADD OF WS-CT-ENTRY(WS-CT-IDX)
                   PERFORM 4100-WRITE-NEW-CREDENTIAL
               ELSE
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-PROVIDER-MAINT-NOTFND
                       BY CONTENT CRTR-PROVIDER-ID
                           OF WS-CT-ENTRY(WS-CT-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       4100-WRITE-NEW-CREDENTIAL.
      *    NO CREDENTIAL FOR A PROVIDER THE MASTER DOES NOT KNOW
           MOVE 'N' TO WS-PROVIDER-FOUND
           CALL 'PROVLKUP' USING
               CRTR-PROVIDER-ID OF WS-CT-ENTRY(WS-CT-IDX)
               WS-PROVIDER-RECORD
               WS-PROVIDER-FOUND
           IF NOT PROVIDER-FOUND
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-PROVIDER-MAINT-NOTFND
                   BY CONTENT CRTR-PROVIDER-ID OF WS-CT-ENTRY(WS-CT-IDX)
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES TO CRED-NEW-REC
               MOVE CRTR-PROVIDER-ID OF WS-CT-ENTRY(WS-CT-IDX)
                   TO CRED-PROVIDER-ID OF CRED-NEW-REC
               MOVE ZERO TO CRED-LICENSE-EXPIRY OF CRED-NEW-REC
               MOVE ZERO TO CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
               MOVE ZERO TO CRED-LAST-CREDENTIALED OF CRED-NEW-REC
               MOVE ZERO TO CRED-NOTICED-DUE-DATE OF CRED-NEW-REC
               MOVE "C" TO CRED-STATUS OF CRED-NEW-REC
               MOVE ZERO TO CRED-LAPSE-DATE OF CRED-NEW-REC
               MOVE "N" TO CRED-NETWORK-MOVED OF CRED-NEW-REC
      *        THE UPDATE RULES FILL IN EVERYTHING THE ADD CARRIES
               PERFORM 3300-APPLY-UPDATE
               WRITE CRED-NEW-REC
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "CREDENTIALING MAINTENANCE COMPLETE"
           DISPLAY "CREDENTIALS ADDED:     " WS-ADDED-COUNT
           DISPLAY "CREDENTIALS UPDATED:   " WS-UPDATED-COUNT
           DISPLAY "CREDENTIALS UNCHANGED: " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NEW FILE WRITTEN TO: data/credentials_new.dat".

       9000-CLEANUP.
           CLOSE TRANS-FILE
           IF MASTER-IS-OPEN
               CLOSE CREDENTIAL-FILE
           END-IF
           CLOSE NEW-CREDENTIAL-FILE.
