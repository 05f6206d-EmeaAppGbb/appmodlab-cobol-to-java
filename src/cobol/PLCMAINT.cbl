       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLCMAINT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PROVIDER PRACTICE LOCATION MAINTENANCE                         *
      * APPLIES ADD/UPDATE/CLOSE TRANSACTIONS TO THE PROVIDER          *
      * LOCATION FILE, OLD-MASTER/NEW-MASTER STYLE LIKE ADRMAINT - THE *
      * NEW FILE IS WRITTEN TO data/provider_locations_new.dat AND THE *
      * JOB PROMOTES IT OVER THE LIVE FILE ON SUCCESS. A LOCATION IS   *
      * ONLY ADDED FOR A PROVIDER ON THE PROVIDER MASTER. A CLOSE      *
      * KEEPS THE LOCATION ON FILE MARKED CLOSED SO PRVDIRX DROPS IT   *
      * FROM THE DIRECTORY AND REPORTS THE REMOVAL                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO "data/location_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LOCATION-FILE
               ASSIGN TO "data/provider_locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-STATUS.

           SELECT NEW-LOCATION-FILE
               ASSIGN TO "data/provider_locations_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LOCATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY PLTRNREC.

       FD  LOCATION-FILE.
       01  PLOC-MASTER-REC.
           COPY PLOCREC.

       FD  NEW-LOCATION-FILE.
       01  PLOC-NEW-REC.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-LOCATION-STATUS       PIC XX.
       01  WS-NEW-LOCATION-STATUS   PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-EOF-LOCATION          PIC X VALUE 'N'.
           88 EOF-LOCATION          VALUE 'Y'.
       01  WS-TRANS-FOUND           PIC X VALUE 'N'.
           88 TRANS-FOUND           VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

       01  WS-MAX-TRANS             PIC 9(5) VALUE 5000.
       01  WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.

       01  WS-TRANS-TABLE.
           05  WS-LT-ENTRY OCCURS 5000 TIMES
               ASCENDING KEY IS PLTR-PROVIDER-ID PLTR-LOCATION-NO
               INDEXED BY WS-LT-IDX.
               COPY PLTRNREC REPLACING ==05== BY ==10==.
               10  WS-LT-APPLIED    PIC X VALUE 'N'.
                   88 LT-APPLIED    VALUE 'Y'.

       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROVIDER-FOUND        PIC X VALUE 'N'.
           88 PROVIDER-FOUND        VALUE 'Y'.

      * PROVIDER AND LOCATION NUMBER FOR THE ERROR LOG
       01  WS-LOCATION-KEY-DATA.
           05  WS-LK-PROVIDER-ID    PIC X(8).
           05  FILLER               PIC X(5) VALUE " LOC ".
           05  WS-LK-LOCATION-NO    PIC 9(2).
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-TRANSACTIONS UNTIL EOF-TRANS
           PERFORM 2900-SORT-TRANSACTIONS
           PERFORM 3000-PROCESS-MASTER UNTIL EOF-LOCATION
           PERFORM 4000-APPEND-UNMATCHED-ADDS
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-TRANS-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PROVIDER LOCATION "
                   "MAINTENANCE"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
                       WS-TRANS-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-TRANS-STATUS
               STOP RUN
           END-IF

      *    A MISSING LOCATION FILE IS NORMAL FOR THE VERY FIRST
      *    MAINTENANCE RUN - EVERY ADD FALLS THROUGH TO THE
      *    UNMATCHED-ADD APPEND AND BUILDS THE FILE FROM SCRATCH
           OPEN INPUT LOCATION-FILE
           IF WS-LOCATION-STATUS NOT = "00"
               DISPLAY "PLCMAINT WARNING: LOCATION FILE NOT FOUND "
                       "- BUILDING A NEW ONE FROM THE TRANSACTIONS"
               SET EOF-LOCATION TO TRUE
           END-IF

           OPEN OUTPUT NEW-LOCATION-FILE.

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
               MOVE TRANS-RECORD TO WS-LT-ENTRY(WS-TRANS-COUNT)
               MOVE 'N' TO WS-LT-APPLIED(WS-TRANS-COUNT)
           ELSE
               DISPLAY "PLCMAINT WARNING: TRANSACTION TABLE FULL - "
                       "PROVIDER " PLTR-PROVIDER-ID OF TRANS-RECORD
                       " NOT PROCESSED"
           END-IF.

       2900-SORT-TRANSACTIONS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO EVERY REAL
      *    TRANSACTION SORTS AHEAD OF THEM, AS ADRMAINT DOES
           PERFORM 2950-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-TRANS-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-TRANS
           SORT WS-LT-ENTRY
               ON ASCENDING KEY PLTR-PROVIDER-ID OF WS-LT-ENTRY
                                PLTR-LOCATION-NO OF WS-LT-ENTRY.

       2950-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO PLTR-PROVIDER-ID OF WS-LT-ENTRY(WS-PAD-IDX + 1)
           MOVE 99 TO PLTR-LOCATION-NO OF WS-LT-ENTRY(WS-PAD-IDX + 1).

       3000-PROCESS-MASTER.
           READ LOCATION-FILE
               AT END
                   SET EOF-LOCATION TO TRUE
               NOT AT END
                   PERFORM 3100-APPLY-TO-MASTER-RECORD
           END-READ.

       3100-APPLY-TO-MASTER-RECORD.
           MOVE 'N' TO WS-TRANS-FOUND
           SEARCH ALL WS-LT-ENTRY
               WHEN PLTR-PROVIDER-ID OF WS-LT-ENTRY(WS-LT-IDX)
                        = PLOC-PROVIDER-ID OF PLOC-MASTER-REC
                AND PLTR-LOCATION-NO OF WS-LT-ENTRY(WS-LT-IDX)
                        = PLOC-LOCATION-NO OF PLOC-MASTER-REC
                   PERFORM 3200-APPLY-MATCHED-TRANS
           END-SEARCH

           IF NOT TRANS-FOUND
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE PLOC-MASTER-REC TO PLOC-NEW-REC
               WRITE PLOC-NEW-REC
           END-IF.

       3200-APPLY-MATCHED-TRANS.
           MOVE 'Y' TO WS-TRANS-FOUND
           SET LT-APPLIED(WS-LT-IDX) TO TRUE
           MOVE PLOC-MASTER-REC TO PLOC-NEW-REC
           EVALUATE TRUE
               WHEN PLTR-ADD OF WS-LT-ENTRY(WS-LT-IDX)
                   PERFORM 3900-SET-KEY-DATA
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-PROVIDER-ALREADY-EXISTS
                       BY CONTENT WS-LOCATION-KEY-DATA
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PLTR-UPDATE OF WS-LT-ENTRY(WS-LT-IDX)
                   ADD 1 TO WS-UPDATED-COUNT
                   PERFORM 3250-MOVE-TRANS-LOCATION
      *            AN UPDATED LOCATION IS ONE THE PROVIDER STILL USES
                   MOVE "O" TO PLOC-STATUS OF PLOC-NEW-REC
                   MOVE ZERO TO PLOC-CLOSED-DATE OF PLOC-NEW-REC
               WHEN PLTR-CLOSE OF WS-LT-ENTRY(WS-LT-IDX)
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "C" TO PLOC-STATUS OF PLOC-NEW-REC
                   MOVE WS-TODAY-DATE
                       TO PLOC-CLOSED-DATE OF PLOC-NEW-REC
           END-EVALUATE
           WRITE PLOC-NEW-REC.

       3250-MOVE-TRANS-LOCATION.
           MOVE PLTR-LINE-1 OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-LINE-1 OF PLOC-NEW-REC
           MOVE PLTR-LINE-2 OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-LINE-2 OF PLOC-NEW-REC
           MOVE PLTR-CITY OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-CITY OF PLOC-NEW-REC
           MOVE PLTR-STATE OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-STATE OF PLOC-NEW-REC
           MOVE PLTR-ZIP OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-ZIP OF PLOC-NEW-REC
           MOVE PLTR-COUNTY OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-COUNTY OF PLOC-NEW-REC
           MOVE PLTR-PHONE OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-PHONE OF PLOC-NEW-REC
           MOVE PLTR-LANGUAGES OF WS-LT-ENTRY(WS-LT-IDX)
               TO PLOC-LANGUAGES OF PLOC-NEW-REC
      *    A BLANK FLAG ON THE TRANSACTION LEAVES THE LOCATION'S
      *    EXISTING NEW-PATIENT FLAG ALONE
           IF PLTR-NEW-PATIENTS OF WS-LT-ENTRY(WS-LT-IDX)
                   NOT = SPACES
               MOVE PLTR-NEW-PATIENTS OF WS-LT-ENTRY(WS-LT-IDX)
                   TO PLOC-NEW-PATIENTS OF PLOC-NEW-REC
           END-IF.

       3900-SET-KEY-DATA.
           MOVE PLTR-PROVIDER-ID OF WS-LT-ENTRY(WS-LT-IDX)
               TO WS-LK-PROVIDER-ID
           MOVE PLTR-LOCATION-NO OF WS-LT-ENTRY(WS-LT-IDX)
               TO WS-LK-LOCATION-NO.

       4000-APPEND-UNMATCHED-ADDS.
           IF NOT LT-APPLIED(WS-LT-IDX)
               IF PLTR-ADD OF WS-LT-ENTRY(WS-LT-IDX)
                   PERFORM 4100-WRITE-NEW-LOCATION
               ELSE
                   PERFORM 3900-SET-KEY-DATA
                   CALL 'ERRHANDL' USING
                       BY CONTENT EC-PROVIDER-MAINT-NOTFND
                       BY CONTENT WS-LOCATION-KEY-DATA
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       4100-WRITE-NEW-LOCATION.
      *    NO LOCATION FOR A PROVIDER THE MASTER DOES NOT KNOW
           MOVE 'N' TO WS-PROVIDER-FOUND
           CALL 'PROVLKUP' USING
               PLTR-PROVIDER-ID OF WS-LT-ENTRY(WS-LT-IDX)
               WS-PROVIDER-RECORD
               WS-PROVIDER-FOUND
           IF NOT PROVIDER-FOUND
               PERFORM 3900-SET-KEY-DATA
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-PROVIDER-MAINT-NOTFND
                   BY CONTENT WS-LOCATION-KEY-DATA
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES TO PLOC-NEW-REC
               MOVE PLTR-PROVIDER-ID OF WS-LT-ENTRY(WS-LT-IDX)
                   TO PLOC-PROVIDER-ID OF PLOC-NEW-REC
               MOVE PLTR-LOCATION-NO OF WS-LT-ENTRY(WS-LT-IDX)
                   TO PLOC-LOCATION-NO OF PLOC-NEW-REC
               PERFORM 3250-MOVE-TRANS-LOCATION
               IF PLOC-NEW-PATIENTS OF PLOC-NEW-REC = SPACES
                   MOVE "Y" TO PLOC-NEW-PATIENTS OF PLOC-NEW-REC
               END-IF
               MOVE "O" TO PLOC-STATUS OF PLOC-NEW-REC
               MOVE ZERO TO PLOC-CLOSED-DATE OF PLOC-NEW-REC
               WRITE PLOC-NEW-REC
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PROVIDER LOCATION MAINTENANCE COMPLETE"
           DISPLAY "LOCATIONS ADDED:     " WS-ADDED-COUNT
           DISPLAY "LOCATIONS UPDATED:   " WS-UPDATED-COUNT
           DISPLAY "LOCATIONS CLOSED:    " WS-CLOSED-COUNT
           DISPLAY "LOCATIONS UNCHANGED: " WS-UNCHANGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NEW FILE WRITTEN TO: "
                   "data/provider_locations_new.dat".

       9000-CLEANUP.
           CLOSE TRANS-FILE
           IF WS-LOCATION-STATUS = "00" OR WS-LOCATION-STATUS = "10"
               CLOSE LOCATION-FILE
           END-IF
           CLOSE NEW-LOCATION-FILE.
