       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVDIRX.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * WEEKLY PROVIDER NETWORK DIRECTORY EXTRACT                      *
      * LISTS EVERY OPEN PRACTICE LOCATION OF EVERY PROVIDER WHO IS    *
      * ACTIVE, IN NETWORK AND CURRENTLY CREDENTIALED:                 *
      *   - A FIXED-WIDTH FEED FOR THE WEB DIRECTORY, IN SPECIALTY AND *
      *     ZIP CODE ORDER (data/provider_directory_new.dat, PROMOTED  *
      *     BY PRVDIRX.JCL)                                            *
      *   - A PRINTABLE DIRECTORY FOR MEMBER SERVICES AND MAILING,     *
      *     GROUPED BY COUNTY AND SPECIALTY                            *
      * LAST WEEK'S FEED IS READ BACK FIRST - A LOCATION IT LISTED     *
      * THAT NO LONGER QUALIFIES (PROVIDER TERMINATED OR OUT OF        *
      * NETWORK, CREDENTIAL LAPSED, LOCATION CLOSED) IS WRITTEN TO THE *
      * NEW FEED AS A REMOVAL WITH ITS REASON, SO THE WEB TEAM KNOWS   *
      * WHAT TO TAKE DOWN. REMOVALS ARE NOT CARRIED INTO THE FOLLOWING *
      * WEEK                                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE
               ASSIGN TO "data/providers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO "data/credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT LOCATION-FILE
               ASSIGN TO "data/provider_locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-STATUS.

           SELECT PRIOR-DIRECTORY-FILE
               ASSIGN TO "data/provider_directory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT NEW-DIRECTORY-FILE
               ASSIGN TO "data/provider_directory_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-DIRECTORY-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "reports/provider_directory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
       01  PROV-MASTER-REC.
           COPY PROVREC.

       FD  CREDENTIAL-FILE.
       01  CREDENTIAL-RECORD.
           COPY CREDREC.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY PLOCREC.

       FD  PRIOR-DIRECTORY-FILE.
       01  PRIOR-DIRECTORY-RECORD.
           COPY PDIRREC.

       FD  NEW-DIRECTORY-FILE.
       01  NEW-DIRECTORY-RECORD.
           COPY PDIRREC.

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-CREDENTIAL-STATUS     PIC XX.
       01  WS-LOCATION-STATUS       PIC XX.
       01  WS-PRIOR-STATUS          PIC XX.
       01  WS-NEW-DIRECTORY-STATUS  PIC XX.
       01  WS-PRINT-STATUS          PIC XX.

       01  WS-EOF-PROVIDER          PIC X VALUE 'N'.
           88 EOF-PROVIDER          VALUE 'Y'.
       01  WS-EOF-CREDENTIAL        PIC X VALUE 'N'.
           88 EOF-CREDENTIAL        VALUE 'Y'.
       01  WS-EOF-LOCATION          PIC X VALUE 'N'.
           88 EOF-LOCATION          VALUE 'Y'.
       01  WS-EOF-PRIOR             PIC X VALUE 'N'.
           88 EOF-PRIOR             VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-OPEN-ERROR-DATA       PIC X(20).

      * THE PROVIDER MASTER AS THE DIRECTORY NEEDS IT, WITH THE
      * CREDENTIAL STANDING ATTACHED
       01  WS-MAX-PROVIDERS         PIC 9(5) VALUE 9000.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PX-FOUND              PIC X VALUE 'N'.
           88 PX-FOUND              VALUE 'Y'.
       01  WS-PROVIDER-SEARCH-ID    PIC X(8).
       01  WS-PROVIDER-TABLE.
           05  WS-PX-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS WS-PX-PROVIDER-ID
               INDEXED BY WS-PX-IDX.
               10  WS-PX-PROVIDER-ID    PIC X(8).
               10  WS-PX-PROVIDER-NAME  PIC X(30).
               10  WS-PX-SPECIALTY      PIC X(20).
               10  WS-PX-NETWORK-STATUS PIC X(1).
                   88 PX-IN-NETWORK     VALUE "I".
               10  WS-PX-STATUS         PIC X(1).
                   88 PX-ACTIVE         VALUE "A".
               10  WS-PX-CREDENTIALED   PIC X(1).
                   88 PX-CREDENTIALED   VALUE 'Y'.
               10  WS-PX-BOARD-CERTIFIED PIC X(1).

      * LAST WEEK'S LISTINGS, KEYED BY PROVIDER AND LOCATION
       01  WS-MAX-LISTINGS          PIC 9(5) VALUE 20000.
       01  WS-PRIOR-COUNT           PIC 9(5) VALUE 0.
       01  WS-PV-FOUND              PIC X VALUE 'N'.
           88 PV-FOUND              VALUE 'Y'.
       01  WS-PRIOR-TABLE.
           05  WS-PV-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS PDIR-PROVIDER-ID PDIR-LOCATION-NO
               INDEXED BY WS-PV-IDX.
               COPY PDIRREC REPLACING ==05== BY ==10==.
               10  WS-PV-RELISTED       PIC X(1).
                   88 PV-RELISTED       VALUE 'Y'.

      * THIS WEEK'S LISTINGS - SORTED ONE WAY FOR THE FEED AND ANOTHER
      * FOR THE PRINTED DIRECTORY
       01  WS-LISTING-COUNT         PIC 9(5) VALUE 0.
       01  WS-LS-SUB                PIC 9(5) VALUE 0.
       01  WS-LISTING-TABLE.
           05  WS-LS-ENTRY OCCURS 20000 TIMES.
               COPY PDIRREC REPLACING ==05== BY ==10==.

      * PRINTED DIRECTORY CONTROL BREAKS
       01  WS-PREV-COUNTY           PIC X(20).
       01  WS-PREV-SPECIALTY        PIC X(20).
       01  WS-NEW-PATIENT-TEXT      PIC X(3).

       01  WS-COUNTERS.
           05  WS-LOCATIONS-READ    PIC 9(5) VALUE 0.
           05  WS-LISTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-NEW-LISTINGS      PIC 9(5) VALUE 0.
           05  WS-REMOVED-COUNT     PIC 9(5) VALUE 0.
           05  WS-UNLISTED-COUNT    PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "PRVDIRX".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-PROVIDERS UNTIL EOF-PROVIDER
           PERFORM 1200-SORT-PROVIDERS
           PERFORM 1300-ATTACH-CREDENTIALS UNTIL EOF-CREDENTIAL
           PERFORM 1400-LOAD-PRIOR-LISTINGS UNTIL EOF-PRIOR
           PERFORM 1500-SORT-PRIOR-LISTINGS
           PERFORM 2000-SELECT-LOCATION UNTIL EOF-LOCATION
           PERFORM 3000-WRITE-FEED
           PERFORM 3500-WRITE-REMOVAL THRU 3500-EXIT
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PRIOR-COUNT
           PERFORM 4000-PRINT-DIRECTORY
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
           DISPLAY "CONTINENTAL INSURANCE - PROVIDER DIRECTORY EXTRACT"

           CALL 'BIZDATE' USING WS-TODAY-DATE

      *    WITHOUT ANY ONE OF THE THREE INPUTS EVERY PROVIDER WOULD
      *    FALL OUT OF THE DIRECTORY AND BE SENT AS A REMOVAL - THE RUN
      *    STOPS INSTEAD AND THE PROMOTE STEP IS BYPASSED
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-STATUS NOT = "00"
               MOVE "PROVIDER MASTER" TO WS-OPEN-ERROR-DATA
               PERFORM 1900-STOP-ON-MISSING-INPUT
           END-IF

           OPEN INPUT CREDENTIAL-FILE
           IF WS-CREDENTIAL-STATUS NOT = "00"
               MOVE "CREDENTIALS" TO WS-OPEN-ERROR-DATA
               PERFORM 1900-STOP-ON-MISSING-INPUT
           END-IF

           OPEN INPUT LOCATION-FILE
           IF WS-LOCATION-STATUS NOT = "00"
               MOVE "PROVIDER LOCATIONS" TO WS-OPEN-ERROR-DATA
               PERFORM 1900-STOP-ON-MISSING-INPUT
           END-IF

      *    NO PRIOR FEED ON THE FIRST RUN - NOTHING CAN BE REMOVED
           OPEN INPUT PRIOR-DIRECTORY-FILE
           IF WS-PRIOR-STATUS NOT = "00"
               DISPLAY "PRVDIRX WARNING: NO PRIOR DIRECTORY FEED - "
                       "NO REMOVALS THIS RUN"
               SET EOF-PRIOR TO TRUE
           END-IF

           OPEN OUTPUT NEW-DIRECTORY-FILE
           OPEN OUTPUT PRINT-FILE.

       1100-LOAD-PROVIDERS.
           READ PROVIDER-FILE
               AT END
                   SET EOF-PROVIDER TO TRUE
                   CLOSE PROVIDER-FILE
               NOT AT END
                   IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                       ADD 1 TO WS-PROVIDER-COUNT
                       PERFORM 1150-ADD-PROVIDER-ENTRY
                   ELSE
                       DISPLAY "PRVDIRX WARNING: PROVIDER TABLE FULL "
                               "- PROVIDER " PROV-PROVIDER-ID
                               " NOT LISTED"
                   END-IF
           END-READ.

       1150-ADD-PROVIDER-ENTRY.
           MOVE PROV-PROVIDER-ID
               TO WS-PX-PROVIDER-ID(WS-PROVIDER-COUNT)
           MOVE PROV-PROVIDER-NAME
               TO WS-PX-PROVIDER-NAME(WS-PROVIDER-COUNT)
           MOVE PROV-SPECIALTY TO WS-PX-SPECIALTY(WS-PROVIDER-COUNT)
           MOVE PROV-NETWORK-STATUS
               TO WS-PX-NETWORK-STATUS(WS-PROVIDER-COUNT)
           MOVE PROV-STATUS TO WS-PX-STATUS(WS-PROVIDER-COUNT)
           MOVE 'N' TO WS-PX-CREDENTIALED(WS-PROVIDER-COUNT)
           MOVE 'N' TO WS-PX-BOARD-CERTIFIED(WS-PROVIDER-COUNT).

       1200-SORT-PROVIDERS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED PROVIDERS
      *    STAY WITHIN THE 1..WS-PROVIDER-COUNT RANGE, AS PRVMAINT DOES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-PX-ENTRY ON ASCENDING KEY WS-PX-PROVIDER-ID.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES TO WS-PX-PROVIDER-ID(WS-PAD-IDX + 1).

       1300-ATTACH-CREDENTIALS.
           READ CREDENTIAL-FILE
               AT END
                   SET EOF-CREDENTIAL TO TRUE
                   CLOSE CREDENTIAL-FILE
               NOT AT END
                   MOVE CRED-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                   PERFORM 1950-FIND-PROVIDER
                   IF PX-FOUND AND CRED-CURRENT
                       SET PX-CREDENTIALED(WS-PX-IDX) TO TRUE
                       IF CRED-IS-BOARD-CERTIFIED
                           MOVE "Y"
                               TO WS-PX-BOARD-CERTIFIED(WS-PX-IDX)
                       END-IF
                   END-IF
           END-READ.

       1400-LOAD-PRIOR-LISTINGS.
           READ PRIOR-DIRECTORY-FILE
               AT END
                   SET EOF-PRIOR TO TRUE
                   CLOSE PRIOR-DIRECTORY-FILE
               NOT AT END
      *            LAST WEEK'S REMOVALS HAVE ALREADY BEEN SENT
                   IF PDIR-LISTED OF PRIOR-DIRECTORY-RECORD
                       IF WS-PRIOR-COUNT < WS-MAX-LISTINGS
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE PRIOR-DIRECTORY-RECORD
                               TO WS-PV-ENTRY(WS-PRIOR-COUNT)
                           MOVE 'N' TO WS-PV-RELISTED(WS-PRIOR-COUNT)
                       ELSE
                           DISPLAY "PRVDIRX WARNING: PRIOR LISTING "
                                   "TABLE FULL - REMOVALS INCOMPLETE"
                       END-IF
                   END-IF
           END-READ.

       1500-SORT-PRIOR-LISTINGS.
           PERFORM 1550-PAD-PRIOR-SLOT
               VARYING WS-PAD-IDX FROM WS-PRIOR-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-LISTINGS
           SORT WS-PV-ENTRY
               ON ASCENDING KEY PDIR-PROVIDER-ID OF WS-PV-ENTRY
                                PDIR-LOCATION-NO OF WS-PV-ENTRY.

       1550-PAD-PRIOR-SLOT.
           MOVE HIGH-VALUES
               TO PDIR-PROVIDER-ID OF WS-PV-ENTRY(WS-PAD-IDX + 1)
           MOVE 99 TO PDIR-LOCATION-NO OF WS-PV-ENTRY(WS-PAD-IDX + 1).

       1900-STOP-ON-MISSING-INPUT.
           DISPLAY "PRVDIRX: CANNOT OPEN " WS-OPEN-ERROR-DATA
                   " - NO DIRECTORY PRODUCED"
           CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                 BY CONTENT WS-OPEN-ERROR-DATA
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1950-FIND-PROVIDER.
           MOVE 'N' TO WS-PX-FOUND
           IF WS-PROVIDER-COUNT > ZERO
               SEARCH ALL WS-PX-ENTRY
                   WHEN WS-PX-PROVIDER-ID(WS-PX-IDX)
                            = WS-PROVIDER-SEARCH-ID
                       SET PX-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2000-SELECT-LOCATION.
           READ LOCATION-FILE
               AT END
                   SET EOF-LOCATION TO TRUE
                   CLOSE LOCATION-FILE
               NOT AT END
                   ADD 1 TO WS-LOCATIONS-READ
                   PERFORM 2100-QUALIFY-LOCATION THRU 2100-EXIT
           END-READ.

       2100-QUALIFY-LOCATION.
           IF PLOC-CLOSED
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE PLOC-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
           PERFORM 1950-FIND-PROVIDER
           IF NOT PX-FOUND
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF NOT PX-ACTIVE(WS-PX-IDX)
             OR NOT PX-IN-NETWORK(WS-PX-IDX)
             OR NOT PX-CREDENTIALED(WS-PX-IDX)
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-LISTING-COUNT NOT < WS-MAX-LISTINGS
               DISPLAY "PRVDIRX WARNING: LISTING TABLE FULL - "
                       "PROVIDER " PLOC-PROVIDER-ID " NOT LISTED"
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-LISTING-COUNT
           MOVE SPACES TO WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE "L" TO PDIR-ACTION OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-PROVIDER-ID
               TO PDIR-PROVIDER-ID OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-LOCATION-NO
               TO PDIR-LOCATION-NO OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE WS-PX-PROVIDER-NAME(WS-PX-IDX)
               TO PDIR-PROVIDER-NAME OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE WS-PX-SPECIALTY(WS-PX-IDX)
               TO PDIR-SPECIALTY OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE WS-PX-BOARD-CERTIFIED(WS-PX-IDX)
               TO PDIR-BOARD-CERTIFIED
                   OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-LINE-1
               TO PDIR-LINE-1 OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-LINE-2
               TO PDIR-LINE-2 OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-CITY
               TO PDIR-CITY OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-STATE
               TO PDIR-STATE OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-ZIP
               TO PDIR-ZIP OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-COUNTY
               TO PDIR-COUNTY OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-PHONE
               TO PDIR-PHONE OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-NEW-PATIENTS
               TO PDIR-NEW-PATIENTS OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE PLOC-LANGUAGES
               TO PDIR-LANGUAGES OF WS-LS-ENTRY(WS-LISTING-COUNT)
           MOVE WS-TODAY-DATE
               TO PDIR-EXTRACT-DATE OF WS-LS-ENTRY(WS-LISTING-COUNT).
       2100-EXIT.
           EXIT.

       3000-WRITE-FEED.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES ON BOTH SORT ORDERS SO
      *    THE LISTINGS STAY WITHIN 1..WS-LISTING-COUNT
           PERFORM 3050-PAD-LISTING-SLOT
               VARYING WS-PAD-IDX FROM WS-LISTING-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-LISTINGS
           SORT WS-LS-ENTRY
               ON ASCENDING KEY PDIR-SPECIALTY OF WS-LS-ENTRY
                                PDIR-ZIP OF WS-LS-ENTRY
                                PDIR-PROVIDER-NAME OF WS-LS-ENTRY
                                PDIR-PROVIDER-ID OF WS-LS-ENTRY
                                PDIR-LOCATION-NO OF WS-LS-ENTRY
           PERFORM 3100-WRITE-LISTING
               VARYING WS-LS-SUB FROM 1 BY 1
               UNTIL WS-LS-SUB > WS-LISTING-COUNT.

       3050-PAD-LISTING-SLOT.
           MOVE HIGH-VALUES
               TO PDIR-SPECIALTY OF WS-LS-ENTRY(WS-PAD-IDX + 1)
           MOVE HIGH-VALUES
               TO PDIR-COUNTY OF WS-LS-ENTRY(WS-PAD-IDX + 1).

       3100-WRITE-LISTING.
           MOVE WS-LS-ENTRY(WS-LS-SUB) TO NEW-DIRECTORY-RECORD
           WRITE NEW-DIRECTORY-RECORD
           ADD 1 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-PV-FOUND
           IF WS-PRIOR-COUNT > ZERO
               SEARCH ALL WS-PV-ENTRY
                   WHEN PDIR-PROVIDER-ID OF WS-PV-ENTRY(WS-PV-IDX)
                         = PDIR-PROVIDER-ID OF WS-LS-ENTRY(WS-LS-SUB)
                    AND PDIR-LOCATION-NO OF WS-PV-ENTRY(WS-PV-IDX)
                         = PDIR-LOCATION-NO OF WS-LS-ENTRY(WS-LS-SUB)
                       SET PV-FOUND TO TRUE
                       SET PV-RELISTED(WS-PV-IDX) TO TRUE
               END-SEARCH
           END-IF
           IF NOT PV-FOUND
               ADD 1 TO WS-NEW-LISTINGS
           END-IF.

       3500-WRITE-REMOVAL.
           IF PV-RELISTED(WS-PV-IDX)
               GO TO 3500-EXIT
           END-IF
           MOVE WS-PV-ENTRY(WS-PV-IDX) TO NEW-DIRECTORY-RECORD
           MOVE "R" TO PDIR-ACTION OF NEW-DIRECTORY-RECORD
           MOVE WS-TODAY-DATE
               TO PDIR-EXTRACT-DATE OF NEW-DIRECTORY-RECORD
      *    THE PROVIDER'S OWN STANDING TAKES PRECEDENCE - ONLY A
      *    PROVIDER STILL FULLY QUALIFIED HAS LOST JUST THE LOCATION
           MOVE PDIR-PROVIDER-ID OF WS-PV-ENTRY(WS-PV-IDX)
               TO WS-PROVIDER-SEARCH-ID
           PERFORM 1950-FIND-PROVIDER
           EVALUATE TRUE
               WHEN NOT PX-FOUND
                   MOVE "P"
                       TO PDIR-REMOVE-REASON OF NEW-DIRECTORY-RECORD
               WHEN NOT PX-ACTIVE(WS-PX-IDX)
                   MOVE "T"
                       TO PDIR-REMOVE-REASON OF NEW-DIRECTORY-RECORD
               WHEN NOT PX-IN-NETWORK(WS-PX-IDX)
                   MOVE "O"
                       TO PDIR-REMOVE-REASON OF NEW-DIRECTORY-RECORD
               WHEN NOT PX-CREDENTIALED(WS-PX-IDX)
                   MOVE "C"
                       TO PDIR-REMOVE-REASON OF NEW-DIRECTORY-RECORD
               WHEN OTHER
                   MOVE "L"
                       TO PDIR-REMOVE-REASON OF NEW-DIRECTORY-RECORD
           END-EVALUATE
           WRITE NEW-DIRECTORY-RECORD
           ADD 1 TO WS-REMOVED-COUNT.
       3500-EXIT.
           EXIT.

       4000-PRINT-DIRECTORY.
           SORT WS-LS-ENTRY
               ON ASCENDING KEY PDIR-COUNTY OF WS-LS-ENTRY
                                PDIR-SPECIALTY OF WS-LS-ENTRY
                                PDIR-PROVIDER-NAME OF WS-LS-ENTRY
                                PDIR-PROVIDER-ID OF WS-LS-ENTRY
                                PDIR-LOCATION-NO OF WS-LS-ENTRY

           MOVE SPACES TO PRINT-LINE
           STRING "CONTINENTAL INSURANCE - PARTICIPATING PROVIDER "
                  "DIRECTORY - AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE "PROVIDERS MARKED * ARE BOARD CERTIFIED IN THEIR "
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "SPECIALTY" TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE HIGH-VALUES TO WS-PREV-COUNTY
           MOVE HIGH-VALUES TO WS-PREV-SPECIALTY
           PERFORM 4100-PRINT-LISTING
               VARYING WS-LS-SUB FROM 1 BY 1
               UNTIL WS-LS-SUB > WS-LISTING-COUNT.

       4100-PRINT-LISTING.
           IF PDIR-COUNTY OF WS-LS-ENTRY(WS-LS-SUB) NOT = WS-PREV-COUNTY
               MOVE PDIR-COUNTY OF WS-LS-ENTRY(WS-LS-SUB)
                   TO WS-PREV-COUNTY
               MOVE HIGH-VALUES TO WS-PREV-SPECIALTY
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE ALL "=" TO PRINT-LINE(1:60)
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "COUNTY: " WS-PREV-COUNTY
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               MOVE ALL "=" TO PRINT-LINE(1:60)
               WRITE PRINT-LINE
           END-IF

           IF PDIR-SPECIALTY OF WS-LS-ENTRY(WS-LS-SUB)
                   NOT = WS-PREV-SPECIALTY
               MOVE PDIR-SPECIALTY OF WS-LS-ENTRY(WS-LS-SUB)
                   TO WS-PREV-SPECIALTY
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-PREV-SPECIALTY
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           IF PDIR-BOARD-CERTIFIED OF WS-LS-ENTRY(WS-LS-SUB) = "Y"
               MOVE "*" TO PRINT-LINE(4:1)
           END-IF
           STRING PDIR-PROVIDER-NAME OF WS-LS-ENTRY(WS-LS-SUB)
                  "  PHONE "
                  PDIR-PHONE OF WS-LS-ENTRY(WS-LS-SUB)
               DELIMITED BY SIZE INTO PRINT-LINE(5:)
           END-STRING
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING PDIR-LINE-1 OF WS-LS-ENTRY(WS-LS-SUB) " "
                  PDIR-LINE-2 OF WS-LS-ENTRY(WS-LS-SUB)
               DELIMITED BY SIZE INTO PRINT-LINE(7:)
           END-STRING
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING PDIR-CITY OF WS-LS-ENTRY(WS-LS-SUB) " "
                  PDIR-STATE OF WS-LS-ENTRY(WS-LS-SUB) " "
                  PDIR-ZIP OF WS-LS-ENTRY(WS-LS-SUB)
               DELIMITED BY SIZE INTO PRINT-LINE(7:)
           END-STRING
           WRITE PRINT-LINE

           IF PDIR-NEW-PATIENTS OF WS-LS-ENTRY(WS-LS-SUB) = "N"
               MOVE "NO" TO WS-NEW-PATIENT-TEXT
           ELSE
               MOVE "YES" TO WS-NEW-PATIENT-TEXT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "ACCEPTING NEW PATIENTS: " WS-NEW-PATIENT-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE(7:)
           END-STRING
           IF PDIR-LANGUAGES OF WS-LS-ENTRY(WS-LS-SUB) NOT = SPACES
               STRING "   LANGUAGES: "
                      PDIR-LANGUAGES OF WS-LS-ENTRY(WS-LS-SUB)
                   DELIMITED BY SIZE INTO PRINT-LINE(34:)
               END-STRING
           END-IF
           WRITE PRINT-LINE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PROVIDER DIRECTORY EXTRACT COMPLETE"
           DISPLAY "LOCATIONS READ:          " WS-LOCATIONS-READ
           DISPLAY "LOCATIONS LISTED:        " WS-LISTED-COUNT
           DISPLAY "  NEW SINCE LAST EXTRACT:" WS-NEW-LISTINGS
           DISPLAY "LOCATIONS NOT LISTED:    " WS-UNLISTED-COUNT
           DISPLAY "REMOVALS FLAGGED:        " WS-REMOVED-COUNT
           DISPLAY "FEED:      data/provider_directory_new.dat"
           DISPLAY "DIRECTORY: reports/provider_directory.txt".

       9000-CLEANUP.
           CLOSE NEW-DIRECTORY-FILE
           CLOSE PRINT-FILE.
