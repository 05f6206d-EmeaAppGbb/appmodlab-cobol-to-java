       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLHCNV.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ONE-TIME CLAIM HISTORY MASTER CONVERSION PROGRAM               *
      * LOADS THE OLD LINE-SEQUENTIAL CLAIM HISTORY MASTER (ONE        *
      * CLMREC CLAIM DETAIL PLUS CLHREC CONTROL FIELDS PER ROW) INTO   *
      * THE NEW KEYED MASTER THROUGH CLHISTIO - RUN ONCE WHEN CUTTING  *
      * OVER, THEN RETIRE THE OLD FILE. RERUNNING IS HARMLESS:         *
      * EXISTING KEYS ARE REWRITTEN. THE FLAT FILE IS ALSO THE SHAPE   *
      * DATASNAP UNLOADS THE KEYED MASTER TO                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "data/claim_hist_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX.
       01  WS-EOF-OLD               PIC X VALUE 'N'.
           88 EOF-OLD               VALUE 'Y'.

       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).

       01  WS-COUNTERS.
           05  WS-ROWS-READ         PIC 9(7) VALUE 0.
           05  WS-ROWS-CONVERTED    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           DISPLAY "CONTINENTAL INSURANCE - CLAIM HISTORY CONVERSION"

           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CLHCNV: NO OLD CLAIM HISTORY MASTER - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF

           PERFORM 2000-CONVERT-ROW UNTIL EOF-OLD

           CLOSE OLD-HISTORY-FILE
           DISPLAY "ROWS READ:      " WS-ROWS-READ
           DISPLAY "ROWS CONVERTED: " WS-ROWS-CONVERTED
           STOP RUN.

       2000-CONVERT-ROW.
           READ OLD-HISTORY-FILE
               AT END
                   SET EOF-OLD TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE "W" TO WS-CLHISTIO-FUNCTION
                   CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                         OLD-HISTORY-RECORD
                                         WS-CLHISTIO-OK
                   IF WS-CLHISTIO-OK = 'Y'
                       ADD 1 TO WS-ROWS-CONVERTED
                   END-IF
           END-READ.
