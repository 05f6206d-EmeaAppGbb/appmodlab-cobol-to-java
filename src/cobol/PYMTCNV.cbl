       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYMTCNV.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ONE-TIME PAYMENT LEDGER CONVERSION PROGRAM                     *
      * LOADS THE OLD LINE-SEQUENTIAL PAYMENT LEDGER (ONE PYMTREC      *
      * LINE PER ROW) INTO THE NEW KEYED LEDGER THROUGH PYMTIO - RUN   *
      * ONCE WHEN CUTTING OVER, THEN RETIRE THE OLD FILE. A LINE       *
      * WHOSE AUTH CODE AND PAY TYPE ARE ALREADY ON THE KEYED LEDGER   *
      * IS LISTED AND SKIPPED, SO RERUNNING IS HARMLESS. THE FLAT      *
      * FILE IS ALSO THE SHAPE DATASNAP UNLOADS THE KEYED LEDGER TO    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PAYMENT-FILE
               ASSIGN TO "data/payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PAYMENT-FILE.
       01  OLD-PAYMENT-RECORD.
           COPY PYMTREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX.
       01  WS-EOF-OLD               PIC X VALUE 'N'.
           88 EOF-OLD               VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).

       01  WS-COUNTERS.
           05  WS-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-LINES-CONVERTED   PIC 9(7) VALUE 0.
           05  WS-LINES-SKIPPED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           DISPLAY "CONTINENTAL INSURANCE - PAYMENT LEDGER CONVERSION"

           OPEN INPUT OLD-PAYMENT-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "PYMTCNV: NO OLD PAYMENT LEDGER - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF

           PERFORM 2000-CONVERT-LINE UNTIL EOF-OLD

           CLOSE OLD-PAYMENT-FILE
           DISPLAY "LINES READ:      " WS-LINES-READ
           DISPLAY "LINES CONVERTED: " WS-LINES-CONVERTED
           DISPLAY "LINES SKIPPED:   " WS-LINES-SKIPPED
           STOP RUN.

       2000-CONVERT-LINE.
           READ OLD-PAYMENT-FILE
               AT END
                   SET EOF-OLD TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE "W" TO WS-PYMTIO-FUNCTION
                   CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                       OLD-PAYMENT-RECORD
                                       WS-PYMTIO-OK
                   IF WS-PYMTIO-OK = 'Y'
                       ADD 1 TO WS-LINES-CONVERTED
                   ELSE
                       ADD 1 TO WS-LINES-SKIPPED
                   END-IF
           END-READ.
