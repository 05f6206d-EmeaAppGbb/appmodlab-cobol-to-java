      ******************************************************************
      * CLAIM STATUS INQUIRY PROGRAM                                   *
      * ON-DEMAND LOOKUP OF CURRENT CLAIM ADJUDICATION STATUS FOR      *
      * CUSTOMER SERVICE - EACH INQUIRY TRANSACTION IS ANSWERED WITH   *
      * A DIRECT KEYED READ OF THE CLAIM'S CURRENT ROW ON THE CLAIM    *
      * HISTORY MASTER THROUGH CLHISTIO, AND ONE RESPONSE RECORD IS    *
      * WRITTEN PER INQUIRY - THIS CAN RUN ANY TIME, INDEPENDENT OF    *
      * THE OVERNIGHT CYCLE, SINCE IT ONLY READS FILES THE CYCLE       *
      * ALREADY PRODUCED                                               *
      * EVERY INQUIRY IS WRITTEN TO THE PHI ACCESS LOG THROUGH PHIALOG *
      * WITH THE OPERATOR AND REASON CODE IT CARRIES                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-TRANS-FILE
               ASSIGN TO "data/claim_inquiries.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-TRANS-FILE.
       01  INQUIRY-TRANS-RECORD.
           COPY CLMINQT.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-RESULT-STATUS         PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.

      * CLHISTIO HANDS BACK THE CLAIM'S CURRENT ROW HERE - PRIOR
      * HISTORY LINES STAY ON THE MASTER FOR RESEARCH
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * ONE PHI ACCESS LOG ROW PER LOOKUP ANSWERED - PHIALOG STAMPS
      * THE TIME AND APPENDS IT
       01  WS-ACCESS-ENTRY.
           COPY PHIAREC.

       01  WS-COUNTERS.
           05  WS-INQUIRIES-READ     PIC 9(5) VALUE 0.
       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - CLAIM STATUS INQUIRY"


           OPEN INPUT INQUIRY-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"

           OPEN OUTPUT INQUIRY-RESULT-FILE.

       2000-PROCESS-INQUIRY.
           READ INQUIRY-TRANS-FILE
               AT END
           MOVE SPACES TO INQUIRY-RESULT-RECORD
           MOVE CINQ-CLAIM-NUMBER TO CIRS-CLAIM-NUMBER
           MOVE 'N' TO CIRS-FOUND-FLAG
           MOVE SPACES TO WS-ACCESS-ENTRY
           MOVE CINQ-CLAIM-NUMBER TO PHIA-CLAIM-NUMBER

           MOVE SPACES TO CLAIM-HISTORY-RECORD
           MOVE CINQ-CLAIM-NUMBER TO CLM-CLAIM-NUMBER
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
               PERFORM 2200-BUILD-FOUND-RESPONSE
           END-IF

           IF NOT CIRS-CLAIM-FOUND
               ADD 1 TO WS-INQUIRIES-NOTFOUND
                   BY CONTENT CINQ-CLAIM-NUMBER
           END-IF

           WRITE INQUIRY-RESULT-RECORD
           PERFORM 2400-LOG-ACCESS.

       2200-BUILD-FOUND-RESPONSE.
           SET CIRS-CLAIM-FOUND TO TRUE
           ADD 1 TO WS-INQUIRIES-FOUND
           MOVE CLM-POLICY-NUMBER TO CIRS-POLICY-NUMBER
           MOVE CLM-CLAIM-DATE TO CIRS-CLAIM-DATE
           MOVE CLM-CLAIM-TYPE TO CIRS-CLAIM-TYPE
           MOVE CLM-CLAIM-AMOUNT TO CIRS-CLAIM-AMOUNT
           MOVE CLM-STATUS TO CIRS-STATUS
           MOVE CLM-PROVIDER-ID TO CIRS-PROVIDER-ID
           MOVE CLM-POLICY-NUMBER TO PHIA-POLICY-NUMBER
           MOVE CLM-MEMBER-ID TO PHIA-MEMBER-ID
           MOVE CLM-PROVIDER-ID TO PHIA-PROVIDER-ID
           PERFORM 2300-SET-STATUS-TEXT.

       2300-SET-STATUS-TEXT.
                   MOVE "DENIED" TO CIRS-STATUS-TEXT
               WHEN "P"
                   MOVE "PENDING REVIEW" TO CIRS-STATUS-TEXT
               WHEN "I"
                   MOVE "PENDED FOR INFO" TO CIRS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO CIRS-STATUS-TEXT
           END-EVALUATE.

       2400-LOG-ACCESS.
      *    A MISS IS LOGGED TOO - THE QUESTION WAS STILL ASKED
           MOVE "CLMINQ" TO PHIA-PROGRAM-ID
           MOVE CINQ-OPERATOR-ID TO PHIA-OPERATOR-ID
           MOVE CINQ-REASON-CODE TO PHIA-REASON-CODE
           CALL 'PHIALOG' USING WS-ACCESS-ENTRY.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "CLAIM STATUS INQUIRY COMPLETE"
