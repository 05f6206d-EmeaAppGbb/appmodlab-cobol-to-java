      * POLICY NUMBER FOR SEEN-CLAIM HISTORY. MATCHES ARE COPIED TO    *
      * THE RETRIEVAL OUTPUT FILE VERBATIM - THE SAME                  *
      * TRANSACTION-IN/RESPONSE-OUT SHAPE AS CLMINQ                    *
      * EVERY REQUEST IS WRITTEN TO THE PHI ACCESS LOG THROUGH PHIALOG *
      * WITH THE OPERATOR AND REASON CODE IT CARRIES                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  ARRQ-SEEN-CLAIMS     VALUE "C".
           05  ARRQ-ARCHIVE-DATE    PIC 9(8).
           05  ARRQ-KEY             PIC X(10).
      *    WHO IS ASKING AND WHY - CARRIED ONTO THE PHI ACCESS LOG
      *    (PHIAREC) FOR EVERY REQUEST
           05  ARRQ-OPERATOR-ID     PIC X(8).
           05  ARRQ-REASON-CODE     PIC X(2).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(132).
           05  WS-RECORDS-RETRIEVED PIC 9(7) VALUE 0.
           05  WS-SETS-NOT-FOUND    PIC 9(5) VALUE 0.

      * ONE PHI ACCESS LOG ROW PER LOOKUP ANSWERED - PHIALOG STAMPS
      * THE TIME AND APPENDS IT
       01  WS-ACCESS-ENTRY.
           COPY PHIAREC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
                   SET EOF-REQUEST TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2050-LOG-ACCESS
                   PERFORM 2100-WORK-ONE-REQUEST THRU 2100-EXIT
           END-READ.

       2050-LOG-ACCESS.
      *    THE KEY IS A CLAIM NUMBER FOR PAYMENTS AND A POLICY NUMBER
      *    FOR SEEN-CLAIM HISTORY
           MOVE SPACES TO WS-ACCESS-ENTRY
           MOVE "ARCHRETR" TO PHIA-PROGRAM-ID
           MOVE ARRQ-OPERATOR-ID TO PHIA-OPERATOR-ID
           MOVE ARRQ-REASON-CODE TO PHIA-REASON-CODE
           IF ARRQ-PAYMENTS
               MOVE ARRQ-KEY TO PHIA-CLAIM-NUMBER
           ELSE
               MOVE ARRQ-KEY TO PHIA-POLICY-NUMBER
           END-IF
           CALL 'PHIALOG' USING WS-ACCESS-ENTRY.

       2100-WORK-ONE-REQUEST.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           IF ARRQ-PAYMENTS
