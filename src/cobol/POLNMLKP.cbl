      * SORTED ON NAME AND A NAME IS NOT A UNIQUE KEY - ONE INQUIRY    *
      * CAN MATCH SEVERAL POLICIES AND EACH ONE GETS ITS OWN RESPONSE  *
      * RECORD, THE SAME ON-DEMAND, RUN-ANY-TIME SHAPE AS CLMINQ       *
      * EVERY POLICY DISCLOSED IS WRITTEN TO THE PHI ACCESS LOG        *
      * THROUGH PHIALOG WITH THE OPERATOR AND REASON CODE              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-PN-IDX                PIC 9(5) VALUE 0.
       01  WS-MATCH-COUNT           PIC 9(5) VALUE 0.

      * ONE PHI ACCESS LOG ROW PER LOOKUP ANSWERED - PHIALOG STAMPS
      * THE TIME AND APPENDS IT
       01  WS-ACCESS-ENTRY.
           COPY PHIAREC.

       01  WS-POLICY-TABLE.
           05  WS-PN-ENTRY OCCURS 9000 TIMES.
               COPY POLREC REPLACING ==05== BY ==10==.
                   BY CONTENT EC-POLICY-NAME-NOTFOUND
                   BY CONTENT PNAM-HOLDER-NAME
               WRITE NAME-RESULT-RECORD
               MOVE SPACES TO WS-ACCESS-ENTRY
               PERFORM 2400-LOG-ACCESS
           END-IF.

       2200-SCAN-FOR-NAME.
               TO PNRS-EXPIRY-DATE
           MOVE POL-STATUS OF WS-PN-ENTRY(WS-PN-IDX)
               TO PNRS-STATUS
           WRITE NAME-RESULT-RECORD
           MOVE SPACES TO WS-ACCESS-ENTRY
           MOVE POL-POLICY-NUMBER OF WS-PN-ENTRY(WS-PN-IDX)
               TO PHIA-POLICY-NUMBER
           PERFORM 2400-LOG-ACCESS.

       2400-LOG-ACCESS.
      *    ONE ROW PER POLICY DISCLOSED, OR ONE WITH NO POLICY WHEN
      *    THE NAME MATCHED NOTHING
           MOVE "POLNMLKP" TO PHIA-PROGRAM-ID
           MOVE PNAM-OPERATOR-ID TO PHIA-OPERATOR-ID
           MOVE PNAM-REASON-CODE TO PHIA-REASON-CODE
           CALL 'PHIALOG' USING WS-ACCESS-ENTRY.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
