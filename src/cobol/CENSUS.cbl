      * CLAIM SUBMITTERS. A ROW FOR A GROUP NOT ON THE GROUP MASTER    *
      * IS REJECTED RATHER THAN ENROLLED BLIND.                        *
      * CENSUS ROW (SEMICOLON-DELIMITED):                              *
      *   GROUP;ACTION(A/D/T/X);POLICY;HOLDER-NAME;MEMBER-ID;          *
      *   MEMBER-NAME;BIRTH-DATE;RELATIONSHIP(S/P/D);EVENT-DATE;       *
      *   ADDRESS-LINE-1;CITY;STATE;ZIP;SEX(M/F);PCP-PROVIDER-ID       *
      * ACTION A ENROLLS A NEW POLICY AND SUBSCRIBER, D ADDS OR        *
      * REPLACES A MEMBER UNDER AN EXISTING POLICY, T TERMINATES THE   *
      * POLICY AND ITS MEMBERS AS OF THE EVENT DATE, X DROPS ONE       *
      * DEPENDENT FROM AN EXISTING POLICY AS OF THE EVENT DATE (OPEN   *
      * ENROLLMENT STAGES THESE FOR DEPENDENTS NOT RE-ELECTED)         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CN-CITY               PIC X(20).
       01  WS-CN-STATE              PIC X(2).
       01  WS-CN-ZIP                PIC X(9).
      *    OPTIONAL TRAILING FIELD - GROUPS THAT DO NOT SEND IT LEAVE
      *    THE MEMBER'S SEX UNKNOWN (SPACES)
       01  WS-CN-SEX                PIC X(1).
      *    OPTIONAL TRAILING FIELD - THE MEMBER'S PRIMARY CARE PROVIDER
      *    ON A GATEKEEPER PLAN, ASSIGNED AS OF THE EVENT DATE
       01  WS-CN-PCP                PIC X(8).

       01  WS-REJECT-REASON         PIC X(40).
       01  WS-RECORD-OK             PIC X VALUE 'Y'.
           MOVE SPACES TO WS-CN-CITY
           MOVE SPACES TO WS-CN-STATE
           MOVE SPACES TO WS-CN-ZIP
           MOVE SPACES TO WS-CN-SEX
           MOVE SPACES TO WS-CN-PCP

           UNSTRING CENSUS-RECORD
               DELIMITED BY ";"
                    WS-CN-CITY
                    WS-CN-STATE
                    WS-CN-ZIP
                    WS-CN-SEX
                    WS-CN-PCP
           END-UNSTRING

           IF WS-CN-GROUP = SPACES
             AND WS-CN-ACTION NOT = "A"
             AND WS-CN-ACTION NOT = "D"
             AND WS-CN-ACTION NOT = "T"
             AND WS-CN-ACTION NOT = "X"
               MOVE "ACTION NOT A/D/T/X" TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF
           IF RECORD-IS-OK AND WS-CN-EVENT-DATE NOT NUMERIC
           END-IF
           IF RECORD-IS-OK
             AND WS-CN-ACTION NOT = "T"
             AND WS-CN-ACTION NOT = "X"
             AND WS-CN-BIRTH-DATE NOT NUMERIC
               MOVE "BIRTH DATE NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF
      *    A DROP MUST NAME A DEPENDENT ACTIVE ON THE POLICY - THE
      *    SUBSCRIBER LEAVES ONLY WITH THE POLICY, BY A TERM ROW
           IF RECORD-IS-OK AND WS-CN-ACTION = "X"
               MOVE 'N' TO WS-MB-FOUND
               PERFORM 3350-SCAN-MEMBER
                   VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > WS-MEMBER-COUNT OR MB-FOUND
               IF NOT MB-FOUND
                   MOVE "MEMBER NOT ON POLICY" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-RECORD-OK
               ELSE
                   IF NOT MBR-ACTIVE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                       MOVE "MEMBER NOT ACTIVE" TO WS-REJECT-REASON
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
                   IF MBR-SUBSCRIBER OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
                       MOVE "SUBSCRIBER CANNOT BE DROPPED"
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
               END-IF
           END-IF

           IF NOT RECORD-IS-OK
               ADD 1 TO WS-ROWS-REJECTED
                   PERFORM 3300-APPLY-MEMBER-CHANGE THRU 3300-EXIT
               WHEN "T"
                   PERFORM 3500-STAGE-TERMINATION
               WHEN "X"
                   PERFORM 3600-DROP-MEMBER
           END-EVALUATE
           ADD 1 TO WS-ROWS-ACCEPTED
           PERFORM 3800-WRITE-ACCEPT-ACK.
           MOVE SPACES TO PTRN-BILL-FREQUENCY
           MOVE SPACES TO PTRN-AGENT-ID
           MOVE WS-CN-GROUP TO PTRN-GROUP-NUMBER
           MOVE ZERO TO PTRN-CHANGE-DATE
           WRITE POLICY-TRANS-RECORD
           ADD 1 TO WS-POLICY-TRANS-OUT

           MOVE "A" TO MBR-STATUS OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           MOVE ZERO
               TO MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
      *    A CHANGE ROW THAT OMITS THE SEX LEAVES THE ONE ON FILE
           IF WS-CN-SEX NOT = SPACE OR NOT MB-FOUND
               MOVE WS-CN-SEX
                   TO MBR-SEX OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           END-IF
      *    A NEW MEMBER STARTS WITH NO PCP UNLESS THE ROW NAMES ONE. A
      *    CHANGE ROW NAMING A DIFFERENT PCP REASSIGNS THE MEMBER AS OF
      *    THE EVENT DATE; ONE THAT OMITS THE PCP LEAVES IT ON FILE
           IF NOT MB-FOUND
               MOVE SPACES
                   TO MBR-PCP-ID OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE ZERO
                   TO MBR-PCP-EFF-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE ZERO
                   TO MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           END-IF
           IF WS-CN-PCP NOT = SPACES
             AND WS-CN-PCP
                   NOT = MBR-PCP-ID OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE WS-CN-PCP
                   TO MBR-PCP-ID OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
               MOVE WS-CN-EVENT-DATE
                   TO MBR-PCP-EFF-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           END-IF
      *    A NEW OR CHANGED MEMBER OWES A FRESH ID CARD
           PERFORM 3650-QUEUE-CARD-REQUEST.
       3300-EXIT.
           MOVE SPACES TO PTRN-BILL-FREQUENCY
           MOVE SPACES TO PTRN-AGENT-ID
           MOVE WS-CN-GROUP TO PTRN-GROUP-NUMBER
           MOVE ZERO TO PTRN-CHANGE-DATE
           WRITE POLICY-TRANS-RECORD
           ADD 1 TO WS-POLICY-TRANS-OUT

               ADD 1 TO WS-MEMBERS-TERMED
           END-IF.

       3600-DROP-MEMBER.
      *    THE MATCH WAS FOUND WHEN THE ROW WAS JUDGED
           MOVE "T" TO MBR-STATUS OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           MOVE WS-CN-EVENT-DATE
               TO MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-MATCH-IDX)
           ADD 1 TO WS-MEMBERS-TERMED.

       3650-QUEUE-CARD-REQUEST.
           OPEN EXTEND CARD-REQUEST-FILE
           IF WS-CARD-REQ-STATUS NOT = "00"
