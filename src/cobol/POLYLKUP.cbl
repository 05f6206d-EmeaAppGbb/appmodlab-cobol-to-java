      * POLICY NUMBER, ON ITS FIRST CALL AND THEN SATISFIES EVERY      *
      * LOOKUP WITH A BINARY SEARCH AGAINST THAT TABLE - THIS GIVES    *
      * O(LOG N) LOOKUPS THAT SIMULATE INDEXED (VSAM-STYLE) ACCESS     *
      * WITHOUT RE-READING THE MASTER FOR EVERY CLAIM.                 *
      * THE RECORD HANDED BACK CARRIES THE COVERAGE SEGMENT IN FORCE   *
      * ON THE BUSINESS DATE (POLSEGLK), SO A CHANGE POLMAINT KEYED    *
      * AHEAD OF ITS EFFECTIVE DATE IS NOT SEEN EARLY. ADJUDCTN AND    *
      * ELIGINQ RE-PICK THE SEGMENT FOR THE DATE THEY ARE ASKED ABOUT  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-DUP-POLICY-NUMBER     PIC X(10).

      * ZERO AS-OF DATE ASKS POLSEGLK FOR THE SEGMENT IN FORCE ON THE
      * BUSINESS DATE
       01  WS-SEGMENT-AS-OF-DATE    PIC 9(8) VALUE 0.
       01  WS-SEGMENT-IN-FORCE      PIC X(1).

       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS POL-POLICY-NUMBER

       2100-RETURN-MATCH.
           MOVE WS-POLICY-ENTRY(WS-TBL-IDX) TO LS-POLICY-RECORD
           MOVE 'Y' TO LS-FOUND-FLAG
      *    THE MASTER'S OWN STATUS STANDS - A TERMINATION TAKES THE
      *    POLICY OUT OF BILLING AND SERVICING AS SOON AS IT IS KEYED.
      *    THE DATED STATUS ON THE SEGMENTS MATTERS ONLY TO A CLAIM OR
      *    AN ELIGIBILITY QUESTION ABOUT A PARTICULAR DATE
           CALL 'POLSEGLK' USING LS-POLICY-RECORD
                                 WS-SEGMENT-AS-OF-DATE
                                 WS-SEGMENT-IN-FORCE
           MOVE POL-STATUS OF WS-POLICY-ENTRY(WS-TBL-IDX)
               TO POL-STATUS OF LS-POLICY-RECORD.
