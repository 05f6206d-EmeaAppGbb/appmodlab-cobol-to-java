      * AND BENEFIT-PAID FIGURES FROM THE ACCUMULATOR MASTER (FAMILY   *
      * ROW, PLUS THE MEMBER ROW WHEN THE INQUIRY NAMES A MEMBER), AND *
      * THE REMAINING FIGURES ARE COMPUTED HERE SO NOBODY DOES THE     *
      * ARITHMETIC BY HAND. THE MEMBER'S HRA BALANCE, WHEN THE GROUP   *
      * FUNDS ONE, COMES FROM HRAACCT. RUN ANY TIME - IT ONLY READS    *
      * FILES THE CYCLE ALREADY PRODUCED                               *
      * EVERY INQUIRY IS WRITTEN TO THE PHI ACCESS LOG THROUGH PHIALOG *
      * WITH THE OPERATOR AND REASON CODE IT CARRIES.                  *
      * AN INQUIRY MAY NAME A DATE - THE ANSWER IS THEN WHETHER THE    *
      * PERSON WAS COVERED THAT DAY, AND THE PLAN AND FIGURES SHOWN    *
      * ARE THOSE OF THE COVERAGE SEGMENT IN FORCE THEN (POLSEGLK)     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
           88 POLICY-FOUND          VALUE 'Y'.

      * THE DATE THE QUESTION IS ABOUT AND WHETHER A COVERAGE SEGMENT
      * WAS IN FORCE THEN
       01  WS-AS-OF-DATE            PIC 9(8).
       01  WS-SEGMENT-IN-FORCE      PIC X(1).
           88 SEGMENT-IN-FORCE      VALUE 'Y'.

       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MEMBER-FOUND          PIC X(1).
           88 MEMBER-FOUND          VALUE 'Y'.
       01  WS-MEMBER-MASTER-PRESENT PIC X(1).
           88 MEMBER-MASTER-PRESENT VALUE 'Y'.

       01  WS-HRA-FUNCTION          PIC X(1) VALUE "L".
       01  WS-HRA-CLAIM-NUMBER      PIC X(10) VALUE SPACES.
       01  WS-HRA-AMOUNT            PIC 9(7)V99.
       01  WS-HRA-RECORD.
           COPY HRAREC.
       01  WS-HRA-FOUND             PIC X(1).
           88 HRA-ACCOUNT-FOUND     VALUE 'Y'.

      * ONE PHI ACCESS LOG ROW PER LOOKUP ANSWERED - PHIALOG STAMPS
      * THE TIME AND APPENDS IT
       01  WS-ACCESS-ENTRY.
           COPY PHIAREC.

       01  WS-COUNTERS.
           05  WS-INQUIRIES-READ     PIC 9(5) VALUE 0.
           05  WS-INQUIRIES-FOUND    PIC 9(5) VALUE 0.
           05  WS-INQUIRIES-NOTFOUND PIC 9(5) VALUE 0.
           05  WS-INQUIRIES-COVERED  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
                                 WS-POLICY-FOUND

           IF POLICY-FOUND
               IF EINQ-AS-OF-DATE NUMERIC
                 AND EINQ-AS-OF-DATE > ZERO
                   MOVE EINQ-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   CALL 'BIZDATE' USING WS-AS-OF-DATE
               END-IF
               CALL 'POLSEGLK' USING WS-POLICY-RECORD
                                     WS-AS-OF-DATE
                                     WS-SEGMENT-IN-FORCE
               PERFORM 2200-BUILD-FOUND-RESPONSE
           ELSE
               ADD 1 TO WS-INQUIRIES-NOTFOUND
                   BY CONTENT EINQ-POLICY-NUMBER
           END-IF

           WRITE INQUIRY-RESULT-RECORD
           PERFORM 2700-LOG-ACCESS.

       2200-BUILD-FOUND-RESPONSE.
           SET ERSP-POLICY-FOUND TO TRUE
               TO ERSP-DEDUCTIBLE
           MOVE POL-MAX-COVERAGE OF WS-POLICY-RECORD
               TO ERSP-MAX-COVERAGE
           PERFORM 2300-ANSWER-COVERED-ON-DATE THRU 2300-EXIT

      *    FAMILY-LEVEL ACCUMULATOR ROW OFF THE KEYED STORE - A MISS
      *    COMES BACK ZEROED, WHICH IS EXACTLY "NOTHING APPLIED YET"
               PERFORM 2400-ANSWER-MEMBER-POSITION
           END-IF

           PERFORM 2500-ANSWER-VISIT-COUNTS
           PERFORM 2600-ANSWER-HRA-BALANCE.

       2300-ANSWER-COVERED-ON-DATE.
      *    COVERED MEANS A SEGMENT IN FORCE THAT DAY (OR, FOR A POLICY
      *    WITH NO SEGMENTS, AN ACTIVE MASTER), THE DAY WITHIN THE
      *    POLICY'S OWN DATES, AND A NAMED MEMBER STILL ON THE POLICY
      *    AND ALIVE THEN - THE SAME TESTS ADJUDCTN APPLIES TO A CLAIM
           MOVE WS-AS-OF-DATE TO ERSP-AS-OF-DATE
           MOVE POL-PLAN-TYPE OF WS-POLICY-RECORD TO ERSP-PLAN-TYPE
           MOVE POL-GROUP-NUMBER OF WS-POLICY-RECORD
               TO ERSP-GROUP-NUMBER
           MOVE 'N' TO ERSP-COVERED-FLAG
           IF NOT SEGMENT-IN-FORCE
             OR POL-STATUS OF WS-POLICY-RECORD NOT = 'A'
               GO TO 2300-EXIT
           END-IF
           IF WS-AS-OF-DATE < POL-EFFECTIVE-DATE OF WS-POLICY-RECORD
             OR WS-AS-OF-DATE > POL-EXPIRY-DATE OF WS-POLICY-RECORD
               GO TO 2300-EXIT
           END-IF

           IF EINQ-MEMBER-ID NOT = SPACES
               MOVE 'N' TO WS-MEMBER-FOUND
               CALL 'MBRLKUP' USING EINQ-POLICY-NUMBER
                                    EINQ-MEMBER-ID
                                    WS-MEMBER-RECORD
                                    WS-MEMBER-FOUND
                                    WS-MEMBER-MASTER-PRESENT
               IF MEMBER-MASTER-PRESENT AND NOT MEMBER-FOUND
                   GO TO 2300-EXIT
               END-IF
               IF MEMBER-FOUND
                   IF MBR-TERM-DATE OF WS-MEMBER-RECORD > ZERO
                     AND WS-AS-OF-DATE
                           > MBR-TERM-DATE OF WS-MEMBER-RECORD
                       GO TO 2300-EXIT
                   END-IF
                   IF MBR-DEATH-DATE OF WS-MEMBER-RECORD > ZERO
                     AND WS-AS-OF-DATE
                           > MBR-DEATH-DATE OF WS-MEMBER-RECORD
                       GO TO 2300-EXIT
                   END-IF
               END-IF
           END-IF

           SET ERSP-WAS-COVERED TO TRUE
           ADD 1 TO WS-INQUIRIES-COVERED.
       2300-EXIT.
           EXIT.

       2400-ANSWER-MEMBER-POSITION.
           MOVE EINQ-MEMBER-ID TO ERSP-MEMBER-ID
               END-IF
           END-IF.

       2600-ANSWER-HRA-BALANCE.
      *    THE MEMBER'S OWN ACCOUNT, OR THE POLICY-LEVEL ONE - A
      *    CLOSED ACCOUNT PAYS NOTHING MORE, SO IT ANSWERS AS NO HRA
           MOVE 'N' TO ERSP-HRA-FLAG
           MOVE ZERO TO ERSP-HRA-BALANCE
           MOVE ZERO TO WS-HRA-AMOUNT
           CALL 'HRAACCT' USING WS-HRA-FUNCTION
                                EINQ-POLICY-NUMBER
                                EINQ-MEMBER-ID
                                WS-HRA-CLAIM-NUMBER
                                WS-HRA-AMOUNT
                                WS-HRA-RECORD
                                WS-HRA-FOUND
           IF HRA-ACCOUNT-FOUND
             AND HRA-ACTIVE OF WS-HRA-RECORD
               SET ERSP-HAS-HRA TO TRUE
               MOVE HRA-BALANCE OF WS-HRA-RECORD TO ERSP-HRA-BALANCE
           END-IF.

       2700-LOG-ACCESS.
           MOVE SPACES TO WS-ACCESS-ENTRY
           MOVE "ELIGINQ" TO PHIA-PROGRAM-ID
           MOVE EINQ-OPERATOR-ID TO PHIA-OPERATOR-ID
           MOVE EINQ-REASON-CODE TO PHIA-REASON-CODE
           MOVE EINQ-POLICY-NUMBER TO PHIA-POLICY-NUMBER
           MOVE EINQ-MEMBER-ID TO PHIA-MEMBER-ID
           CALL 'PHIALOG' USING WS-ACCESS-ENTRY.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "ELIGIBILITY INQUIRY COMPLETE"
           DISPLAY "INQUIRIES READ:     " WS-INQUIRIES-READ
           DISPLAY "POLICIES FOUND:     " WS-INQUIRIES-FOUND
           DISPLAY "POLICIES NOT FOUND: " WS-INQUIRIES-NOTFOUND
           DISPLAY "COVERED ON DATE:    " WS-INQUIRIES-COVERED
           DISPLAY "RESULTS WRITTEN TO: "
                   "data/elig_inquiry_results.dat".

