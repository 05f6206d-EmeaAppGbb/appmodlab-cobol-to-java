      * EDITS - THIS STEP ONLY JUDGES STRUCTURE.                       *
      * SUBMISSION RECORD:                                             *
      *   SUBMITTER;POLICY;MEMBER;SERVICE-DATE;TYPE;AMOUNT;DIAGNOSIS; *
      *   PROVIDER;SECONDARY-POLICY;ASSIGNMENT;THRU-DATE               *
      * ASSIGNMENT IS Y (OR OMITTED) WHEN THE PROVIDER ACCEPTS        *
      * ASSIGNMENT OF BENEFITS, N WHEN THE MEMBER IS TO BE REIMBURSED *
      * THRU-DATE IS THE LAST DAY OF A MULTI-DAY SERVICE SPAN THAT    *
      * BEGAN ON SERVICE-DATE - OMITTED FOR A SINGLE-DAY SERVICE      *
      * AMOUNT IS IN CENTS, ZERO-PADDED TO NINE DIGITS, NO DECIMAL    *
      * POINT - THE SAME DIGITS THE FIXED-WIDTH CLAIM FIELD CARRIES   *
      * EVERY REJECT IS ALSO APPENDED TO data/intake_rejects.dat WITH  *
      * THE BILLING PROVIDER FOR THE PROVIDER SCORECARD                *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT INTAKE-REJECT-FILE
               ASSIGN TO "data/intake_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  INTAKE-REJECT-FILE.
       01  INTAKE-REJECT-RECORD.
           COPY IRJTREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-ACK-STATUS            PIC XX.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-INTAKE-REJECT-STATUS  PIC XX.

       01  WS-CLAIM-FILENAME        PIC X(60) VALUE "data/claims.dat".
       01  WS-ACK-FILENAME          PIC X(60).
       01  WS-SUB-PROVIDER          PIC X(8).
       01  WS-SUB-SECONDARY         PIC X(10).
       01  WS-SUB-ASSIGNMENT        PIC X(1).
       01  WS-SUB-THRU-DATE         PIC X(8).

       01  WS-DATE-NUM              PIC 9(8).
       01  WS-AMOUNT-NUM            PIC 9(7)V99.
           MOVE SPACES TO WS-SUB-PROVIDER
           MOVE SPACES TO WS-SUB-SECONDARY
           MOVE SPACES TO WS-SUB-ASSIGNMENT
           MOVE SPACES TO WS-SUB-THRU-DATE

           UNSTRING SUBMISSION-RECORD
               DELIMITED BY ";"
                    WS-SUB-PROVIDER
                    WS-SUB-SECONDARY
                    WS-SUB-ASSIGNMENT
                    WS-SUB-THRU-DATE
           END-UNSTRING

           IF WS-SUB-SUBMITTER = SPACES
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK
           END-IF
           IF RECORD-IS-OK AND WS-SUB-THRU-DATE NOT = SPACES
               IF WS-SUB-THRU-DATE NOT NUMERIC
                   MOVE "THRU DATE NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-RECORD-OK
               ELSE
                   IF WS-SUB-THRU-DATE < WS-SUB-DATE
                       MOVE "THRU DATE BEFORE SERVICE DATE"
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
               END-IF
           END-IF

           IF NOT RECORD-IS-OK
               ADD 1 TO WS-RECORDS-REJECTED
      *    STARTS HERE, NOT AT THE SERVICE DATE
           MOVE WS-TODAY-DATE TO CLM-RECEIPT-DATE
           MOVE WS-SUB-ASSIGNMENT TO CLM-ASSIGN-BENEFITS
      *    A SINGLE-DAY SERVICE SPANS ITS OWN SERVICE DATE
           MOVE WS-DATE-NUM TO CLM-SERVICE-FROM-DATE
           IF WS-SUB-THRU-DATE = SPACES
               MOVE WS-DATE-NUM TO CLM-SERVICE-THRU-DATE
           ELSE
               MOVE WS-SUB-THRU-DATE TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO CLM-SERVICE-THRU-DATE
           END-IF
           WRITE CLAIM-OUT-REC.

       3100-WRITE-ACCEPT-ACK.
               DELIMITED BY SIZE INTO ACK-LINE
           END-STRING
           WRITE ACK-LINE
           CLOSE ACK-FILE
           PERFORM 3250-LOG-INTAKE-REJECT.

       3250-LOG-INTAKE-REJECT.
      *    OPEN EXTEND APPENDS, WITH THE OUTPUT FALLBACK CREATING THE
      *    LOG ON THE FIRST REJECT EVER
           OPEN EXTEND INTAKE-REJECT-FILE
           IF WS-INTAKE-REJECT-STATUS NOT = "00"
               OPEN OUTPUT INTAKE-REJECT-FILE
           END-IF
           MOVE WS-TODAY-DATE TO IRJT-REJECT-DATE
           MOVE WS-SUB-SUBMITTER TO IRJT-SUBMITTER-ID
           MOVE WS-SUB-PROVIDER TO IRJT-PROVIDER-ID
           MOVE WS-SUB-POLICY TO IRJT-POLICY-NUMBER
           MOVE WS-SUB-DATE TO IRJT-SERVICE-DATE
           MOVE WS-REJECT-REASON TO IRJT-REASON
           WRITE INTAKE-REJECT-RECORD
           CLOSE INTAKE-REJECT-FILE.

       3300-OPEN-SUBMITTER-ACK.
      *    ONE ACKNOWLEDGMENT FILE PER SUBMITTER - THE SUBMITTER ID
