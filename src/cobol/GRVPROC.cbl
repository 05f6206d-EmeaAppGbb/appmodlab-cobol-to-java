       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVPROC.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MEMBER GRIEVANCE PROCESSING                                    *
      * WORKS THE GRIEVANCE TRANSACTIONS THE SERVICE DESK KEYS:        *
      *   - INTAKE: OPENS A CASE WITH AN ACKNOWLEDGMENT DEADLINE AND A *
      *     RESOLUTION DEADLINE COUNTED IN BUSINESS DAYS FROM RECEIPT  *
      *     (BUSDAYS - WEEKENDS AND THE HOLIDAY CALENDAR DO NOT COUNT) *
      *     AND SENDS THE ACKNOWLEDGMENT LETTER                        *
      *   - RESOLUTION: CLOSES THE CASE AND SENDS THE RESOLUTION       *
      *     LETTER                                                     *
      *   - CONVERSION: A GRIEVANCE THAT TURNS OUT TO BE ABOUT A       *
      *     DENIED CLAIM IS CLOSED AS CONVERTED AND AN APPEAL INTAKE   *
      *     RECORD IS STAGED FOR APPEALPR, WHICH OPENS THE APPEAL CASE *
      *     ON ITS NEXT RUN. THE APPEAL KEEPS THE GRIEVANCE'S RECEIPT  *
      *     DATE - THE MEMBER RAISED THE DISPUTE THEN                  *
      * THE DEADLINES DEFAULT TO 5 AND 30 BUSINESS DAYS AND ARE TUNED  *
      * BY GRIEVANCE-ACK-DAYS AND GRIEVANCE-RESOLVE-DAYS IN            *
      * data/coverage_rules.dat, AS APPEALPR'S WINDOW IS. THE CASE     *
      * MASTER IS LOADED IN FULL AND REWRITTEN AT CLEANUP, AS          *
      * APPEALPR DOES                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT GRIEVANCE-TRANS-FILE
               ASSIGN TO "data/grievance_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT GRIEVANCE-CASE-FILE
               ASSIGN TO "data/grievance_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT APPEAL-INTAKE-FILE
               ASSIGN TO "data/appeal_intake.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "reports/grievance_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  GRIEVANCE-TRANS-FILE.
       01  GRIEVANCE-TRANS-RECORD.
           COPY GRVTRN.

       FD  GRIEVANCE-CASE-FILE.
       01  GRIEVANCE-CASE-RECORD.
           COPY GRVCASE.

       FD  APPEAL-INTAKE-FILE.
       01  APPEAL-INTAKE-RECORD.
           COPY APPLREC.

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

      * A CONVERTED CLAIM'S CURRENT HISTORY ROW COMES BACK FROM
      * CLHISTIO HERE
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-TRANS-STATUS          PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-INTAKE-STATUS         PIC XX.
       01  WS-LETTER-STATUS         PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01  WS-EOF-CASE              PIC X VALUE 'N'.
           88 EOF-CASE              VALUE 'Y'.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * BUSINESS DAYS FROM RECEIPT TO ACKNOWLEDGE AND TO RESOLVE
       01  WS-GRIEVANCE-ACK-DAYS    PIC 9(5) VALUE 5.
       01  WS-GRIEVANCE-RESOLVE-DAYS PIC 9(5) VALUE 30.

       01  WS-TODAY-DATE            PIC 9(8).

      * GRIEVANCE CASE MASTER - LOADED IN FULL, UPDATED IN PLACE, AND
      * REWRITTEN AT CLEANUP
       01  WS-MAX-CASES             PIC 9(5) VALUE 5000.
       01  WS-CASE-COUNT            PIC 9(5) VALUE 0.
       01  WS-GC-IDX                PIC 9(5) VALUE 0.
       01  WS-GC-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-GC-FOUND              PIC X VALUE 'N'.
           88 GC-FOUND              VALUE 'Y'.
       01  WS-CASE-TABLE.
           05  WS-GC-ENTRY OCCURS 5000 TIMES.
               COPY GRVCASE REPLACING ==05== BY ==10==.

      * CLAIMS NAMED ON THIS RUN'S CONVERSIONS, WITH WHETHER THE
      * CLAIM'S CURRENT HISTORY ROW IS A DENIAL - ONE PASS OF THE
      * HISTORY MASTER ANSWERS THEM ALL
       01  WS-MAX-CONVERSIONS       PIC 9(3) VALUE 500.
       01  WS-CONVERSION-COUNT      PIC 9(3) VALUE 0.
       01  WS-CV-IDX                PIC 9(3) VALUE 0.
       01  WS-CV-FOUND              PIC X VALUE 'N'.
           88 CV-FOUND              VALUE 'Y'.
       01  WS-CONVERSION-TABLE.
           05  WS-CV-ENTRY OCCURS 500 TIMES.
               10  WS-CV-CLAIM-NUMBER   PIC X(10).
               10  WS-CV-DENIED         PIC X(1).
                   88 CV-DENIED         VALUE 'Y'.
       01  WS-CONVERT-CLAIM         PIC X(10).

      * BUSINESS-DAY DEADLINE ARITHMETIC
       01  WS-BD-START-DATE         PIC 9(8).
       01  WS-BD-DAYS-WANTED        PIC 9(5).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-INT         PIC 9(8).
       01  WS-BD-COUNTED            PIC S9(5).

      * MEMBER NAME AND MAILING ADDRESS FOR THE LETTERS
       01  WS-MEMBER-RECORD.
           COPY MBRREC.
       01  WS-MEMBER-FOUND          PIC X VALUE 'N'.
           88 MEMBER-FOUND          VALUE 'Y'.
       01  WS-MEMBER-MASTER-FLAG    PIC X.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDRESS-FOUND         PIC X VALUE 'N'.
           88 ADDRESS-FOUND         VALUE 'Y'.
       01  WS-ADDRESS-MASTER-FLAG   PIC X.

       01  WS-REJECT-DATA.
           05  WS-RJ-GRIEVANCE-ID   PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RJ-REASON         PIC X(9).

       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(5) VALUE 0.
           05  WS-CASES-OPENED      PIC 9(5) VALUE 0.
           05  WS-CASES-RESOLVED    PIC 9(5) VALUE 0.
           05  WS-CASES-CONVERTED   PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-LETTERS-WRITTEN   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTION UNTIL EOF-TRANS
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - GRIEVANCE PROCESSING"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-CASE-MASTER

           OPEN INPUT GRIEVANCE-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "GRVPROC WARNING: NO GRIEVANCE TRANSACTIONS - "
                       "NOTHING TO DO THIS RUN"
               SET EOF-TRANS TO TRUE
           ELSE
               PERFORM 1400-NOTE-CONVERSION-CLAIMS
           END-IF

           OPEN OUTPUT LETTER-FILE.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-RULES
               PERFORM 1210-READ-RULE UNTIL EOF-RULES
               CLOSE RULES-FILE
           END-IF.

       1210-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-RULES TO TRUE
               NOT AT END
                   EVALUATE RULE-NAME
                       WHEN "GRIEVANCE-ACK-DAYS"
                           MOVE RULE-VALUE TO WS-GRIEVANCE-ACK-DAYS
                       WHEN "GRIEVANCE-RESOLVE-DAYS"
                           MOVE RULE-VALUE
                               TO WS-GRIEVANCE-RESOLVE-DAYS
                   END-EVALUATE
           END-READ.

       1300-LOAD-CASE-MASTER.
      *    A MISSING CASE MASTER IS NORMAL FOR THE VERY FIRST RUN
           OPEN INPUT GRIEVANCE-CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE 'N' TO WS-EOF-CASE
               PERFORM 1310-READ-CASE-RECORD UNTIL EOF-CASE
               CLOSE GRIEVANCE-CASE-FILE
           END-IF.

       1310-READ-CASE-RECORD.
           READ GRIEVANCE-CASE-FILE
               AT END
                   SET EOF-CASE TO TRUE
               NOT AT END
                   IF WS-CASE-COUNT < WS-MAX-CASES
                       ADD 1 TO WS-CASE-COUNT
                       MOVE GRIEVANCE-CASE-RECORD
                           TO WS-GC-ENTRY(WS-CASE-COUNT)
                   ELSE
                       DISPLAY "GRVPROC WARNING: CASE TABLE FULL - "
                               "GRIEVANCE "
                               GRVC-GRIEVANCE-ID
                                   OF GRIEVANCE-CASE-RECORD
                               " NOT LOADED"
                   END-IF
           END-READ.

       1400-NOTE-CONVERSION-CLAIMS.
      *    A PRE-PASS OF THE TRANSACTIONS COLLECTS THE CLAIMS THE
      *    CONVERSIONS NAME, THEN A KEYED READ OF EACH ONE'S CURRENT
      *    HISTORY ROW SAYS WHICH OF THEM ARE CURRENTLY DENIED. THE
      *    TRANSACTION FILE IS THEN REOPENED FOR THE REAL PASS
           PERFORM 1410-SCAN-TRANSACTION UNTIL EOF-TRANS
           CLOSE GRIEVANCE-TRANS-FILE
           MOVE 'N' TO WS-EOF-TRANS

           PERFORM 1450-CHECK-CONVERSION-CLAIM
               VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CONVERSION-COUNT

           OPEN INPUT GRIEVANCE-TRANS-FILE.

       1410-SCAN-TRANSACTION.
           READ GRIEVANCE-TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   IF GRVT-TO-APPEAL
                     OR GRVT-CLAIM-NUMBER NOT = SPACES
                       PERFORM 1420-NOTE-ONE-CONVERSION
                   END-IF
           END-READ.

       1420-NOTE-ONE-CONVERSION.
      *    THE CLAIM COMES FROM THE TRANSACTION, OR FAILING THAT FROM
      *    THE CASE ITSELF. A CLAIM NAMED ON A NEW GRIEVANCE IS NOTED
      *    TOO, AS THAT GRIEVANCE MAY BE CONVERTED LATER IN THE RUN
           MOVE GRVT-CLAIM-NUMBER TO WS-CONVERT-CLAIM
           IF WS-CONVERT-CLAIM = SPACES
               PERFORM 2900-FIND-CASE
               IF GC-FOUND
                   MOVE GRVC-CLAIM-NUMBER
                       OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
                       TO WS-CONVERT-CLAIM
               END-IF
           END-IF
           IF WS-CONVERT-CLAIM NOT = SPACES
             AND WS-CONVERSION-COUNT < WS-MAX-CONVERSIONS
               ADD 1 TO WS-CONVERSION-COUNT
               MOVE WS-CONVERT-CLAIM
                   TO WS-CV-CLAIM-NUMBER(WS-CONVERSION-COUNT)
               MOVE 'N' TO WS-CV-DENIED(WS-CONVERSION-COUNT)
           END-IF.

       1450-CHECK-CONVERSION-CLAIM.
           MOVE SPACES TO HISTORY-MASTER-RECORD
           MOVE WS-CV-CLAIM-NUMBER(WS-CV-IDX)
               TO CLM-CLAIM-NUMBER OF HISTORY-MASTER-RECORD
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
             AND CLM-STATUS OF HISTORY-MASTER-RECORD = "D"
               SET CV-DENIED(WS-CV-IDX) TO TRUE
           END-IF.

       2000-PROCESS-TRANSACTION.
           READ GRIEVANCE-TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   EVALUATE TRUE
                       WHEN GRVT-NEW
                           PERFORM 2100-OPEN-GRIEVANCE THRU 2100-EXIT
                       WHEN GRVT-RESOLVE
                           PERFORM 2200-RESOLVE-GRIEVANCE
                               THRU 2200-EXIT
                       WHEN GRVT-TO-APPEAL
                           PERFORM 2300-CONVERT-TO-APPEAL
                               THRU 2300-EXIT
                       WHEN OTHER
                           MOVE "BAD CODE" TO WS-RJ-REASON
                           PERFORM 2950-REJECT-TRANSACTION
                   END-EVALUATE
           END-READ.

       2100-OPEN-GRIEVANCE.
           PERFORM 2900-FIND-CASE
           IF GC-FOUND
               MOVE "DUPLICATE" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2100-EXIT
           END-IF

           MOVE GRVT-CATEGORY TO GRVC-CATEGORY OF GRIEVANCE-CASE-RECORD
           IF NOT GRVC-CAT-VALID OF GRIEVANCE-CASE-RECORD
               MOVE "CATEGORY" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2100-EXIT
           END-IF

           PERFORM 2800-LOOK-UP-MEMBER
           IF NOT MEMBER-FOUND
               MOVE "NO MEMBER" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2100-EXIT
           END-IF

           IF WS-CASE-COUNT >= WS-MAX-CASES
               DISPLAY "GRVPROC WARNING: CASE TABLE FULL - GRIEVANCE "
                       GRVT-GRIEVANCE-ID " NOT OPENED"
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-CASES-OPENED
           MOVE WS-CASE-COUNT TO WS-GC-MATCH-IDX
           MOVE SPACES TO WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-GRIEVANCE-ID
               TO GRVC-GRIEVANCE-ID OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-POLICY-NUMBER
               TO GRVC-POLICY-NUMBER OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-MEMBER-ID
               TO GRVC-MEMBER-ID OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-CATEGORY
               TO GRVC-CATEGORY OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-CLAIM-NUMBER
               TO GRVC-CLAIM-NUMBER OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
      *    A GRIEVANCE KEYED WITHOUT A RECEIPT DATE WAS RECEIVED TODAY
           IF GRVT-RECEIVED-DATE IS NUMERIC
             AND GRVT-RECEIVED-DATE > ZERO
               MOVE GRVT-RECEIVED-DATE
                   TO GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           ELSE
               MOVE WS-TODAY-DATE
                   TO GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           END-IF

           MOVE GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               TO WS-BD-START-DATE
           MOVE WS-GRIEVANCE-ACK-DAYS TO WS-BD-DAYS-WANTED
           PERFORM 2700-ADD-BUSINESS-DAYS
           MOVE WS-BD-RESULT-DATE
               TO GRVC-ACK-DUE-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE WS-GRIEVANCE-RESOLVE-DAYS TO WS-BD-DAYS-WANTED
           PERFORM 2700-ADD-BUSINESS-DAYS
           MOVE WS-BD-RESULT-DATE
               TO GRVC-DUE-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)

      *    THE ACKNOWLEDGMENT GOES OUT WITH THIS RUN
           MOVE WS-TODAY-DATE
               TO GRVC-ACK-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE "O" TO GRVC-STATUS OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE ZERO TO GRVC-CLOSED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-TEXT
               TO GRVC-DESCRIPTION OF WS-GC-ENTRY(WS-GC-MATCH-IDX)

           PERFORM 4000-WRITE-LETTER-HEADING
           MOVE "WE HAVE RECEIVED YOUR COMPLAINT:" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " GRVT-TEXT DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "IT WAS RECEIVED ON "
                  GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
                  ". WE WILL WRITE TO YOU WITH OUR RESOLUTION NO "
                  "LATER THAN "
                  GRVC-DUE-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX) "."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.
       2100-EXIT.
           EXIT.

       2200-RESOLVE-GRIEVANCE.
           PERFORM 2900-FIND-CASE
           IF NOT GC-FOUND
             OR NOT GRVC-OPEN OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               MOVE "NOT OPEN" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-CASES-RESOLVED
           MOVE "R" TO GRVC-STATUS OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE WS-TODAY-DATE
               TO GRVC-CLOSED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE GRVT-TEXT
               TO GRVC-RESOLUTION-TEXT OF WS-GC-ENTRY(WS-GC-MATCH-IDX)

           PERFORM 2850-LOOK-UP-CASE-MEMBER
           PERFORM 4000-WRITE-LETTER-HEADING
           MOVE SPACES TO LETTER-LINE
           STRING "WE HAVE COMPLETED OUR REVIEW OF YOUR COMPLAINT "
                  "RECEIVED "
                  GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
                  ":"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " GRVC-DESCRIPTION OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "OUR RESOLUTION:" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " GRVT-TEXT DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.
       2200-EXIT.
           EXIT.

       2300-CONVERT-TO-APPEAL.
           PERFORM 2900-FIND-CASE
           IF NOT GC-FOUND
             OR NOT GRVC-OPEN OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               MOVE "NOT OPEN" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2300-EXIT
           END-IF

           MOVE GRVT-CLAIM-NUMBER TO WS-CONVERT-CLAIM
           IF WS-CONVERT-CLAIM = SPACES
               MOVE GRVC-CLAIM-NUMBER OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
                   TO WS-CONVERT-CLAIM
           END-IF

      *    ONLY A CLAIM WHOSE CURRENT OUTCOME IS A DENIAL CAN BE
      *    APPEALED - ANYTHING ELSE STAYS A GRIEVANCE
           MOVE 'N' TO WS-CV-FOUND
           PERFORM 2350-CHECK-CONVERSION-CLAIM
               VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CONVERSION-COUNT OR CV-FOUND
           IF WS-CONVERT-CLAIM = SPACES OR NOT CV-FOUND
               MOVE "NOT DENY" TO WS-RJ-REASON
               PERFORM 2950-REJECT-TRANSACTION
               GO TO 2300-EXIT
           END-IF

           OPEN EXTEND APPEAL-INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               OPEN OUTPUT APPEAL-INTAKE-FILE
           END-IF
           MOVE SPACES TO APPEAL-INTAKE-RECORD
           MOVE WS-CONVERT-CLAIM TO APPL-CLAIM-NUMBER
           MOVE GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               TO APPL-RECEIVED-DATE
           MOVE GRVC-DESCRIPTION OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               TO APPL-REASON-TEXT
           WRITE APPEAL-INTAKE-RECORD
           CLOSE APPEAL-INTAKE-FILE

           ADD 1 TO WS-CASES-CONVERTED
           MOVE WS-CONVERT-CLAIM
               TO GRVC-CLAIM-NUMBER OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE "A" TO GRVC-STATUS OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE WS-TODAY-DATE
               TO GRVC-CLOSED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           MOVE SPACES
               TO GRVC-RESOLUTION-TEXT OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           STRING "CONVERTED TO AN APPEAL OF CLAIM " WS-CONVERT-CLAIM
               DELIMITED BY SIZE
               INTO GRVC-RESOLUTION-TEXT OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
           END-STRING

           PERFORM 2850-LOOK-UP-CASE-MEMBER
           PERFORM 4000-WRITE-LETTER-HEADING
           MOVE SPACES TO LETTER-LINE
           STRING "YOUR COMPLAINT RECEIVED "
                  GRVC-RECEIVED-DATE OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
                  " CONCERNS OUR DENIAL OF CLAIM " WS-CONVERT-CLAIM "."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "WE ARE TREATING IT AS AN APPEAL OF THAT DENIAL, AS OF "
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "THE DATE WE RECEIVED IT. YOU WILL HEAR FROM OUR "
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "APPEALS UNIT SEPARATELY." TO LETTER-LINE
           WRITE LETTER-LINE.
       2300-EXIT.
           EXIT.

       2350-CHECK-CONVERSION-CLAIM.
           IF WS-CV-CLAIM-NUMBER(WS-CV-IDX) = WS-CONVERT-CLAIM
             AND CV-DENIED(WS-CV-IDX)
               SET CV-FOUND TO TRUE
           END-IF.

       2700-ADD-BUSINESS-DAYS.
      *    STEPS FORWARD A CALENDAR DAY AT A TIME UNTIL BUSDAYS
      *    COUNTS THE WANTED NUMBER OF BUSINESS DAYS SINCE THE START
           MOVE WS-BD-START-DATE TO WS-BD-RESULT-DATE
           COMPUTE WS-BD-RESULT-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-START-DATE)
           END-COMPUTE
           MOVE ZERO TO WS-BD-COUNTED
           PERFORM 2710-ADVANCE-ONE-DAY
               UNTIL WS-BD-COUNTED >= WS-BD-DAYS-WANTED.

       2710-ADVANCE-ONE-DAY.
           ADD 1 TO WS-BD-RESULT-INT
           COMPUTE WS-BD-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BD-RESULT-INT)
           END-COMPUTE
           CALL 'BUSDAYS' USING WS-BD-START-DATE
                                WS-BD-RESULT-DATE
                                WS-BD-COUNTED.

       2800-LOOK-UP-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           CALL 'MBRLKUP' USING
               GRVT-POLICY-NUMBER
               GRVT-MEMBER-ID
               WS-MEMBER-RECORD
               WS-MEMBER-FOUND
               WS-MEMBER-MASTER-FLAG
           MOVE 'N' TO WS-ADDRESS-FOUND
           CALL 'ADDRLKUP' USING
               GRVT-POLICY-NUMBER
               GRVT-MEMBER-ID
               WS-ADDRESS-RECORD
               WS-ADDRESS-FOUND
               WS-ADDRESS-MASTER-FLAG.

       2850-LOOK-UP-CASE-MEMBER.
           MOVE GRVC-POLICY-NUMBER OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               TO GRVT-POLICY-NUMBER
           MOVE GRVC-MEMBER-ID OF WS-GC-ENTRY(WS-GC-MATCH-IDX)
               TO GRVT-MEMBER-ID
           PERFORM 2800-LOOK-UP-MEMBER.

       2900-FIND-CASE.
           MOVE 'N' TO WS-GC-FOUND
           PERFORM 2910-SCAN-CASE-ENTRY
               VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-CASE-COUNT OR GC-FOUND.

       2910-SCAN-CASE-ENTRY.
           IF GRVC-GRIEVANCE-ID OF WS-GC-ENTRY(WS-GC-IDX)
                   = GRVT-GRIEVANCE-ID
               SET GC-FOUND TO TRUE
               MOVE WS-GC-IDX TO WS-GC-MATCH-IDX
           END-IF.

       2950-REJECT-TRANSACTION.
           MOVE GRVT-GRIEVANCE-ID TO WS-RJ-GRIEVANCE-ID
           CALL 'ERRHANDL' USING
               BY CONTENT EC-GRIEVANCE-REJECTED
               BY CONTENT WS-REJECT-DATA
           ADD 1 TO WS-TRANS-REJECTED.

       4000-WRITE-LETTER-HEADING.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE SPACES TO LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE(1:40)
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "GRIEVANCE " GRVT-GRIEVANCE-ID "  DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF MEMBER-FOUND
               MOVE MBR-MEMBER-NAME OF WS-MEMBER-RECORD TO LETTER-LINE
           ELSE
               STRING "MEMBER " GRVT-MEMBER-ID
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           END-IF
           WRITE LETTER-LINE
      *    NO CONTACT RECORD - THE MAIL ROOM ADDRESSES IT FROM THE
      *    ENROLLMENT FILE AS IT ALWAYS HAS
           IF ADDRESS-FOUND
               MOVE ADDR-LINE-1 OF WS-ADDRESS-RECORD TO LETTER-LINE
               WRITE LETTER-LINE
               IF ADDR-LINE-2 OF WS-ADDRESS-RECORD NOT = SPACES
                   MOVE ADDR-LINE-2 OF WS-ADDRESS-RECORD TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-LINE
               STRING ADDR-CITY OF WS-ADDRESS-RECORD " "
                      ADDR-STATE OF WS-ADDRESS-RECORD " "
                      ADDR-ZIP OF WS-ADDRESS-RECORD
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "POLICY " GRVT-POLICY-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "GRIEVANCE PROCESSING COMPLETE"
           DISPLAY "TRANSACTIONS READ:     " WS-TRANS-READ
           DISPLAY "GRIEVANCES OPENED:     " WS-CASES-OPENED
           DISPLAY "GRIEVANCES RESOLVED:   " WS-CASES-RESOLVED
           DISPLAY "CONVERTED TO APPEALS:  " WS-CASES-CONVERTED
           DISPLAY "TRANSACTIONS REJECTED: " WS-TRANS-REJECTED
           DISPLAY "LETTERS WRITTEN:       " WS-LETTERS-WRITTEN
           DISPLAY "LETTERS: reports/grievance_letters.txt".

       9000-CLEANUP.
           IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
               CLOSE GRIEVANCE-TRANS-FILE
           END-IF
           CLOSE LETTER-FILE

           OPEN OUTPUT GRIEVANCE-CASE-FILE
           PERFORM 9100-WRITE-CASE-RECORD
               VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-CASE-COUNT
           CLOSE GRIEVANCE-CASE-FILE.

       9100-WRITE-CASE-RECORD.
           MOVE WS-GC-ENTRY(WS-GC-IDX) TO GRIEVANCE-CASE-RECORD
           WRITE GRIEVANCE-CASE-RECORD.
