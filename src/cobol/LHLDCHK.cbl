       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDCHK.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * LEGAL HOLD CHECK SUBROUTINE                                    *
      * LOADS EVERY OPEN LEGAL HOLD (NO RELEASE DATE, OR ONE STILL IN  *
      * THE FUTURE) INTO AN IN-MEMORY TABLE, SORTED ON MATTER ID, ON   *
      * ITS FIRST CALL - THE SAME LOAD-ONCE PATTERN POLSEGLK USES.     *
      *   "C" - CHECK ONE RECORD: THE FLAG COMES BACK 'Y' WHEN ANY     *
      *         OPEN HOLD COVERS THE SUBJECT, WITH THE FIRST SUCH HOLD *
      *         LAID OVER THE CALLER'S HOLD ENTRY. EVERY HOLD THAT     *
      *         COVERS THE RECORD COUNTS IT                            *
      *   "F" - RETURN THE FIRST HOLD IN MATTER ORDER WITH THE NUMBER  *
      *         OF RECORDS CHECKED SO FAR THAT IT COVERS, AND THE      *
      *         NUMBER IT WAS THE MATTER'S FIRST COVERING HOLD FOR -   *
      *         SUMMED OVER A MATTER'S HOLDS THAT SECOND FIGURE COUNTS *
      *         EACH RECORD ONCE HOWEVER MANY OF ITS HOLDS COVER IT    *
      *   "N" - RETURN THE NEXT HOLD THE SAME WAY - THE FLAG COMES     *
      *         BACK 'N' PAST THE LAST ONE                             *
      * ARCHPURG AND ACCUMRL CHECK EACH RECORD BEFORE ARCHIVING IT;    *
      * LHLDINV CHECKS EVERY LIVE RECORD AND THEN LISTS THE TABLE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "data/legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY LHLDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 EOF-HOLDS             VALUE 'Y'.
       01  WS-TABLE-LOADED          PIC X VALUE 'N'.
           88 TABLE-IS-LOADED       VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-MAX-HOLDS             PIC 9(4) VALUE 500.
       01  WS-HOLD-COUNT            PIC 9(4) VALUE 0.
       01  WS-HL-IDX                PIC 9(4) VALUE 0.
       01  WS-PAD-IDX               PIC 9(4) VALUE 0.
       01  WS-LIST-IDX              PIC 9(4) VALUE 0.
       01  WS-HOLD-MATCHED          PIC X VALUE 'N'.
           88 HOLD-MATCHED          VALUE 'Y'.
       01  WS-LAST-MATTER           PIC X(10).

      * KEY-LENGTH AND TEXT-SCAN WORK AREAS - A POLICY OR PROVIDER
      * KEY SHORTER THAN ITS FIELD IS MATCHED ON ITS SIGNIFICANT
      * CHARACTERS ONLY, SO IT IS FOUND MID-LINE IN FREE TEXT
       01  WS-KEY-LEN               PIC 9(2) VALUE 0.
       01  WS-KEY-DONE              PIC X VALUE 'N'.
           88 KEY-LEN-FOUND         VALUE 'Y'.
       01  WS-SCAN-POS              PIC 9(3) VALUE 0.
       01  WS-SCAN-LAST             PIC 9(3) VALUE 0.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HT-HOLD.
                   COPY LHLDREC REPLACING ==05== BY ==15==.
               10  WS-HT-KEY-LEN        PIC 9(2).
               10  WS-HT-RECORDS        PIC 9(7).
               10  WS-HT-MATTER-RECORDS PIC 9(7).

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X(1).
           88 LS-FUNC-CHECK         VALUE "C".
           88 LS-FUNC-FIRST         VALUE "F".
           88 LS-FUNC-NEXT          VALUE "N".
       01  LS-SUBJECT.
           COPY LHSUBJ.
       01  LS-HOLD-ENTRY.
           05  LS-HOLD-RECORD.
               COPY LHLDREC REPLACING ==05== BY ==10==.
           05  LS-HOLD-RECORDS      PIC 9(7).
           05  LS-MATTER-RECORDS    PIC 9(7).
       01  LS-FOUND-FLAG            PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION
                                LS-SUBJECT
                                LS-HOLD-ENTRY
                                LS-FOUND-FLAG.

       0000-MAIN-CHECK.
           IF NOT TABLE-IS-LOADED
               PERFORM 1000-LOAD-HOLD-TABLE THRU 1000-EXIT
           END-IF
           MOVE 'N' TO LS-FOUND-FLAG
           EVALUATE TRUE
               WHEN LS-FUNC-CHECK
                   MOVE HIGH-VALUES TO WS-LAST-MATTER
                   PERFORM 2100-TEST-HOLD
                       VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HOLD-COUNT
               WHEN LS-FUNC-FIRST
                   MOVE 1 TO WS-LIST-IDX
                   PERFORM 3000-RETURN-LIST-ENTRY
               WHEN LS-FUNC-NEXT
                   ADD 1 TO WS-LIST-IDX
                   PERFORM 3000-RETURN-LIST-ENTRY
           END-EVALUATE
           GOBACK.

       1000-LOAD-HOLD-TABLE.
      *    NO HOLD FILE MEANS COUNSEL HAS NO OPEN MATTERS - NOTHING
      *    IS HELD AND EVERY CHECK COMES BACK 'N'
           SET TABLE-IS-LOADED TO TRUE
           CALL 'BIZDATE' USING WS-TODAY-DATE
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-READ-INTO-TABLE UNTIL EOF-HOLDS

           CLOSE LEGAL-HOLD-FILE
           PERFORM 1200-SORT-HOLD-TABLE.
       1000-EXIT.
           EXIT.

       1100-READ-INTO-TABLE.
           READ LEGAL-HOLD-FILE
               AT END
                   SET EOF-HOLDS TO TRUE
               NOT AT END
                   PERFORM 1150-ADD-TABLE-ENTRY THRU 1150-EXIT
           END-READ.

       1150-ADD-TABLE-ENTRY.
      *    A RELEASED HOLD STOPS PROTECTING ON ITS RELEASE DATE
           IF LHLD-RELEASE-DATE OF LEGAL-HOLD-RECORD NOT = ZERO
             AND LHLD-RELEASE-DATE OF LEGAL-HOLD-RECORD
                 NOT > WS-TODAY-DATE
               GO TO 1150-EXIT
           END-IF
           IF NOT LHLD-DATE-HOLD OF LEGAL-HOLD-RECORD
             AND LHLD-HOLD-KEY OF LEGAL-HOLD-RECORD = SPACES
               DISPLAY "LHLDCHK WARNING: MATTER "
                       LHLD-MATTER-ID OF LEGAL-HOLD-RECORD
                       " HOLD HAS NO KEY - NOT LOADED"
               GO TO 1150-EXIT
           END-IF
           IF WS-HOLD-COUNT NOT < WS-MAX-HOLDS
               DISPLAY "LHLDCHK WARNING: HOLD TABLE FULL - MATTER "
                       LHLD-MATTER-ID OF LEGAL-HOLD-RECORD
                       " HOLD NOT LOADED"
               GO TO 1150-EXIT
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           MOVE LEGAL-HOLD-RECORD TO WS-HT-HOLD(WS-HOLD-COUNT)
           MOVE ZERO TO WS-HT-RECORDS(WS-HOLD-COUNT)
           MOVE ZERO TO WS-HT-MATTER-RECORDS(WS-HOLD-COUNT)
           IF LHLD-THRU-DATE OF WS-HOLD-ENTRY(WS-HOLD-COUNT) = ZERO
               MOVE 99999999
                   TO LHLD-THRU-DATE OF WS-HOLD-ENTRY(WS-HOLD-COUNT)
           END-IF

           MOVE 10 TO WS-KEY-LEN
           MOVE 'N' TO WS-KEY-DONE
           PERFORM 1160-TRIM-KEY-LENGTH
               UNTIL KEY-LEN-FOUND OR WS-KEY-LEN = 0
           MOVE WS-KEY-LEN TO WS-HT-KEY-LEN(WS-HOLD-COUNT).
       1150-EXIT.
           EXIT.

       1160-TRIM-KEY-LENGTH.
           IF LHLD-HOLD-KEY OF WS-HOLD-ENTRY(WS-HOLD-COUNT)
                   (WS-KEY-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           ELSE
               SET KEY-LEN-FOUND TO TRUE
           END-IF.

       1200-SORT-HOLD-TABLE.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    HOLD SORTS AHEAD OF THEM - THE SAME PADDING POLSEGLK USES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-HOLD-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-HOLDS
           SORT WS-HOLD-ENTRY
               ON ASCENDING KEY LHLD-MATTER-ID OF WS-HOLD-ENTRY
                                LHLD-HOLD-TYPE OF WS-HOLD-ENTRY
                                LHLD-HOLD-KEY OF WS-HOLD-ENTRY.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO LHLD-MATTER-ID OF WS-HOLD-ENTRY(WS-PAD-IDX + 1).

       2100-TEST-HOLD.
           MOVE 'N' TO WS-HOLD-MATCHED
           EVALUATE TRUE
               WHEN LHLD-CLAIM-HOLD OF WS-HOLD-ENTRY(WS-HL-IDX)
                   IF LHS-CLAIM-NUMBER NOT = SPACES
                     AND LHS-CLAIM-NUMBER
                         = LHLD-HOLD-KEY OF WS-HOLD-ENTRY(WS-HL-IDX)
                       SET HOLD-MATCHED TO TRUE
                   END-IF
               WHEN LHLD-POLICY-HOLD OF WS-HOLD-ENTRY(WS-HL-IDX)
                   IF LHS-POLICY-NUMBER NOT = SPACES
                     AND LHS-POLICY-NUMBER
                         = LHLD-HOLD-KEY OF WS-HOLD-ENTRY(WS-HL-IDX)
                       SET HOLD-MATCHED TO TRUE
                   END-IF
               WHEN LHLD-PROVIDER-HOLD OF WS-HOLD-ENTRY(WS-HL-IDX)
                   IF LHS-PROVIDER-ID NOT = SPACES
                     AND LHS-PROVIDER-ID
                         = LHLD-HOLD-KEY OF WS-HOLD-ENTRY(WS-HL-IDX)
                             (1:8)
                       SET HOLD-MATCHED TO TRUE
                   END-IF
               WHEN LHLD-DATE-HOLD OF WS-HOLD-ENTRY(WS-HL-IDX)
      *            THE RECORD'S PERIOD NEED ONLY OVERLAP THE RANGE
                   IF LHS-FROM-DATE NOT = ZERO
                     AND LHS-FROM-DATE NOT >
                         LHLD-THRU-DATE OF WS-HOLD-ENTRY(WS-HL-IDX)
                     AND LHS-THRU-DATE NOT <
                         LHLD-FROM-DATE OF WS-HOLD-ENTRY(WS-HL-IDX)
                       SET HOLD-MATCHED TO TRUE
                   END-IF
           END-EVALUATE

           IF NOT HOLD-MATCHED
             AND NOT LHLD-DATE-HOLD OF WS-HOLD-ENTRY(WS-HL-IDX)
             AND LHS-TEXT NOT = SPACES
               COMPUTE WS-SCAN-LAST = 133 - WS-HT-KEY-LEN(WS-HL-IDX)
               PERFORM 2200-SCAN-TEXT
                   VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-LAST OR HOLD-MATCHED
           END-IF

           IF HOLD-MATCHED
               ADD 1 TO WS-HT-RECORDS(WS-HL-IDX)
               IF LHLD-MATTER-ID OF WS-HOLD-ENTRY(WS-HL-IDX)
                       NOT = WS-LAST-MATTER
                   ADD 1 TO WS-HT-MATTER-RECORDS(WS-HL-IDX)
                   MOVE LHLD-MATTER-ID OF WS-HOLD-ENTRY(WS-HL-IDX)
                       TO WS-LAST-MATTER
               END-IF
               IF LS-FOUND-FLAG NOT = 'Y'
                   MOVE 'Y' TO LS-FOUND-FLAG
                   PERFORM 2300-RETURN-HOLD-ENTRY
               END-IF
           END-IF.

       2200-SCAN-TEXT.
           IF LHS-TEXT(WS-SCAN-POS:WS-HT-KEY-LEN(WS-HL-IDX))
                   = LHLD-HOLD-KEY OF WS-HOLD-ENTRY(WS-HL-IDX)
                       (1:WS-HT-KEY-LEN(WS-HL-IDX))
               SET HOLD-MATCHED TO TRUE
           END-IF.

       2300-RETURN-HOLD-ENTRY.
           MOVE WS-HT-HOLD(WS-HL-IDX) TO LS-HOLD-RECORD
           MOVE WS-HT-RECORDS(WS-HL-IDX) TO LS-HOLD-RECORDS
           MOVE WS-HT-MATTER-RECORDS(WS-HL-IDX) TO LS-MATTER-RECORDS.

       3000-RETURN-LIST-ENTRY.
           IF WS-LIST-IDX NOT > WS-HOLD-COUNT
               MOVE WS-LIST-IDX TO WS-HL-IDX
               MOVE 'Y' TO LS-FOUND-FLAG
               PERFORM 2300-RETURN-HOLD-ENTRY
           END-IF.
