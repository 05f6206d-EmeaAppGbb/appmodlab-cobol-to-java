       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLSEGLK.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * POLICY COVERAGE SEGMENT LOOKUP SUBROUTINE                      *
      * LOADS THE COVERAGE SEGMENT HISTORY INTO AN IN-MEMORY TABLE,    *
      * SORTED ON POLICY NUMBER PLUS FROM-DATE, ON ITS FIRST CALL -    *
      * THE SAME LOAD-ONCE PATTERN POLYLKUP AND MBRLKUP USE. GIVEN A   *
      * POLICY RECORD AND AN AS-OF DATE IT FINDS THE SEGMENT IN FORCE  *
      * ON THAT DATE AND LAYS ITS PLAN TYPE, DEDUCTIBLES, MAXIMUM,     *
      * GROUP AND STATUS OVER THE CALLER'S COPY OF THE RECORD. A ZERO  *
      * AS-OF DATE MEANS THE BUSINESS DATE.                            *
      * THE FLAG COMES BACK "N" ONLY WHEN THE POLICY HAS SEGMENTS ON   *
      * FILE AND NONE OF THEM COVERS THE DATE - THE POLICY WAS NOT IN  *
      * FORCE THEN. A POLICY WITH NO SEGMENTS AT ALL KEEPS THE         *
      * MASTER'S OWN FIGURES AND COMES BACK "Y"                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-FILE
               ASSIGN TO "data/policy_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-FILE.
       01  SEGMENT-RECORD.
           COPY PSEGREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 EOF-SEGMENTS          VALUE 'Y'.
       01  WS-TABLE-LOADED          PIC X VALUE 'N'.
           88 TABLE-IS-LOADED       VALUE 'Y'.
       01  WS-MAX-SEGMENTS          PIC 9(5) VALUE 20000.
       01  WS-SEGMENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-SG-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-AS-OF-DATE            PIC 9(8).
       01  WS-POLICY-HAS-SEGMENTS   PIC X VALUE 'N'.
           88 POLICY-HAS-SEGMENTS   VALUE 'Y'.
       01  WS-AT-FIRST-SEGMENT      PIC X VALUE 'N'.
           88 AT-FIRST-SEGMENT      VALUE 'Y'.
       01  WS-SEGMENT-MATCHED       PIC X VALUE 'N'.
           88 SEGMENT-MATCHED       VALUE 'Y'.

       01  WS-SEGMENT-TABLE.
           05  WS-SEG-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS PSEG-POLICY-NUMBER PSEG-FROM-DATE
               INDEXED BY WS-TBL-IDX.
               COPY PSEGREC REPLACING ==05== BY ==10==.

       LINKAGE SECTION.
       01  LS-POLICY-RECORD.
           COPY POLREC.
       01  LS-AS-OF-DATE            PIC 9(8).
       01  LS-IN-FORCE-FLAG         PIC X.

       PROCEDURE DIVISION USING LS-POLICY-RECORD
                                LS-AS-OF-DATE
                                LS-IN-FORCE-FLAG.

       0000-MAIN-LOOKUP.
           IF NOT TABLE-IS-LOADED
               PERFORM 1000-LOAD-SEGMENT-TABLE THRU 1000-EXIT
           END-IF
           IF LS-AS-OF-DATE = ZERO
               CALL 'BIZDATE' USING WS-AS-OF-DATE
           ELSE
               MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE 'Y' TO LS-IN-FORCE-FLAG
           PERFORM 2000-FIND-SEGMENT THRU 2000-EXIT
           GOBACK.

       1000-LOAD-SEGMENT-TABLE.
      *    NO SEGMENT FILE YET IS NORMAL UNTIL POLMAINT FIRST CHANGES
      *    A POLICY'S COVERAGE - EVERY POLICY THEN SIMPLY RUNS ON THE
      *    MASTER'S OWN FIGURES
           SET TABLE-IS-LOADED TO TRUE
           OPEN INPUT SEGMENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-READ-INTO-TABLE UNTIL EOF-SEGMENTS

           CLOSE SEGMENT-FILE
           PERFORM 1200-SORT-SEGMENT-TABLE.
       1000-EXIT.
           EXIT.

       1100-READ-INTO-TABLE.
           READ SEGMENT-FILE
               AT END
                   SET EOF-SEGMENTS TO TRUE
               NOT AT END
                   PERFORM 1150-ADD-TABLE-ENTRY
           END-READ.

       1150-ADD-TABLE-ENTRY.
           IF WS-SEGMENT-COUNT < WS-MAX-SEGMENTS
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE SEGMENT-RECORD TO WS-SEG-ENTRY(WS-SEGMENT-COUNT)
           ELSE
               DISPLAY "POLSEGLK WARNING: SEGMENT TABLE FULL - "
                       "POLICY " PSEG-POLICY-NUMBER OF SEGMENT-RECORD
                       " SEGMENT NOT LOADED"
           END-IF.

       1200-SORT-SEGMENT-TABLE.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    SEGMENT SORTS AHEAD OF THEM - THE SAME PADDING POLYLKUP
      *    AND MBRLKUP USE
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-SEGMENT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-SEGMENTS
           SORT WS-SEG-ENTRY
               ON ASCENDING KEY PSEG-POLICY-NUMBER OF WS-SEG-ENTRY
                                PSEG-FROM-DATE OF WS-SEG-ENTRY.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-PAD-IDX + 1).

       2000-FIND-SEGMENT.
      *    THE BINARY SEARCH LANDS ON ANY ONE OF THE POLICY'S
      *    SEGMENTS - BACK UP TO ITS FIRST, THEN WALK FORWARD IN
      *    FROM-DATE ORDER TO THE ONE WHOSE PERIOD HOLDS THE DATE
           MOVE 'N' TO WS-POLICY-HAS-SEGMENTS
           MOVE 'N' TO WS-SEGMENT-MATCHED
           IF WS-SEGMENT-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
           SEARCH ALL WS-SEG-ENTRY
               WHEN PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-TBL-IDX)
                        = POL-POLICY-NUMBER OF LS-POLICY-RECORD
                   SET POLICY-HAS-SEGMENTS TO TRUE
                   SET WS-SG-IDX TO WS-TBL-IDX
           END-SEARCH
           IF NOT POLICY-HAS-SEGMENTS
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-AT-FIRST-SEGMENT
           PERFORM 2100-BACK-UP-ONE
               UNTIL WS-SG-IDX = 1 OR AT-FIRST-SEGMENT
           PERFORM 2200-CHECK-SEGMENT
               VARYING WS-SG-IDX FROM WS-SG-IDX BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
                  OR SEGMENT-MATCHED
                  OR PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-SG-IDX)
                       NOT = POL-POLICY-NUMBER OF LS-POLICY-RECORD

           IF NOT SEGMENT-MATCHED
               MOVE 'N' TO LS-IN-FORCE-FLAG
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BACK-UP-ONE.
           IF PSEG-POLICY-NUMBER OF WS-SEG-ENTRY(WS-SG-IDX - 1)
                   = POL-POLICY-NUMBER OF LS-POLICY-RECORD
               SUBTRACT 1 FROM WS-SG-IDX
           ELSE
               SET AT-FIRST-SEGMENT TO TRUE
           END-IF.

       2200-CHECK-SEGMENT.
           IF PSEG-FROM-DATE OF WS-SEG-ENTRY(WS-SG-IDX)
                   NOT > WS-AS-OF-DATE
             AND PSEG-THRU-DATE OF WS-SEG-ENTRY(WS-SG-IDX)
                   NOT < WS-AS-OF-DATE
               SET SEGMENT-MATCHED TO TRUE
               PERFORM 2300-OVERLAY-SEGMENT
           END-IF.

       2300-OVERLAY-SEGMENT.
           MOVE PSEG-PLAN-TYPE OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-PLAN-TYPE OF LS-POLICY-RECORD
           MOVE PSEG-DEDUCTIBLE OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-DEDUCTIBLE OF LS-POLICY-RECORD
           MOVE PSEG-INDIV-DEDUCTIBLE OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-INDIV-DEDUCTIBLE OF LS-POLICY-RECORD
           MOVE PSEG-MAX-COVERAGE OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-MAX-COVERAGE OF LS-POLICY-RECORD
           MOVE PSEG-GROUP-NUMBER OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-GROUP-NUMBER OF LS-POLICY-RECORD
           MOVE PSEG-STATUS OF WS-SEG-ENTRY(WS-SG-IDX)
               TO POL-STATUS OF LS-POLICY-RECORD
           IF NOT PSEG-IN-FORCE OF WS-SEG-ENTRY(WS-SG-IDX)
               MOVE 'N' TO LS-IN-FORCE-FLAG
           END-IF.
