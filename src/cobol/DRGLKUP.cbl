       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRGLKUP.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * DRG ASSIGNMENT AND WEIGHT LOOKUP SUBROUTINE                    *
      * GROUPS AN INPATIENT STAY TO ITS DIAGNOSIS RELATED GROUP AND    *
      * RETURNS THE RELATIVE WEIGHT ROW IN FORCE ON THE SERVICE DATE.  *
      * BOTH TABLES ARE LOADED ON THE FIRST CALL, THE SAME LOAD-ONCE   *
      * PATTERN THE OTHER LOOKUPS USE:                                 *
      *   - THE ASSIGNMENT TABLE IS SCANNED FOR THE CLAIM'S PRINCIPAL  *
      *     DIAGNOSIS. A SURGICAL ROW WHOSE PROCEDURE CODE APPEARS ON  *
      *     ANY OF THE STAY'S LINE ITEMS OUTRANKS THE DIAGNOSIS'S      *
      *     MEDICAL ROW (BLANK PROCEDURE CODE)                         *
      *   - THE WEIGHT TABLE IS SCANNED FOR THE GROUPED DRG - THE      *
      *     LATEST EFFECTIVE DATE AT OR BEFORE THE SERVICE DATE WINS,  *
      *     THE SAME RATE-IN-FORCE RULE FEELKUP APPLIES                *
      * A STAY THAT GROUPS TO NOTHING, OR TO A DRG WITH NO WEIGHT IN   *
      * FORCE, COMES BACK NOT FOUND AND THE CALLER DECIDES WHAT TO DO  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRG-ASSIGN-FILE
               ASSIGN TO "data/drg_assignments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT DRG-WEIGHT-FILE
               ASSIGN TO "data/drg_weights.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRG-ASSIGN-FILE.
       01  DRG-ASSIGN-REC.
           COPY DRGAREC.

       FD  DRG-WEIGHT-FILE.
       01  DRG-WEIGHT-REC.
           COPY DRGWREC.

       WORKING-STORAGE SECTION.
       01  WS-ASSIGN-STATUS         PIC XX.
       01  WS-WEIGHT-STATUS         PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 EOF-TABLE             VALUE 'Y'.
       01  WS-TABLES-LOADED         PIC X VALUE 'N'.
           88 TABLES-ARE-LOADED     VALUE 'Y'.

       01  WS-MAX-ASSIGNMENTS       PIC 9(5) VALUE 9000.
       01  WS-ASSIGN-COUNT          PIC 9(5) VALUE 0.
       01  WS-DA-IDX                PIC 9(5) VALUE 0.
       01  WS-ASSIGN-TABLE.
           05  WS-DA-ENTRY OCCURS 9000 TIMES.
               COPY DRGAREC REPLACING ==05== BY ==10==.

       01  WS-MAX-WEIGHTS           PIC 9(5) VALUE 9000.
       01  WS-WEIGHT-COUNT          PIC 9(5) VALUE 0.
       01  WS-DW-IDX                PIC 9(5) VALUE 0.
       01  WS-WEIGHT-TABLE.
           05  WS-DW-ENTRY OCCURS 9000 TIMES.
               COPY DRGWREC REPLACING ==05== BY ==10==.

       01  WS-LN-IDX                PIC 9(3) VALUE 0.
       01  WS-DRG-CODE              PIC X(3).
       01  WS-MEDICAL-DRG           PIC X(3).
       01  WS-SURGICAL-FOUND        PIC X VALUE 'N'.
           88 SURGICAL-FOUND        VALUE 'Y'.
       01  WS-BEST-IDX              PIC 9(5) VALUE 0.
       01  WS-BEST-EFFECTIVE        PIC 9(8) VALUE 0.
       01  WS-BEST-FOUND            PIC X VALUE 'N'.
           88 BEST-ROW-FOUND        VALUE 'Y'.

       LINKAGE SECTION.
      *    THE CLAIM'S PRINCIPAL DIAGNOSIS AND SERVICE (ADMISSION) DATE
       01  LS-DIAG-CODE             PIC X(5).
       01  LS-SERVICE-DATE          PIC 9(8).
      *    THE STAY'S LINE ITEMS AS CLMLNLKP RETURNED THEM
       01  LS-LINE-DETAIL.
           COPY CLMLNTBL.
      *    THE WEIGHT ROW IN FORCE FOR THE GROUPED DRG - DRGW-DRG-CODE
      *    CARRIES THE GROUPING ITSELF
       01  LS-DRG-WEIGHT-RECORD.
           COPY DRGWREC.
       01  LS-FOUND-FLAG            PIC X.

       PROCEDURE DIVISION USING LS-DIAG-CODE
                                LS-SERVICE-DATE
                                LS-LINE-DETAIL
                                LS-DRG-WEIGHT-RECORD
                                LS-FOUND-FLAG.

       0000-MAIN-LOOKUP.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-ASSIGN-TABLE
               PERFORM 1500-LOAD-WEIGHT-TABLE
               SET TABLES-ARE-LOADED TO TRUE
           END-IF
           MOVE 'N' TO LS-FOUND-FLAG
           MOVE SPACES TO LS-DRG-WEIGHT-RECORD
           PERFORM 2000-ASSIGN-DRG
           IF WS-DRG-CODE NOT = SPACES
               PERFORM 3000-FIND-WEIGHT
           END-IF
           GOBACK.

       1000-LOAD-ASSIGN-TABLE.
      *    A MISSING TABLE IS NOT FATAL - EVERY STAY THEN COMES BACK
      *    UNGROUPED AND THE CALLER ROUTES IT TO A HUMAN
           OPEN INPUT DRG-ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
               DISPLAY "DRGLKUP WARNING: DRG ASSIGNMENT TABLE NOT "
                       "FOUND - STAYS CANNOT BE GROUPED"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 1100-READ-ASSIGNMENT UNTIL EOF-TABLE
               CLOSE DRG-ASSIGN-FILE
           END-IF.

       1100-READ-ASSIGNMENT.
           READ DRG-ASSIGN-FILE
               AT END
                   SET EOF-TABLE TO TRUE
               NOT AT END
                   IF WS-ASSIGN-COUNT < WS-MAX-ASSIGNMENTS
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE DRG-ASSIGN-REC
                           TO WS-DA-ENTRY(WS-ASSIGN-COUNT)
                   ELSE
                       DISPLAY "DRGLKUP WARNING: ASSIGNMENT TABLE "
                               "FULL - DIAGNOSIS "
                               DRGA-DIAG-CODE OF DRG-ASSIGN-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       1500-LOAD-WEIGHT-TABLE.
           OPEN INPUT DRG-WEIGHT-FILE
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "DRGLKUP WARNING: DRG WEIGHT TABLE NOT "
                       "FOUND - STAYS CANNOT BE WEIGHTED"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 1600-READ-WEIGHT UNTIL EOF-TABLE
               CLOSE DRG-WEIGHT-FILE
           END-IF.

       1600-READ-WEIGHT.
           READ DRG-WEIGHT-FILE
               AT END
                   SET EOF-TABLE TO TRUE
               NOT AT END
                   IF WS-WEIGHT-COUNT < WS-MAX-WEIGHTS
                       ADD 1 TO WS-WEIGHT-COUNT
                       MOVE DRG-WEIGHT-REC
                           TO WS-DW-ENTRY(WS-WEIGHT-COUNT)
                   ELSE
                       DISPLAY "DRGLKUP WARNING: WEIGHT TABLE FULL "
                               "- DRG " DRGW-DRG-CODE OF DRG-WEIGHT-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       2000-ASSIGN-DRG.
           MOVE SPACES TO WS-DRG-CODE
           MOVE SPACES TO WS-MEDICAL-DRG
           MOVE 'N' TO WS-SURGICAL-FOUND
           PERFORM 2100-JUDGE-ASSIGNMENT
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-ASSIGN-COUNT OR SURGICAL-FOUND
           IF NOT SURGICAL-FOUND
               MOVE WS-MEDICAL-DRG TO WS-DRG-CODE
           END-IF.

       2100-JUDGE-ASSIGNMENT.
           IF DRGA-DIAG-CODE OF WS-DA-ENTRY(WS-DA-IDX) = LS-DIAG-CODE
               IF DRGA-PROC-CODE OF WS-DA-ENTRY(WS-DA-IDX) = SPACES
                   IF WS-MEDICAL-DRG = SPACES
                       MOVE DRGA-DRG-CODE OF WS-DA-ENTRY(WS-DA-IDX)
                           TO WS-MEDICAL-DRG
                   END-IF
               ELSE
                   PERFORM 2200-MATCH-STAY-PROCEDURE
                       VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > CLT-LINE-COUNT
                          OR SURGICAL-FOUND
               END-IF
           END-IF.

       2200-MATCH-STAY-PROCEDURE.
           IF CLT-SERVICE-CODE(WS-LN-IDX)
                   = DRGA-PROC-CODE OF WS-DA-ENTRY(WS-DA-IDX)
               SET SURGICAL-FOUND TO TRUE
               MOVE DRGA-DRG-CODE OF WS-DA-ENTRY(WS-DA-IDX)
                   TO WS-DRG-CODE
           END-IF.

       3000-FIND-WEIGHT.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-EFFECTIVE
           PERFORM 3100-JUDGE-WEIGHT-ROW
               VARYING WS-DW-IDX FROM 1 BY 1
               UNTIL WS-DW-IDX > WS-WEIGHT-COUNT
           IF BEST-ROW-FOUND
               MOVE WS-DW-ENTRY(WS-BEST-IDX) TO LS-DRG-WEIGHT-RECORD
               MOVE 'Y' TO LS-FOUND-FLAG
           END-IF.

       3100-JUDGE-WEIGHT-ROW.
           IF DRGW-DRG-CODE OF WS-DW-ENTRY(WS-DW-IDX) = WS-DRG-CODE
             AND DRGW-EFFECTIVE-DATE OF WS-DW-ENTRY(WS-DW-IDX)
                   NOT > LS-SERVICE-DATE
               IF NOT BEST-ROW-FOUND
                 OR DRGW-EFFECTIVE-DATE OF WS-DW-ENTRY(WS-DW-IDX)
                       > WS-BEST-EFFECTIVE
                   SET BEST-ROW-FOUND TO TRUE
                   MOVE WS-DW-IDX TO WS-BEST-IDX
                   MOVE DRGW-EFFECTIVE-DATE
                       OF WS-DW-ENTRY(WS-DW-IDX)
                       TO WS-BEST-EFFECTIVE
               END-IF
           END-IF.
