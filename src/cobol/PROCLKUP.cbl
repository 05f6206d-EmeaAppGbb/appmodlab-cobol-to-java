       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCLKUP.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PROCEDURE CODE MASTER LOOKUP SUBROUTINE                        *
      * LOADS THE PROCEDURE CODE MASTER INTO AN IN-MEMORY TABLE,       *
      * SORTED ON CODE, ON ITS FIRST CALL AND THEN SATISFIES EVERY     *
      * LOOKUP WITH A BINARY SEARCH - THE SAME LOAD-ONCE PATTERN       *
      * DIAGLKUP USES, INCLUDING TELLING THE CALLER SEPARATELY WHETHER *
      * THE MASTER WAS ON FILE AT ALL SO A SHOP THAT HAS NOT BUILT     *
      * ITS PROCEDURE MASTER YET DOES NOT SEE EVERY LINE DENIED        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCEDURE-MASTER
               ASSIGN TO "data/procedure_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCEDURE-MASTER.
       01  PROC-MASTER-REC.
           COPY PROCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 EOF-PROCEDURES        VALUE 'Y'.
       01  WS-TABLE-LOADED          PIC X VALUE 'N'.
           88 TABLE-IS-LOADED       VALUE 'Y'.
       01  WS-MASTER-ON-FILE        PIC X VALUE 'N'.
           88 MASTER-ON-FILE        VALUE 'Y'.
       01  WS-MAX-PROCEDURES        PIC 9(5) VALUE 9000.
       01  WS-PROC-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.

       01  WS-PROC-TABLE.
           05  WS-PR-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS PROC-CODE
               INDEXED BY WS-TBL-IDX.
               COPY PROCREC REPLACING ==05== BY ==10==.

       LINKAGE SECTION.
       01  LS-PROC-CODE             PIC X(5).
       01  LS-PROC-RECORD.
           COPY PROCREC.
       01  LS-FOUND-FLAG            PIC X.
       01  LS-MASTER-PRESENT-FLAG   PIC X.

       PROCEDURE DIVISION USING LS-PROC-CODE
                                LS-PROC-RECORD
                                LS-FOUND-FLAG
                                LS-MASTER-PRESENT-FLAG.

       0000-MAIN-LOOKUP.
           IF NOT TABLE-IS-LOADED
               PERFORM 1000-LOAD-PROC-TABLE
           END-IF
           MOVE WS-MASTER-ON-FILE TO LS-MASTER-PRESENT-FLAG
           PERFORM 2000-SEARCH-PROCEDURE
           GOBACK.

       1000-LOAD-PROC-TABLE.
           OPEN INPUT PROCEDURE-MASTER
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PROCLKUP WARNING: PROCEDURE CODE MASTER NOT "
                       "FOUND - CODES CANNOT BE VALIDATED"
               SET TABLE-IS-LOADED TO TRUE
               MOVE 'N' TO LS-FOUND-FLAG
               MOVE 'N' TO LS-MASTER-PRESENT-FLAG
               GOBACK
           END-IF

           SET MASTER-ON-FILE TO TRUE
           MOVE 'N' TO WS-EOF
           PERFORM 1100-READ-INTO-TABLE UNTIL EOF-PROCEDURES

           CLOSE PROCEDURE-MASTER

      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    CODE SORTS AHEAD OF THEM - THE SAME PADDING POLYLKUP USES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-PROC-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROCEDURES
           SORT WS-PR-ENTRY
               ON ASCENDING KEY PROC-CODE OF WS-PR-ENTRY
           SET TABLE-IS-LOADED TO TRUE.

       1100-READ-INTO-TABLE.
           READ PROCEDURE-MASTER
               AT END
                   SET EOF-PROCEDURES TO TRUE
               NOT AT END
                   PERFORM 1150-ADD-TABLE-ENTRY
           END-READ.

       1150-ADD-TABLE-ENTRY.
           IF WS-PROC-COUNT < WS-MAX-PROCEDURES
               ADD 1 TO WS-PROC-COUNT
               MOVE PROC-MASTER-REC TO WS-PR-ENTRY(WS-PROC-COUNT)
           ELSE
               DISPLAY "PROCLKUP WARNING: PROCEDURE TABLE FULL - "
                       "CODE " PROC-CODE OF PROC-MASTER-REC
                       " NOT LOADED"
           END-IF.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO PROC-CODE OF WS-PR-ENTRY(WS-PAD-IDX + 1).

       2000-SEARCH-PROCEDURE.
           MOVE 'N' TO LS-FOUND-FLAG
           SEARCH ALL WS-PR-ENTRY
               WHEN PROC-CODE OF WS-PR-ENTRY(WS-TBL-IDX)
                        = LS-PROC-CODE
                   PERFORM 2100-RETURN-MATCH
           END-SEARCH.

       2100-RETURN-MATCH.
           MOVE WS-PR-ENTRY(WS-TBL-IDX) TO LS-PROC-RECORD
           MOVE 'Y' TO LS-FOUND-FLAG.
