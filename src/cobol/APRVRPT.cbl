       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVRPT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * DAILY MAKER-CHECKER APPROVAL EXCEPTIONS REPORT                 *
      * READS EVERY TRANSACTION WAITING ON THE RECOVERY, VOID, MASS    *
      * ADJUSTMENT, FRAUD HOLD AND AUDIT HOLD DISPOSITION FILES AND    *
      * OFFERS EACH TO APRVCHK - THE SAME CHECK CLAWBACK, PAYVOID,     *
      * MASSADJ, HOLDDISP AND AUDHDISP MAKE BEFORE APPLYING ONE. THE   *
      * REPORT LISTS:                                                  *
      *   - PENDING APPROVALS - NO CHECKER YET, NO APPROVAL FROM THE   *
      *     CHECKER NAMED, A CHECKER WITHOUT APPROVAL AUTHORITY, OR NO *
      *     MAKER AT ALL - WITH THE TRANSACTION KEY THE CHECKER KEYS   *
      *     ON THE APPROVAL FILE                                       *
      *   - ATTEMPTED SELF-APPROVALS - THE MAKER NAMED AS CHECKER, OR  *
      *     AN APPROVAL ROW KEYED BY THE MAKER                         *
      * A RELEASED TRANSACTION IS NOT LISTED. ANY SELF-APPROVAL ENDS   *
      * THE STEP WITH RC 4 SO OPERATIONS SEES IT. NOTHING IS CHANGED   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAWBACK-TRANS-FILE
               ASSIGN TO "data/clawback_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

           SELECT VOID-TRANS-FILE
               ASSIGN TO "data/void_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.

           SELECT CRITERIA-FILE
               ASSIGN TO "data/massadj_criteria.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-STATUS.

           SELECT HOLD-DISP-FILE
               ASSIGN TO "data/hold_disps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-DISP-STATUS.

           SELECT AUDIT-DISP-FILE
               ASSIGN TO "data/audit_disps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-DISP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/approval_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAWBACK-TRANS-FILE.
       01  CLAWBACK-TRANS-RECORD.
           COPY CLAWTRAN.

       FD  VOID-TRANS-FILE.
       01  VOID-TRANS-RECORD.
           COPY VOIDTRN.

       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           COPY MADJCRIT.

      * THE SIU DISPOSITION RECORD AS HOLDDISP READS IT
       FD  HOLD-DISP-FILE.
       01  HOLD-DISP-RECORD.
           05  HDSP-PROVIDER-ID     PIC X(8).
           05  HDSP-CLAIM-NUMBER    PIC X(10).
           05  HDSP-ACTION          PIC X(1).
           05  HDSP-REASON          PIC X(20).
           05  HDSP-MAKER-ID        PIC X(8).
           05  HDSP-CHECKER-ID      PIC X(8).

      * THE AUDITOR'S DISPOSITION RECORD AS AUDHDISP READS IT - THE
      * AUDITOR WHO RULED IS THE MAKER
       FD  AUDIT-DISP-FILE.
       01  AUDIT-DISP-RECORD.
           05  ADSP-AUTH-CODE       PIC X(6).
           05  ADSP-CLAIM-NUMBER    PIC X(10).
           05  ADSP-ACTION          PIC X(1).
           05  ADSP-AUDITOR-ID      PIC X(8).
           05  ADSP-REASON          PIC X(20).
           05  ADSP-CHECKER-ID      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLAWBACK-STATUS       PIC XX.
       01  WS-VOID-STATUS           PIC XX.
       01  WS-CRITERIA-STATUS       PIC XX.
       01  WS-HOLD-DISP-STATUS      PIC XX.
       01  WS-AUDIT-DISP-STATUS     PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-TRANS             PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

       01  WS-APPROVAL-REQUEST.
           COPY APRVREQ.

      * EXCEPTIONS HELD UNTIL EVERY FILE IS READ SO EACH SECTION OF
      * THE REPORT PRINTS TOGETHER
       01  WS-MAX-EXCEPTIONS        PIC 9(5) VALUE 5000.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-EX-IDX                PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-ENTRY OCCURS 5000 TIMES.
               10  WS-EX-SOURCE     PIC X(8).
               10  WS-EX-TRANS-KEY  PIC X(30).
               10  WS-EX-MAKER-ID   PIC X(8).
               10  WS-EX-CHECKER-ID PIC X(8).
               10  WS-EX-RESULT     PIC X(1).
                   88 WS-EX-SELF-APPROVED VALUE "S".
               10  WS-EX-REASON     PIC X(9).

       01  WS-LIST-SELF             PIC X VALUE 'N'.
           88 LISTING-SELF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(7) VALUE 0.
           05  WS-TRANS-RELEASED    PIC 9(7) VALUE 0.
           05  WS-PENDING-COUNT     PIC 9(5) VALUE 0.
           05  WS-SELF-COUNT        PIC 9(5) VALUE 0.
           05  WS-SECTION-COUNT     PIC 9(5) VALUE 0.

       01  WS-DETAIL-HEADING.
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(32) VALUE "TRANSACTION KEY".
           05  FILLER               PIC X(10) VALUE "MAKER".
           05  FILLER               PIC X(10) VALUE "CHECKER".
           05  FILLER               PIC X(70) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-TRANS-KEY      PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-MAKER-ID       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-CHECKER-ID     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON         PIC X(9).
           05  FILLER               PIC X(61) VALUE SPACES.

       01  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-CHECK-CLAWBACKS THRU 2000-EXIT
           PERFORM 2100-CHECK-VOIDS THRU 2100-EXIT
           PERFORM 2200-CHECK-CRITERIA THRU 2200-EXIT
           PERFORM 2300-CHECK-HOLD-DISPS THRU 2300-EXIT
           PERFORM 2400-CHECK-AUDIT-DISPS THRU 2400-EXIT
           MOVE 'N' TO WS-LIST-SELF
           PERFORM 6000-WRITE-SECTION
           SET LISTING-SELF TO TRUE
           PERFORM 6000-WRITE-SECTION
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           IF WS-SELF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - APPROVAL EXCEPTIONS"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MAKER-CHECKER APPROVAL EXCEPTIONS - BUSINESS DATE "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ******************************************************************
      * EACH TRANSACTION FILE IS READ IN TURN - A FILE NOT ON DISK     *
      * HAS NOTHING WAITING. THE KEY IS BUILT EXACTLY AS THE PROGRAM   *
      * THAT APPLIES THE TRANSACTION BUILDS IT                         *
      ******************************************************************
       2000-CHECK-CLAWBACKS.
           OPEN INPUT CLAWBACK-TRANS-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           PERFORM 2010-READ-CLAWBACK UNTIL EOF-TRANS
           CLOSE CLAWBACK-TRANS-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-CLAWBACK.
           READ CLAWBACK-TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-APPROVAL-REQUEST
                   MOVE "CLAWBACK" TO APRQ-SOURCE
                   STRING CLWT-CLAIM-NUMBER CLWT-RECOVERY-AMOUNT
                          CLWT-REASON-CODE
                       DELIMITED BY SIZE INTO APRQ-TRANS-KEY
                   END-STRING
                   MOVE CLWT-MAKER-ID TO APRQ-MAKER-ID
                   MOVE CLWT-CHECKER-ID TO APRQ-CHECKER-ID
                   PERFORM 5000-JUDGE-TRANSACTION
           END-READ.

       2100-CHECK-VOIDS.
           OPEN INPUT VOID-TRANS-FILE
           IF WS-VOID-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           PERFORM 2110-READ-VOID UNTIL EOF-TRANS
           CLOSE VOID-TRANS-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-VOID.
           READ VOID-TRANS-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-APPROVAL-REQUEST
                   MOVE "PAYVOID" TO APRQ-SOURCE
                   STRING VOID-AUTH-CODE VOID-ACTION
                       DELIMITED BY SIZE INTO APRQ-TRANS-KEY
                   END-STRING
                   MOVE VOID-MAKER-ID TO APRQ-MAKER-ID
                   MOVE VOID-CHECKER-ID TO APRQ-CHECKER-ID
                   PERFORM 5000-JUDGE-TRANSACTION
           END-READ.

       2200-CHECK-CRITERIA.
           OPEN INPUT CRITERIA-FILE
           IF WS-CRITERIA-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           PERFORM 2210-READ-CRITERIA UNTIL EOF-TRANS
           CLOSE CRITERIA-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-CRITERIA.
           READ CRITERIA-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-APPROVAL-REQUEST
                   MOVE "MASSADJ" TO APRQ-SOURCE
                   STRING MADJ-CLAIM-TYPE MADJ-PLAN-TYPE
                          MADJ-PROVIDER-ID MADJ-FROM-DATE
                          MADJ-THRU-DATE
                       DELIMITED BY SIZE INTO APRQ-TRANS-KEY
                   END-STRING
                   MOVE MADJ-MAKER-ID TO APRQ-MAKER-ID
                   MOVE MADJ-CHECKER-ID TO APRQ-CHECKER-ID
                   PERFORM 5000-JUDGE-TRANSACTION
           END-READ.

       2300-CHECK-HOLD-DISPS.
           OPEN INPUT HOLD-DISP-FILE
           IF WS-HOLD-DISP-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           PERFORM 2310-READ-HOLD-DISP UNTIL EOF-TRANS
           CLOSE HOLD-DISP-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-HOLD-DISP.
           READ HOLD-DISP-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-APPROVAL-REQUEST
                   MOVE "HOLDDISP" TO APRQ-SOURCE
                   STRING HDSP-PROVIDER-ID HDSP-CLAIM-NUMBER
                          HDSP-ACTION
                       DELIMITED BY SIZE INTO APRQ-TRANS-KEY
                   END-STRING
                   MOVE HDSP-MAKER-ID TO APRQ-MAKER-ID
                   MOVE HDSP-CHECKER-ID TO APRQ-CHECKER-ID
                   PERFORM 5000-JUDGE-TRANSACTION
           END-READ.

       2400-CHECK-AUDIT-DISPS.
           OPEN INPUT AUDIT-DISP-FILE
           IF WS-AUDIT-DISP-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           PERFORM 2410-READ-AUDIT-DISP UNTIL EOF-TRANS
           CLOSE AUDIT-DISP-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-AUDIT-DISP.
           READ AUDIT-DISP-FILE
               AT END
                   SET EOF-TRANS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-APPROVAL-REQUEST
                   MOVE "AUDHDISP" TO APRQ-SOURCE
                   STRING ADSP-AUTH-CODE ADSP-CLAIM-NUMBER ADSP-ACTION
                       DELIMITED BY SIZE INTO APRQ-TRANS-KEY
                   END-STRING
                   MOVE ADSP-AUDITOR-ID TO APRQ-MAKER-ID
                   MOVE ADSP-CHECKER-ID TO APRQ-CHECKER-ID
                   PERFORM 5000-JUDGE-TRANSACTION
           END-READ.

       5000-JUDGE-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           CALL 'APRVCHK' USING WS-APPROVAL-REQUEST
           IF APRQ-RELEASED
               ADD 1 TO WS-TRANS-RELEASED
           ELSE
               IF APRQ-SELF-APPROVED
                   ADD 1 TO WS-SELF-COUNT
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               IF WS-EXCEPTION-COUNT < WS-MAX-EXCEPTIONS
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE APRQ-SOURCE
                       TO WS-EX-SOURCE(WS-EXCEPTION-COUNT)
                   MOVE APRQ-TRANS-KEY
                       TO WS-EX-TRANS-KEY(WS-EXCEPTION-COUNT)
                   MOVE APRQ-MAKER-ID
                       TO WS-EX-MAKER-ID(WS-EXCEPTION-COUNT)
                   MOVE APRQ-CHECKER-ID
                       TO WS-EX-CHECKER-ID(WS-EXCEPTION-COUNT)
                   MOVE APRQ-RESULT
                       TO WS-EX-RESULT(WS-EXCEPTION-COUNT)
                   MOVE APRQ-REASON
                       TO WS-EX-REASON(WS-EXCEPTION-COUNT)
               ELSE
                   DISPLAY "APRVRPT WARNING: EXCEPTION TABLE FULL - "
                           APRQ-SOURCE " " APRQ-TRANS-KEY
                           " NOT LISTED"
               END-IF
           END-IF.

      ******************************************************************
      * ONE SECTION PER PASS OF THE EXCEPTION TABLE - PENDING FIRST,   *
      * THEN THE SELF-APPROVALS                                        *
      ******************************************************************
       6000-WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF LISTING-SELF
               MOVE "ATTEMPTED SELF-APPROVALS" TO REPORT-LINE
           ELSE
               MOVE "PENDING APPROVALS" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM 6100-WRITE-EXCEPTION
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXCEPTION-COUNT

           MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACTIONS LISTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       6100-WRITE-EXCEPTION.
           IF (LISTING-SELF AND WS-EX-SELF-APPROVED(WS-EX-IDX))
             OR (NOT LISTING-SELF
                 AND NOT WS-EX-SELF-APPROVED(WS-EX-IDX))
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-EX-SOURCE(WS-EX-IDX) TO WS-DL-SOURCE
               MOVE WS-EX-TRANS-KEY(WS-EX-IDX) TO WS-DL-TRANS-KEY
               MOVE WS-EX-MAKER-ID(WS-EX-IDX) TO WS-DL-MAKER-ID
               MOVE WS-EX-CHECKER-ID(WS-EX-IDX) TO WS-DL-CHECKER-ID
               MOVE WS-EX-REASON(WS-EX-IDX) TO WS-DL-REASON
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "APPROVAL EXCEPTIONS REPORT COMPLETE"
           DISPLAY "TRANSACTIONS CHECKED:    " WS-TRANS-READ
           DISPLAY "RELEASED:                " WS-TRANS-RELEASED
           DISPLAY "PENDING APPROVAL:        " WS-PENDING-COUNT
           DISPLAY "SELF-APPROVAL ATTEMPTS:  " WS-SELF-COUNT
           DISPLAY "REPORT: reports/approval_exceptions.txt".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
