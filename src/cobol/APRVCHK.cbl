       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVCHK.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MAKER-CHECKER APPROVAL CHECK SUBROUTINE                        *
      * LOADS THE APPROVAL FILE AND THE OPERATOR MASTER INTO IN-MEMORY *
      * TABLES ON ITS FIRST CALL - THE SAME LOAD-ONCE PATTERN LHLDCHK  *
      * USES - AND JUDGES ONE MANUAL MONEY TRANSACTION PER CALL:       *
      *   M - NO MAKER ON THE TRANSACTION                              *
      *   S - THE MAKER NAMED AS CHECKER, OR AN APPROVAL ROW KEYED BY  *
      *       THE MAKER THEMSELVES                                     *
      *   P - NO CHECKER NAMED YET                                     *
      *   A - THE CHECKER NOT ON THE OPERATOR MASTER, NOT ACTIVE, OR   *
      *       WITHOUT APPROVAL AUTHORITY                               *
      *   P - NO APPROVAL ROW FROM THE NAMED CHECKER FOR THE SAME      *
      *       SOURCE AND TRANSACTION KEY                               *
      *   Y - OTHERWISE RELEASED                                       *
      * CLAWBACK, PAYVOID, MASSADJ, HOLDDISP AND AUDHDISP APPLY ONLY   *
      * RELEASED TRANSACTIONS; APRVRPT LISTS THE REST EACH DAY         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE
               ASSIGN TO "data/txn_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY APRVREC.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS       PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-EOF-APPROVAL          PIC X VALUE 'N'.
           88 EOF-APPROVAL          VALUE 'Y'.
       01  WS-EOF-OPERATOR          PIC X VALUE 'N'.
           88 EOF-OPERATOR          VALUE 'Y'.
       01  WS-TABLES-LOADED         PIC X VALUE 'N'.
           88 TABLES-ARE-LOADED     VALUE 'Y'.

       01  WS-MAX-APPROVALS         PIC 9(5) VALUE 5000.
       01  WS-APPROVAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-AP-IDX                PIC 9(5) VALUE 0.
       01  WS-APPROVAL-TABLE.
           05  WS-AP-ENTRY OCCURS 5000 TIMES.
               COPY APRVREC REPLACING ==05== BY ==10==.

       01  WS-MAX-OPERATORS         PIC 9(5) VALUE 2000.
       01  WS-OPERATOR-COUNT        PIC 9(5) VALUE 0.
       01  WS-OP-IDX                PIC 9(5) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 2000 TIMES.
               COPY OPERREC REPLACING ==05== BY ==10==.

       01  WS-CHECKER-APPROVED      PIC X VALUE 'N'.
           88 CHECKER-APPROVED      VALUE 'Y'.
       01  WS-MAKER-APPROVED        PIC X VALUE 'N'.
           88 MAKER-APPROVED        VALUE 'Y'.
       01  WS-CHECKER-FOUND         PIC X VALUE 'N'.
           88 CHECKER-FOUND         VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-APPROVAL-REQUEST.
           COPY APRVREQ.

       PROCEDURE DIVISION USING LS-APPROVAL-REQUEST.

       0000-MAIN-CHECK.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES
           END-IF
           PERFORM 2000-JUDGE-TRANSACTION THRU 2000-EXIT
           GOBACK.

       1000-LOAD-TABLES.
      *    NO APPROVAL FILE MEANS NOTHING HAS BEEN APPROVED, AND NO
      *    OPERATOR MASTER MEANS NO CHECKER CAN BE CONFIRMED - EITHER
      *    WAY EVERY TRANSACTION WAITS
           SET TABLES-ARE-LOADED TO TRUE
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
               MOVE 'N' TO WS-EOF-APPROVAL
               PERFORM 1100-READ-APPROVAL UNTIL EOF-APPROVAL
               CLOSE APPROVAL-FILE
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               MOVE 'N' TO WS-EOF-OPERATOR
               PERFORM 1200-READ-OPERATOR UNTIL EOF-OPERATOR
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "APRVCHK WARNING: OPERATOR MASTER NOT FOUND - "
                       "NO TRANSACTION CAN BE RELEASED"
           END-IF.

       1100-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   SET EOF-APPROVAL TO TRUE
               NOT AT END
                   IF WS-APPROVAL-COUNT < WS-MAX-APPROVALS
                       ADD 1 TO WS-APPROVAL-COUNT
                       MOVE APPROVAL-RECORD
                           TO WS-AP-ENTRY(WS-APPROVAL-COUNT)
                   ELSE
                       DISPLAY "APRVCHK WARNING: APPROVAL TABLE FULL - "
                               APRV-SOURCE OF APPROVAL-RECORD " "
                               APRV-TRANS-KEY OF APPROVAL-RECORD
                               " NOT LOADED"
                   END-IF
           END-READ.

       1200-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET EOF-OPERATOR TO TRUE
               NOT AT END
                   IF WS-OPERATOR-COUNT < WS-MAX-OPERATORS
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OPERATOR-RECORD
                           TO WS-OP-ENTRY(WS-OPERATOR-COUNT)
                   ELSE
                       DISPLAY "APRVCHK WARNING: OPERATOR TABLE FULL "
                               "- " OPER-OPERATOR-ID OF OPERATOR-RECORD
                               " NOT LOADED"
                   END-IF
           END-READ.

       2000-JUDGE-TRANSACTION.
           MOVE SPACES TO APRQ-REASON
           IF APRQ-MAKER-ID = SPACES
               SET APRQ-NO-MAKER TO TRUE
               MOVE "NO MAKER" TO APRQ-REASON
               GO TO 2000-EXIT
           END-IF

      *    EVERY APPROVAL ROW FOR THE TRANSACTION IS LOOKED AT - ONE
      *    KEYED BY THE MAKER IS A SELF-APPROVAL EVEN WHEN THE
      *    TRANSACTION NAMES SOMEBODY ELSE AS ITS CHECKER
           MOVE 'N' TO WS-CHECKER-APPROVED
           MOVE 'N' TO WS-MAKER-APPROVED
           PERFORM 2100-SCAN-APPROVAL
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APPROVAL-COUNT

           IF APRQ-CHECKER-ID = APRQ-MAKER-ID OR MAKER-APPROVED
               SET APRQ-SELF-APPROVED TO TRUE
               MOVE "SELF APPR" TO APRQ-REASON
               GO TO 2000-EXIT
           END-IF
           IF APRQ-CHECKER-ID = SPACES
               SET APRQ-PENDING TO TRUE
               MOVE "NO CHECKR" TO APRQ-REASON
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-CHECKER-FOUND
           PERFORM 2200-SCAN-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPERATOR-COUNT OR CHECKER-FOUND
           IF NOT CHECKER-FOUND
               SET APRQ-NOT-AUTHORIZED TO TRUE
               MOVE "CHECKER" TO APRQ-REASON
               GO TO 2000-EXIT
           END-IF

           IF NOT CHECKER-APPROVED
               SET APRQ-PENDING TO TRUE
               MOVE "PENDING" TO APRQ-REASON
               GO TO 2000-EXIT
           END-IF

           SET APRQ-RELEASED TO TRUE.
       2000-EXIT.
           EXIT.

       2100-SCAN-APPROVAL.
           IF APRV-SOURCE OF WS-AP-ENTRY(WS-AP-IDX) = APRQ-SOURCE
             AND APRV-TRANS-KEY OF WS-AP-ENTRY(WS-AP-IDX)
                 = APRQ-TRANS-KEY
               IF APRV-CHECKER-ID OF WS-AP-ENTRY(WS-AP-IDX)
                       = APRQ-MAKER-ID
                   SET MAKER-APPROVED TO TRUE
               END-IF
               IF APRV-CHECKER-ID OF WS-AP-ENTRY(WS-AP-IDX)
                       = APRQ-CHECKER-ID
                   SET CHECKER-APPROVED TO TRUE
               END-IF
           END-IF.

       2200-SCAN-OPERATOR.
      *    ONLY AN ACTIVE OPERATOR INFORMATION SECURITY HAS GIVEN
      *    APPROVAL AUTHORITY COUNTS AS A CHECKER
           IF OPER-OPERATOR-ID OF WS-OP-ENTRY(WS-OP-IDX)
                   = APRQ-CHECKER-ID
             AND OPER-ACTIVE OF WS-OP-ENTRY(WS-OP-IDX)
             AND OPER-CAN-APPROVE OF WS-OP-ENTRY(WS-OP-IDX)
               SET CHECKER-FOUND TO TRUE
           END-IF.
