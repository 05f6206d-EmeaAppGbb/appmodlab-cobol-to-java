       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * CLAIMS BY POLICYHOLDER CONTROL-BREAK REPORT                    *
      * LOADS THE CURRENT ROW OF EVERY CLAIM ON THE CLAIM HISTORY      *
      * MASTER (READ THROUGH CLHISTIO) INTO AN IN-MEMORY TABLE, SORTS  *
      * IT BY POLICY NUMBER, AND WRITES ONE DETAIL LINE PER CLAIM      *
      * UNDER A HEADING FOR EACH POLICYHOLDER (LOOKED UP THROUGH       *
      * POLYLKUP THE SAME WAY CLMPROC DOES), WITH A SUBTOTAL WHEN THE  *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-REPORT-FILE
               ASSIGN TO "reports/claims_by_policyholder.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-REPORT-FILE.
       01  BREAK-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-CLAIM-OUT         PIC X VALUE 'N'.
           88 EOF-CLAIM-OUT         VALUE 'Y'.

      * EACH HISTORY ROW COMES BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-MAX-CLAIMS-TRACKED    PIC 9(5) VALUE 9000.
       01  WS-CLAIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-CL-IDX                PIC 9(5) VALUE 0.
       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - CLAIMS BY POLICYHOLDER"

           MOVE LOW-VALUES TO CLAIM-HISTORY-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "CLMBYPOL WARNING: CLAIM HISTORY MASTER IS "
                       "EMPTY - NO CLAIMS TO REPORT"
               SET EOF-CLAIM-OUT TO TRUE
           END-IF

           PERFORM 1100-LOAD-CLAIM-TABLE UNTIL EOF-CLAIM-OUT
           PERFORM 1200-SORT-CLAIM-TABLE

           OPEN OUTPUT BREAK-REPORT-FILE.

       1100-LOAD-CLAIM-TABLE.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
               PERFORM 1150-ADD-TABLE-ENTRY
           ELSE
               SET EOF-CLAIM-OUT TO TRUE
           END-IF.

       1150-ADD-TABLE-ENTRY.
      *    ONLY THE CURRENT ROW PER CLAIM GOES ON THE REPORT
