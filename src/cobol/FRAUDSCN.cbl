       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PROVIDER BILLING FRAUD/ANOMALY SCREENING PROGRAM               *
      * LOADS THE CURRENT ROW OF EVERY CLAIM ON THE CLAIM HISTORY      *
      * MASTER (READ THROUGH CLHISTIO) INTO AN IN-MEMORY TABLE, SORTS  *
      * IT BY PROVIDER, AND WALKS IT WITH A CONTROL BREAK TO FLAG ANY  *
      * PROVIDER WHOSE CLAIM VOLUME OR AVERAGE CLAIM AMOUNT EXCEEDS A  *
      * DATA-DRIVEN THRESHOLD, AND ANY SINGLE CLAIM THAT IS AN AMOUNT  *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT FRAUD-ALERT-FILE
               ASSIGN TO "data/fraud_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  FRAUD-ALERT-FILE.
       01  FRAUD-ALERT-RECORD.
           COPY FRAUDREC.
       WORKING-STORAGE SECTION.
       COPY ERRCODES.

      * EACH HISTORY ROW COMES BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-ALERT-STATUS          PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.
       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PROVIDER FRAUD SCREENING"

           PERFORM 1200-LOAD-RULES

           MOVE LOW-VALUES TO CLAIM-HISTORY-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "FRAUDSCN WARNING: CLAIM HISTORY MASTER IS "
                       "EMPTY - NO CLAIMS TO SCREEN"
               SET EOF-CLAIM-OUT TO TRUE
           END-IF

           PERFORM 1300-LOAD-CLAIM-TABLE UNTIL EOF-CLAIM-OUT
           PERFORM 1400-SORT-CLAIM-TABLE

           OPEN OUTPUT FRAUD-ALERT-FILE.

       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
           END-READ.

       1300-LOAD-CLAIM-TABLE.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
               PERFORM 1350-ADD-TABLE-ENTRY
           ELSE
               SET EOF-CLAIM-OUT TO TRUE
           END-IF.

       1350-ADD-TABLE-ENTRY.
      *    ONLY THE CURRENT ROW PER CLAIM IS SCREENED - PRIOR HISTORY
