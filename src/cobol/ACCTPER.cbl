       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPER.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ACCOUNTING PERIOD CONTROL SUBROUTINE                           *
      * EVERY MONEY-POSTING PROGRAM PASSES ITS NAME AND BUSINESS DATE  *
      * AND GETS BACK THE DATE ITS POSTINGS BOOK UNDER. WHILE THE      *
      * BUSINESS DATE'S MONTH IS OPEN THAT IS THE BUSINESS DATE        *
      * ITSELF. ONCE FINANCE HAS CLOSED THE MONTH (PERCLOSE) - AS WHEN *
      * BIZDATE IS SET BACK TO RERUN A MISSED CYCLE - IT IS THE FIRST  *
      * DAY OF THE FIRST OPEN MONTH AFTER IT, SO NOTHING LANDS IN A    *
      * PERIOD ALREADY FILED. THE CALLER KEEPS THE BUSINESS DATE ON    *
      * ITS OWN RECORDS FOR REFERENCE, AND EACH REDIRECTION IS LOGGED  *
      * TO data/period_redirects.dat FOR FINANCE. THE PERIOD FILE      *
      * LOADS ONCE ON THE FIRST CALL, THE CURRCONV PATTERN             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO "data/accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REDIRECT-LOG-FILE
               ASSIGN TO "data/period_redirects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY ACPDREC.

       FD  REDIRECT-LOG-FILE.
       01  REDIRECT-LOG-RECORD.
           05  APRD-PROGRAM         PIC X(8).
           05  APRD-BUSINESS-DATE   PIC 9(8).
           05  APRD-POSTING-DATE    PIC 9(8).
           05  APRD-LOGGED-DATE     PIC 9(8).
           05  APRD-LOGGED-TIME     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-REDIRECT-STATUS       PIC XX.
       01  WS-EOF-PERIOD            PIC X VALUE 'N'.
           88 EOF-PERIOD            VALUE 'Y'.
       01  WS-TABLE-LOADED          PIC X VALUE 'N'.
           88 TABLE-IS-LOADED       VALUE 'Y'.

      * THE MONTHS CURRENTLY CLOSED - A REOPENED MONTH IS LEFT OUT
       01  WS-MAX-CLOSED            PIC 9(3) VALUE 600.
       01  WS-CLOSED-COUNT          PIC 9(3) VALUE 0.
       01  WS-CP-IDX                PIC 9(3) VALUE 0.
       01  WS-CP-FOUND              PIC X VALUE 'N'.
           88 CP-FOUND              VALUE 'Y'.
       01  WS-CLOSED-TABLE.
           05  WS-CP-PERIOD OCCURS 600 TIMES PIC 9(6).

       01  WS-WORK-PERIOD           PIC 9(6).
       01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
       01  WS-MONTHS-TRIED          PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LS-PROGRAM-NAME          PIC X(8).
       01  LS-BUSINESS-DATE         PIC 9(8).
       01  LS-POSTING-DATE          PIC 9(8).

       PROCEDURE DIVISION USING LS-PROGRAM-NAME
                                LS-BUSINESS-DATE
                                LS-POSTING-DATE.

       0000-RESOLVE-POSTING-DATE.
           IF NOT TABLE-IS-LOADED
               PERFORM 1000-LOAD-PERIODS
           END-IF

           MOVE LS-BUSINESS-DATE TO LS-POSTING-DATE
           MOVE LS-BUSINESS-DATE(1:6) TO WS-WORK-PERIOD
           PERFORM 2000-CHECK-CLOSED
           IF NOT CP-FOUND
               GOBACK
           END-IF

      *    WALK FORWARD A MONTH AT A TIME TO THE FIRST ONE STILL OPEN
           MOVE ZERO TO WS-MONTHS-TRIED
           PERFORM 3000-NEXT-MONTH
               UNTIL NOT CP-FOUND OR WS-MONTHS-TRIED > 120
           MOVE WS-WORK-PERIOD TO LS-POSTING-DATE(1:6)
           MOVE "01" TO LS-POSTING-DATE(7:2)

           DISPLAY "ACCTPER: " LS-PROGRAM-NAME " BUSINESS DATE "
                   LS-BUSINESS-DATE " IS IN A CLOSED PERIOD - "
                   "POSTINGS BOOK TO " LS-POSTING-DATE
           PERFORM 4000-LOG-REDIRECT
           GOBACK.

       1000-LOAD-PERIODS.
      *    NO PERIOD FILE MEANS FINANCE HAS CLOSED NOTHING YET
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE 'N' TO WS-EOF-PERIOD
               PERFORM 1100-READ-PERIOD UNTIL EOF-PERIOD
               CLOSE PERIOD-FILE
           END-IF
           SET TABLE-IS-LOADED TO TRUE.

       1100-READ-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET EOF-PERIOD TO TRUE
               NOT AT END
                   IF ACPD-CLOSED
                       IF WS-CLOSED-COUNT < WS-MAX-CLOSED
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE ACPD-PERIOD
                               TO WS-CP-PERIOD(WS-CLOSED-COUNT)
                       ELSE
                           DISPLAY "ACCTPER WARNING: PERIOD TABLE "
                                   "FULL - " ACPD-PERIOD
                                   " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       2000-CHECK-CLOSED.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM 2100-SCAN-CLOSED
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CLOSED-COUNT OR CP-FOUND.

       2100-SCAN-CLOSED.
           IF WS-CP-PERIOD(WS-CP-IDX) = WS-WORK-PERIOD
               SET CP-FOUND TO TRUE
           END-IF.

       3000-NEXT-MONTH.
           ADD 1 TO WS-MONTHS-TRIED
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           PERFORM 2000-CHECK-CLOSED.

       4000-LOG-REDIRECT.
      *    OPEN EXTEND APPENDS, WITH THE OUTPUT FALLBACK CREATING THE
      *    LOG ON THE FIRST REDIRECTION EVER
           OPEN EXTEND REDIRECT-LOG-FILE
           IF WS-REDIRECT-STATUS NOT = "00"
               OPEN OUTPUT REDIRECT-LOG-FILE
           END-IF
           MOVE LS-PROGRAM-NAME TO APRD-PROGRAM
           MOVE LS-BUSINESS-DATE TO APRD-BUSINESS-DATE
           MOVE LS-POSTING-DATE TO APRD-POSTING-DATE
           ACCEPT APRD-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT APRD-LOGGED-TIME FROM TIME
           WRITE REDIRECT-LOG-RECORD
           CLOSE REDIRECT-LOG-FILE.
