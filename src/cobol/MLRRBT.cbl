       IDENTIFICATION DIVISION.
       PROGRAM-ID. MLRRBT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ANNUAL MEDICAL LOSS RATIO AND PREMIUM REBATE PROGRAM           *
      * THE REGULATORY LOSS RATIO, AS OPPOSED TO GRPLOSS'S             *
      * UNDERWRITING VIEW: FOR THE REPORTING YEAR (LAST CALENDAR YEAR  *
      * UNLESS data/runparms.dat NAMES ONE) EVERY INSURED POLICY IS    *
      * PLACED IN A MARKET SEGMENT AND STATE -                         *
      *   - INDIVIDUAL: NO EMPLOYER GROUP, IN THE SUBSCRIBER'S STATE   *
      *     ON THE MEMBER CONTACT MASTER                               *
      *   - SMALL OR LARGE GROUP: BY THE GROUP'S EMPLOYEE COUNT (ITS   *
      *     ENROLLED POLICY COUNT WHEN NONE IS ON THE GROUP MASTER)    *
      *     AGAINST MLR-SMALL-GROUP-MAX, IN THE GROUP'S SITUS STATE    *
      * SELF-FUNDED GROUPS BUY NO INSURANCE AND ARE LEFT OUT. FOR      *
      * EACH SEGMENT AND STATE THE RATIO IS INCURRED CLAIMS - CLAIMS   *
      * PAID IN THE YEAR PLUS A SHARE OF THE IBNR RESERVE IBNRRPT      *
      * LEFT IN data/ibnr_reserve.dat, SPREAD BY CLAIMS PAID - OVER    *
      * PREMIUM EARNED IN THE YEAR (DAILY PRO-RATA, AS UPRVAL). THIS   *
      * IS THE SINGLE-YEAR EXPERIENCE WITH NO CREDIBILITY ADJUSTMENT.  *
      * A SEGMENT UNDER ITS REQUIRED RATIO (COVERAGE RULES) OWES THE   *
      * SHORTFALL BACK AS A REBATE, SPREAD OVER ITS POLICYHOLDERS, OR  *
      * FOR GROUP BUSINESS ITS EMPLOYER GROUPS, BY THE PREMIUM EACH    *
      * PAID IN THE YEAR. EVERY REBATE IS BOOKED THROUGH PYMTIO AS A   *
      * REFUND LINE (PAY TYPE R) FOR PAYDISB TO DISBURSE, GETS A       *
      * REBATE NOTICE, AND IS RECORDED ON THE REBATE REGISTER SO NO    *
      * SEGMENT IS EVER PAID TWICE FOR THE SAME YEAR. THE CALCULATION  *
      * WORKSHEET FOR THE REGULATORY FILING GOES TO                    *
      * reports/mlr_worksheet.txt                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT RULES-FILE
               ASSIGN TO "data/coverage_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT GROUP-FILE
               ASSIGN TO "data/groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO "data/policies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT COLLECTION-HISTORY-FILE
               ASSIGN TO "data/premium_collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT IBNR-RESERVE-FILE
               ASSIGN TO "data/ibnr_reserve.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBNR-STATUS.

      *    THE REBATE REGISTER ACCUMULATES ACROSS YEARS - EACH RUN
      *    READS IT, THEN APPENDS WHAT IT BOOKED
           SELECT REBATE-REGISTER-FILE
               ASSIGN TO "data/mlr_rebates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REBATE-CONTROL-FILE
               ASSIGN TO "data/mlr_rebate_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBATE-CTL-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "reports/mlr_rebate_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/mlr_worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  GROUP-FILE.
       01  GRP-MASTER-REC.
           COPY GRPREC.

       FD  POLICY-FILE.
       01  POL-MASTER-REC.
           COPY POLREC.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  COLLECTION-HISTORY-FILE.
       01  COLLECTION-HISTORY-RECORD.
           COPY PCOLREC.

       FD  IBNR-RESERVE-FILE.
       01  IBNR-RESERVE-RECORD.
           COPY IBNRREC.

       FD  REBATE-REGISTER-FILE.
       01  REBATE-REGISTER-RECORD.
           COPY MLRBREC.

       FD  REBATE-CONTROL-FILE.
       01  REBATE-CONTROL-RECORD.
           05  MRCT-LAST-SEQUENCE   PIC 9(4).

       FD  NOTICE-FILE.
       01  NOTICE-LINE              PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-POLICY-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-COLLECTION-STATUS     PIC XX.
       01  WS-IBNR-STATUS           PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REBATE-CTL-STATUS     PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-GROUP             PIC X VALUE 'N'.
           88 EOF-GROUP             VALUE 'Y'.
       01  WS-EOF-POLICY            PIC X VALUE 'N'.
           88 EOF-POLICY            VALUE 'Y'.
       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.
       01  WS-EOF-INVOICE           PIC X VALUE 'N'.
           88 EOF-INVOICE           VALUE 'Y'.
       01  WS-EOF-COLLECTION        PIC X VALUE 'N'.
           88 EOF-COLLECTION        VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.
       01  WS-EOF-REGISTER          PIC X VALUE 'N'.
           88 EOF-REGISTER          VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER, AND THE REBATE LINES ARE
      * BUILT HERE FOR ITS WRITE
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * THE REPORTING YEAR - LAST CALENDAR YEAR UNLESS RUNPARM
      * MLR-REPORT-YEAR NAMES ANOTHER. A YEAR NOT YET OVER CANNOT BE
      * REPORTED
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-THIS-YEAR             PIC 9(4).
       01  WS-REPORT-YEAR           PIC 9(4).
       01  WS-REPORT-YEAR-PARM      PIC X(4) VALUE SPACES.
       01  WS-YEAR-START            PIC 9(8).
       01  WS-YEAR-END              PIC 9(8).
       01  WS-NEXT-YEAR-START       PIC 9(8).

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat -
      * THE REQUIRED LOSS RATIO FOR EACH MARKET SEGMENT, AND THE
      * LARGEST EMPLOYER STILL COUNTED AS SMALL GROUP
       01  WS-MIN-PCT-INDIVIDUAL    PIC 9(3)V99 VALUE 80.00.
       01  WS-MIN-PCT-SMALL         PIC 9(3)V99 VALUE 80.00.
       01  WS-MIN-PCT-LARGE         PIC 9(3)V99 VALUE 85.00.
       01  WS-SMALL-GROUP-MAX       PIC 9(5) VALUE 50.

      * THE IBNR RESERVE AS IBNRRPT LAST LEFT IT
       01  WS-IBNR-PRESENT          PIC X VALUE 'N'.
           88 IBNR-PRESENT          VALUE 'Y'.
       01  WS-IBNR-DATE             PIC 9(8) VALUE 0.
       01  WS-IBNR-TOTAL            PIC 9(13)V99 VALUE 0.

      * ONE SLOT PER EMPLOYER GROUP, SORTED ON GROUP NUMBER FOR THE
      * BINARY SEARCH, WITH ITS SEGMENT AND ITS POLICIES' FIGURES
       01  WS-MAX-GROUPS            PIC 9(5) VALUE 2000.
       01  WS-GROUP-COUNT           PIC 9(5) VALUE 0.
       01  WS-GR-IDX                PIC 9(5) VALUE 0.
       01  WS-GR-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-GR-FOUND              PIC X VALUE 'N'.
           88 GR-FOUND              VALUE 'Y'.
       01  WS-GROUP-TABLE.
           05  WS-GR-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS WS-GR-GROUP
               INDEXED BY WS-GR-X.
               10  WS-GR-GROUP          PIC X(8).
               10  WS-GR-NAME           PIC X(30).
               10  WS-GR-FUNDING        PIC X(1).
               10  WS-GR-STATE          PIC X(2).
               10  WS-GR-EMPLOYEES      PIC 9(5).
               10  WS-GR-POLICIES       PIC 9(5).
               10  WS-GR-SEGMENT        PIC X(1).
               10  WS-GR-EARNED         PIC 9(11)V99.
               10  WS-GR-COLLECTED      PIC S9(11)V99.

      * ONE SLOT PER POLICY, SORTED ON POLICY NUMBER FOR THE BINARY
      * SEARCH. THE SEGMENT IS I, S OR L; X IS A SELF-FUNDED GROUP'S
      * POLICY AND ? A POLICY WHOSE GROUP IS NOT ON THE GROUP MASTER
       01  WS-MAX-POLICIES          PIC 9(5) VALUE 9000.
       01  WS-POLICY-COUNT          PIC 9(5) VALUE 0.
       01  WS-PO-IDX                PIC 9(5) VALUE 0.
       01  WS-PO-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-PO-FOUND              PIC X VALUE 'N'.
           88 PO-FOUND              VALUE 'Y'.
       01  WS-POLICY-TABLE.
           05  WS-PO-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS WS-PO-POLICY
               INDEXED BY WS-PO-X.
               10  WS-PO-POLICY         PIC X(10).
               10  WS-PO-HOLDER         PIC X(30).
               10  WS-PO-GROUP          PIC X(8).
               10  WS-PO-SEGMENT        PIC X(1).
                   88 PO-INDIVIDUAL     VALUE "I".
                   88 PO-SMALL-GROUP    VALUE "S".
                   88 PO-LARGE-GROUP    VALUE "L".
                   88 PO-SELF-FUNDED    VALUE "X".
                   88 PO-UNCLASSIFIED   VALUE "?".
               10  WS-PO-STATE          PIC X(2).
               10  WS-PO-EARNED         PIC 9(9)V99.
               10  WS-PO-COLLECTED      PIC S9(9)V99.
               10  WS-PO-CLAIMS         PIC 9(9)V99.

      * CLAIM TO POLICY MAP FOR LEDGER ROWS OLDER THAN THE LEDGER'S
      * POLICY FIELD, SORTED ON CLAIM NUMBER FOR THE BINARY SEARCH
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 20000.
       01  WS-CLAIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-CL-FOUND              PIC X VALUE 'N'.
           88 CL-FOUND              VALUE 'Y'.
       01  WS-CLAIM-MAP.
           05  WS-CL-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS WS-CL-CLAIM
               INDEXED BY WS-CL-X.
               10  WS-CL-CLAIM          PIC X(10).
               10  WS-CL-POLICY         PIC X(10).

      * ONE SLOT PER MARKET SEGMENT AND STATE, SORTED SEGMENT ORDER
      * (1 INDIVIDUAL, 2 SMALL, 3 LARGE) THEN STATE FOR THE WORKSHEET
      * AND THE BINARY SEARCH. THE BASIS FIGURES ARE WHAT THE REBATE
      * IS SPREAD ON - EACH PAYEE'S PREMIUM PAID (NEVER BELOW ZERO),
      * OR ITS EARNED PREMIUM WHEN THE CELL HAS NO COLLECTIONS
       01  WS-MAX-CELLS             PIC 9(3) VALUE 200.
       01  WS-CELL-COUNT            PIC 9(3) VALUE 0.
       01  WS-MC-IDX                PIC 9(3) VALUE 0.
       01  WS-MC-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-MC-PAD-IDX            PIC 9(3) VALUE 0.
       01  WS-MC-FOUND              PIC X VALUE 'N'.
           88 MC-FOUND              VALUE 'Y'.
       01  WS-CELL-TABLE.
           05  WS-MC-ENTRY OCCURS 200 TIMES
               ASCENDING KEY IS WS-MC-KEY
               INDEXED BY WS-MC-X.
               10  WS-MC-KEY.
                   15  WS-MC-ORDER      PIC 9(1).
                   15  WS-MC-STATE      PIC X(2).
               10  WS-MC-SEGMENT        PIC X(1).
               10  WS-MC-POLICIES       PIC 9(5).
               10  WS-MC-EARNED         PIC 9(11)V99.
               10  WS-MC-CLAIMS         PIC 9(11)V99.
               10  WS-MC-IBNR           PIC 9(11)V99.
               10  WS-MC-INCURRED       PIC 9(11)V99.
               10  WS-MC-RATIO          PIC 9(3)V99.
               10  WS-MC-REQUIRED       PIC 9(3)V99.
               10  WS-MC-REBATE         PIC 9(11)V99.
               10  WS-MC-BASIS-PAID     PIC 9(11)V99.
               10  WS-MC-BASIS-EARNED   PIC 9(11)V99.
               10  WS-MC-BOOKED         PIC 9(11)V99.
               10  WS-MC-PAYEES         PIC 9(5).
               10  WS-MC-DISPOSITION    PIC X(1).
                   88 MC-NO-REBATE      VALUE " ".
                   88 MC-PAYABLE        VALUE "P".
                   88 MC-PAID-BEFORE    VALUE "B".
                   88 MC-STATE-UNKNOWN  VALUE "U".
       01  WS-WORK-KEY.
           05  WS-WORK-ORDER        PIC 9(1).
           05  WS-WORK-STATE        PIC X(2).
       01  WS-WORK-SEGMENT          PIC X(1).

      * SEGMENT AND STATE PAIRS ALREADY ON THE REBATE REGISTER FOR
      * THE REPORTING YEAR
       01  WS-MAX-PAID-CELLS        PIC 9(3) VALUE 200.
       01  WS-PAID-CELL-COUNT       PIC 9(3) VALUE 0.
       01  WS-PC-IDX                PIC 9(3) VALUE 0.
       01  WS-PC-FOUND              PIC X VALUE 'N'.
           88 PC-FOUND              VALUE 'Y'.
       01  WS-PAID-CELL-TABLE.
           05  WS-PC-ENTRY OCCURS 200 TIMES.
               10  WS-PC-SEGMENT        PIC X(1).
               10  WS-PC-STATE          PIC X(2).

      * SEGMENT TOTALS ACROSS ALL STATES, FOR THE WORKSHEET SUMMARY
       01  WS-SEGMENT-NAMES.
           05  FILLER               PIC X(12) VALUE "INDIVIDUAL".
           05  FILLER               PIC X(12) VALUE "SMALL GROUP".
           05  FILLER               PIC X(12) VALUE "LARGE GROUP".
       01  WS-SEGMENT-NAME-TABLE REDEFINES WS-SEGMENT-NAMES.
           05  WS-SEGMENT-NAME OCCURS 3 TIMES PIC X(12).
       01  WS-SG-IDX                PIC 9(1) VALUE 0.
       01  WS-SEGMENT-TOTALS.
           05  WS-SG-ENTRY OCCURS 3 TIMES.
               10  WS-SG-POLICIES       PIC 9(5).
               10  WS-SG-EARNED         PIC 9(11)V99.
               10  WS-SG-CLAIMS         PIC 9(11)V99.
               10  WS-SG-IBNR           PIC 9(11)V99.
               10  WS-SG-INCURRED       PIC 9(11)V99.
               10  WS-SG-REBATE         PIC 9(11)V99.
               10  WS-SG-BOOKED         PIC 9(11)V99.

      * STATE RESOLUTION FOR INDIVIDUAL BUSINESS - THE SUBSCRIBER'S
      * ADDRESS, "??" WHEN THERE IS NONE ON FILE
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.

       01  WS-WORK-POLICY           PIC X(10).
       01  WS-WORK-AMOUNT           PIC 9(11)V99.
       01  WS-ALL-CLAIMS-PAID       PIC 9(13)V99 VALUE 0.

      * DAILY PRO-RATA EARNING OF ONE INVOICE INTO THE YEAR
       01  WS-PERIOD-START          PIC 9(8).
       01  WS-EARN-AS-OF            PIC 9(8).
       01  WS-PERIOD-DAYS           PIC S9(7).
       01  WS-DAYS-RUN              PIC S9(7).
       01  WS-EARNED-TO-DATE        PIC 9(9)V99.
       01  WS-EARNED-BY-YEAR-START  PIC 9(9)V99.
       01  WS-EARNED-BY-YEAR-END    PIC 9(9)V99.

      * ONE REBATE BEING BOOKED
       01  WS-PAYEE-TYPE            PIC X(1).
           88 PAYEE-IS-GROUP        VALUE "G".
       01  WS-PAYEE-ID              PIC X(10).
       01  WS-PAYEE-NAME            PIC X(30).
       01  WS-PAYEE-BASIS           PIC 9(11)V99.
       01  WS-CELL-BASIS            PIC 9(11)V99.
       01  WS-REBATE-SHARE          PIC 9(9)V99.
       01  WS-REBATE-SEQUENCE       PIC 9(4) VALUE 0.
       01  WS-REBATE-CTL-FLAG       PIC X VALUE 'N'.
           88 REBATE-CTL-LOADED     VALUE 'Y'.

       01  WS-AMT-DISPLAY-1         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DISPLAY-1         PIC ZZ9.99.
       01  WS-PCT-DISPLAY-2         PIC ZZ9.99.
       01  WS-PCT-DISPLAY-3         PIC ZZ9.99.

       01  WS-WORKSHEET-HEADING.
           05  FILLER               PIC X(16) VALUE "SEGMENT      ST".
           05  FILLER               PIC X(6)  VALUE " POLS".
           05  FILLER               PIC X(15) VALUE " EARNED PREMIUM".
           05  FILLER               PIC X(15) VALUE "    CLAIMS PAID".
           05  FILLER               PIC X(15) VALUE "     IBNR SHARE".
           05  FILLER               PIC X(15) VALUE "  INCURRED CLMS".
           05  FILLER               PIC X(7)  VALUE "   MLR%".
           05  FILLER               PIC X(7)  VALUE "   REQ%".
           05  FILLER               PIC X(15) VALUE "    REBATE OWED".
           05  FILLER               PIC X(15) VALUE "  REBATE BOOKED".
           05  FILLER               PIC X(12) VALUE " NOTE".

       01  WS-WORKSHEET-LINE.
           05  WS-WL-SEGMENT        PIC X(13).
           05  WS-WL-STATE          PIC X(3).
           05  WS-WL-POLICIES       PIC ZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-EARNED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-CLAIMS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-IBNR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-INCURRED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-RATIO          PIC ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-REQUIRED       PIC ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-REBATE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-BOOKED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-WL-NOTE           PIC X(12).

       01  WS-COUNTERS.
           05  WS-INVOICES-USED     PIC 9(7) VALUE 0.
           05  WS-COLLECTIONS-USED  PIC 9(7) VALUE 0.
           05  WS-CLAIM-LINES-USED  PIC 9(7) VALUE 0.
           05  WS-UNTIED-LINES      PIC 9(7) VALUE 0.
           05  WS-UNTIED-CLAIMS     PIC 9(11)V99 VALUE 0.
           05  WS-UNTIED-PREMIUM    PIC 9(11)V99 VALUE 0.
           05  WS-SELF-FUNDED-POLS  PIC 9(5) VALUE 0.
           05  WS-SELF-FUNDED-CLMS  PIC 9(11)V99 VALUE 0.
           05  WS-UNCLASSIFIED-POLS PIC 9(5) VALUE 0.
           05  WS-UNCLASSIFIED-CLMS PIC 9(11)V99 VALUE 0.
           05  WS-REBATES-BOOKED    PIC 9(5) VALUE 0.
           05  WS-REBATES-FAILED    PIC 9(5) VALUE 0.
           05  WS-TOTAL-OWED        PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-BOOKED      PIC 9(11)V99 VALUE 0.
           05  WS-CELLS-UNKNOWN     PIC 9(3) VALUE 0.
           05  WS-CELLS-PAID-BEFORE PIC 9(3) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "MLRRBT".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-GROUPS UNTIL EOF-GROUP
           PERFORM 1350-ORDER-GROUPS
           PERFORM 1400-LOAD-POLICIES UNTIL EOF-POLICY
           PERFORM 1450-ORDER-POLICIES
           PERFORM 1500-CLASSIFY-GROUP
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROUP-COUNT
           PERFORM 1600-CLASSIFY-POLICY THRU 1600-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-POLICY-COUNT
           PERFORM 1700-LOAD-CLAIM-MAP UNTIL EOF-HISTORY
           PERFORM 1750-ORDER-CLAIM-MAP
           PERFORM 2000-TALLY-INVOICES UNTIL EOF-INVOICE
           PERFORM 2300-TALLY-COLLECTIONS UNTIL EOF-COLLECTION
           PERFORM 2500-TALLY-CLAIMS UNTIL EOF-PAYMENT
           PERFORM 3000-BUILD-CELLS
           PERFORM 3500-COMPUTE-CELL
               VARYING WS-MC-IDX FROM 1 BY 1
               UNTIL WS-MC-IDX > WS-CELL-COUNT
           PERFORM 4000-BOOK-REBATES
           PERFORM 5000-WRITE-WORKSHEET
           PERFORM 6000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - MEDICAL LOSS RATIO REBATE"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-THIS-YEAR
           COMPUTE WS-REPORT-YEAR = WS-THIS-YEAR - 1
           PERFORM 1100-RESOLVE-RUNPARMS

      *    A YEAR STILL RUNNING HAS NEITHER ITS CLAIMS NOR ITS
      *    PREMIUM IN - A RATIO ON IT WOULD PAY THE WRONG REBATES
           IF WS-REPORT-YEAR NOT < WS-THIS-YEAR
               DISPLAY "MLRRBT ERROR: REPORTING YEAR " WS-REPORT-YEAR
                       " IS NOT OVER - NOTHING CALCULATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-REPORT-YEAR * 10000 + 1231
           COMPUTE WS-NEXT-YEAR-START =
               (WS-REPORT-YEAR + 1) * 10000 + 0101

           PERFORM 1200-LOAD-RULES
           PERFORM 1250-LOAD-IBNR-RESERVE
           PERFORM 1270-LOAD-REBATE-REGISTER

      *    WITHOUT THE POLICY MASTER NO POLICY HAS A SEGMENT, AND
      *    WITHOUT THE INVOICES NO SEGMENT HAS PREMIUM - EITHER WAY
      *    EVERY RATIO WOULD BE MEANINGLESS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "MLRRBT ERROR: POLICY MASTER NOT FOUND"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-POLICY
                                     BY CONTENT WS-POLICY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "MLRRBT ERROR: PREMIUM INVOICES NOT FOUND"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT "PREMIUM-INVOICES"
               CLOSE POLICY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A MISSING GROUP MASTER LEAVES EVERY GROUP POLICY
      *    UNCLASSIFIED - LISTED ON THE WORKSHEET, NOT FATAL
           OPEN INPUT GROUP-FILE
           IF WS-GROUP-STATUS NOT = "00"
               DISPLAY "MLRRBT WARNING: NO GROUP MASTER - GROUP "
                       "POLICIES CANNOT BE CLASSIFIED"
               SET EOF-GROUP TO TRUE
           END-IF
           OPEN INPUT COLLECTION-HISTORY-FILE
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "MLRRBT WARNING: NO PREMIUM COLLECTION "
                       "HISTORY - REBATES SPREAD ON EARNED PREMIUM"
               SET EOF-COLLECTION TO TRUE
           END-IF
           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           END-IF
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "MLRRBT WARNING: PAYMENT LEDGER EMPTY - NO "
                       "CLAIMS PAID"
               SET EOF-PAYMENT TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT NOTICE-FILE
           DISPLAY "REPORTING YEAR " WS-REPORT-YEAR.

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF
           IF WS-REPORT-YEAR-PARM IS NUMERIC
               MOVE WS-REPORT-YEAR-PARM TO WS-REPORT-YEAR
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "MLR-REPORT-YEAR"
                           MOVE RUNPARM-VALUE(1:4)
                               TO WS-REPORT-YEAR-PARM
                   END-EVALUATE
           END-READ.

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
                       WHEN "MLR-MIN-PCT-INDIV"
                           MOVE RULE-VALUE TO WS-MIN-PCT-INDIVIDUAL
                       WHEN "MLR-MIN-PCT-SMALL"
                           MOVE RULE-VALUE TO WS-MIN-PCT-SMALL
                       WHEN "MLR-MIN-PCT-LARGE"
                           MOVE RULE-VALUE TO WS-MIN-PCT-LARGE
                       WHEN "MLR-SMALL-GROUP-MAX"
                           MOVE RULE-VALUE TO WS-SMALL-GROUP-MAX
                   END-EVALUATE
           END-READ.

       1250-LOAD-IBNR-RESERVE.
      *    NO RESERVE ON FILE UNDERSTATES EVERY RATIO, SO THE RUN
      *    GOES ON WITH PAID CLAIMS ALONE BUT ENDS WITH A WARNING
           OPEN INPUT IBNR-RESERVE-FILE
           IF WS-IBNR-STATUS = "00"
               READ IBNR-RESERVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET IBNR-PRESENT TO TRUE
                       MOVE IBNR-VALUATION-DATE TO WS-IBNR-DATE
                       MOVE IBNR-RESERVE-TOTAL TO WS-IBNR-TOTAL
               END-READ
               CLOSE IBNR-RESERVE-FILE
           END-IF
           IF NOT IBNR-PRESENT
               DISPLAY "MLRRBT WARNING: NO IBNR RESERVE ON FILE - "
                       "RUN IBNRRPT FIRST FOR A COMPLETE RATIO"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-IBNR-DATE < WS-YEAR-END
                   DISPLAY "MLRRBT WARNING: IBNR RESERVE DATED "
                           WS-IBNR-DATE " IS BEFORE THE YEAR END"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1270-LOAD-REBATE-REGISTER.
           OPEN INPUT REBATE-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE 'N' TO WS-EOF-REGISTER
               PERFORM 1280-READ-REGISTER UNTIL EOF-REGISTER
               CLOSE REBATE-REGISTER-FILE
           END-IF.

       1280-READ-REGISTER.
           READ REBATE-REGISTER-FILE
               AT END
                   SET EOF-REGISTER TO TRUE
               NOT AT END
                   IF MLRB-REPORT-YEAR = WS-REPORT-YEAR
                       PERFORM 1290-NOTE-PAID-CELL
                   END-IF
           END-READ.

       1290-NOTE-PAID-CELL.
           MOVE 'N' TO WS-PC-FOUND
           PERFORM 1295-SCAN-PAID-CELL
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PAID-CELL-COUNT OR PC-FOUND
           IF NOT PC-FOUND
               IF WS-PAID-CELL-COUNT < WS-MAX-PAID-CELLS
                   ADD 1 TO WS-PAID-CELL-COUNT
                   MOVE MLRB-SEGMENT
                       TO WS-PC-SEGMENT(WS-PAID-CELL-COUNT)
                   MOVE MLRB-STATE TO WS-PC-STATE(WS-PAID-CELL-COUNT)
               ELSE
                   DISPLAY "MLRRBT WARNING: PAID SEGMENT TABLE FULL"
               END-IF
           END-IF.

       1295-SCAN-PAID-CELL.
           IF WS-PC-SEGMENT(WS-PC-IDX) = MLRB-SEGMENT
             AND WS-PC-STATE(WS-PC-IDX) = MLRB-STATE
               SET PC-FOUND TO TRUE
           END-IF.

       1300-LOAD-GROUPS.
           READ GROUP-FILE
               AT END
                   SET EOF-GROUP TO TRUE
                   CLOSE GROUP-FILE
               NOT AT END
                   IF WS-GROUP-COUNT < WS-MAX-GROUPS
                       ADD 1 TO WS-GROUP-COUNT
                       PERFORM 1310-ADD-GROUP-ENTRY
                   ELSE
                       DISPLAY "MLRRBT WARNING: GROUP TABLE FULL - "
                               "GROUP " GRP-GROUP-NUMBER
                               " NOT LOADED"
                   END-IF
           END-READ.

       1310-ADD-GROUP-ENTRY.
           MOVE GRP-GROUP-NUMBER TO WS-GR-GROUP(WS-GROUP-COUNT)
           MOVE GRP-GROUP-NAME TO WS-GR-NAME(WS-GROUP-COUNT)
           MOVE GRP-FUNDING TO WS-GR-FUNDING(WS-GROUP-COUNT)
           MOVE GRP-SITUS-STATE TO WS-GR-STATE(WS-GROUP-COUNT)
      *    GROUPS WRITTEN BEFORE THE EMPLOYEE COUNT EXISTED CARRY
      *    SPACES - SIZED BY THEIR ENROLLED POLICIES INSTEAD
           IF GRP-EMPLOYEE-COUNT IS NUMERIC
               MOVE GRP-EMPLOYEE-COUNT
                   TO WS-GR-EMPLOYEES(WS-GROUP-COUNT)
           ELSE
               MOVE ZERO TO WS-GR-EMPLOYEES(WS-GROUP-COUNT)
           END-IF
           MOVE ZERO TO WS-GR-POLICIES(WS-GROUP-COUNT)
           MOVE SPACE TO WS-GR-SEGMENT(WS-GROUP-COUNT)
           MOVE ZERO TO WS-GR-EARNED(WS-GROUP-COUNT)
           MOVE ZERO TO WS-GR-COLLECTED(WS-GROUP-COUNT).

       1350-ORDER-GROUPS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    GROUP SORTS AHEAD OF THEM
           PERFORM 1360-PAD-GROUP-SLOT
               VARYING WS-GR-IDX FROM WS-GROUP-COUNT BY 1
               UNTIL WS-GR-IDX >= WS-MAX-GROUPS
           SORT WS-GR-ENTRY ON ASCENDING KEY WS-GR-GROUP.

       1360-PAD-GROUP-SLOT.
           MOVE HIGH-VALUES TO WS-GR-GROUP(WS-GR-IDX + 1).

       1400-LOAD-POLICIES.
           READ POLICY-FILE
               AT END
                   SET EOF-POLICY TO TRUE
                   CLOSE POLICY-FILE
               NOT AT END
                   IF WS-POLICY-COUNT < WS-MAX-POLICIES
                       ADD 1 TO WS-POLICY-COUNT
                       PERFORM 1410-ADD-POLICY-ENTRY
                   ELSE
                       DISPLAY "MLRRBT WARNING: POLICY TABLE FULL - "
                               "POLICY " POL-POLICY-NUMBER
                               " NOT LOADED"
                   END-IF
           END-READ.

       1410-ADD-POLICY-ENTRY.
           MOVE POL-POLICY-NUMBER TO WS-PO-POLICY(WS-POLICY-COUNT)
           MOVE POL-HOLDER-NAME TO WS-PO-HOLDER(WS-POLICY-COUNT)
           MOVE POL-GROUP-NUMBER TO WS-PO-GROUP(WS-POLICY-COUNT)
           MOVE SPACE TO WS-PO-SEGMENT(WS-POLICY-COUNT)
           MOVE SPACES TO WS-PO-STATE(WS-POLICY-COUNT)
           MOVE ZERO TO WS-PO-EARNED(WS-POLICY-COUNT)
           MOVE ZERO TO WS-PO-COLLECTED(WS-POLICY-COUNT)
           MOVE ZERO TO WS-PO-CLAIMS(WS-POLICY-COUNT)

      *    EVERY POLICY ON THE MASTER COUNTS TOWARD ITS GROUP'S SIZE
           IF POL-GROUP-NUMBER NOT = SPACES
               SEARCH ALL WS-GR-ENTRY
                   WHEN WS-GR-GROUP(WS-GR-X) = POL-GROUP-NUMBER
                       ADD 1 TO WS-GR-POLICIES(WS-GR-X)
               END-SEARCH
           END-IF.

       1450-ORDER-POLICIES.
           PERFORM 1460-PAD-POLICY-SLOT
               VARYING WS-PO-IDX FROM WS-POLICY-COUNT BY 1
               UNTIL WS-PO-IDX >= WS-MAX-POLICIES
           SORT WS-PO-ENTRY ON ASCENDING KEY WS-PO-POLICY.

       1460-PAD-POLICY-SLOT.
           MOVE HIGH-VALUES TO WS-PO-POLICY(WS-PO-IDX + 1).

       1500-CLASSIFY-GROUP.
      *    SELF-FUNDED GROUPS ARE NOT INSURED BUSINESS AND HAVE NO
      *    LOSS RATIO TO FILE
           EVALUATE TRUE
               WHEN WS-GR-FUNDING(WS-GR-IDX) = "S"
                   MOVE "X" TO WS-GR-SEGMENT(WS-GR-IDX)
               WHEN WS-GR-EMPLOYEES(WS-GR-IDX) > ZERO
                   IF WS-GR-EMPLOYEES(WS-GR-IDX) > WS-SMALL-GROUP-MAX
                       MOVE "L" TO WS-GR-SEGMENT(WS-GR-IDX)
                   ELSE
                       MOVE "S" TO WS-GR-SEGMENT(WS-GR-IDX)
                   END-IF
               WHEN WS-GR-POLICIES(WS-GR-IDX) > WS-SMALL-GROUP-MAX
                   MOVE "L" TO WS-GR-SEGMENT(WS-GR-IDX)
               WHEN OTHER
                   MOVE "S" TO WS-GR-SEGMENT(WS-GR-IDX)
           END-EVALUATE
           IF WS-GR-STATE(WS-GR-IDX) = SPACES
               MOVE "??" TO WS-GR-STATE(WS-GR-IDX)
           END-IF.

       1600-CLASSIFY-POLICY.
           IF WS-PO-GROUP(WS-PO-IDX) NOT = SPACES
               MOVE 'N' TO WS-GR-FOUND
               SEARCH ALL WS-GR-ENTRY
                   WHEN WS-GR-GROUP(WS-GR-X) = WS-PO-GROUP(WS-PO-IDX)
                       SET GR-FOUND TO TRUE
                       SET WS-GR-MATCH-IDX TO WS-GR-X
               END-SEARCH
               IF GR-FOUND
                   MOVE WS-GR-SEGMENT(WS-GR-MATCH-IDX)
                       TO WS-PO-SEGMENT(WS-PO-IDX)
                   MOVE WS-GR-STATE(WS-GR-MATCH-IDX)
                       TO WS-PO-STATE(WS-PO-IDX)
               ELSE
                   MOVE "?" TO WS-PO-SEGMENT(WS-PO-IDX)
               END-IF
               GO TO 1600-EXIT
           END-IF

      *    INDIVIDUAL BUSINESS FILES IN THE SUBSCRIBER'S STATE
           MOVE "I" TO WS-PO-SEGMENT(WS-PO-IDX)
           MOVE "??" TO WS-PO-STATE(WS-PO-IDX)
           MOVE WS-PO-POLICY(WS-PO-IDX) TO WS-WORK-POLICY
           MOVE 'N' TO WS-SUBSCR-FOUND
           CALL 'MBRLKUP' USING WS-WORK-POLICY
                                WS-BLANK-MEMBER-ID
                                WS-SUBSCRIBER-RECORD
                                WS-SUBSCR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-SUBSCR-FOUND = 'Y'
               MOVE 'N' TO WS-ADDR-FOUND
               CALL 'ADDRLKUP' USING WS-WORK-POLICY
                                     MBR-MEMBER-ID
                                         OF WS-SUBSCRIBER-RECORD
                                     WS-ADDRESS-RECORD
                                     WS-ADDR-FOUND
                                     WS-ADDR-MASTER-PRESENT
               IF WS-ADDR-FOUND = 'Y'
                 AND ADDR-STATE OF WS-ADDRESS-RECORD NOT = SPACES
                   MOVE ADDR-STATE OF WS-ADDRESS-RECORD
                       TO WS-PO-STATE(WS-PO-IDX)
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.

       1700-LOAD-CLAIM-MAP.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF CLH-CURRENT
                   IF WS-CLAIM-COUNT < WS-MAX-CLAIMS
                       ADD 1 TO WS-CLAIM-COUNT
                       MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
                           TO WS-CL-CLAIM(WS-CLAIM-COUNT)
                       MOVE CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
                           TO WS-CL-POLICY(WS-CLAIM-COUNT)
                   ELSE
                       DISPLAY "MLRRBT WARNING: CLAIM MAP FULL - "
                               "CLAIM " CLM-CLAIM-NUMBER
                                   OF CLH-CLAIM-DETAIL
                               " NOT MAPPED"
                   END-IF
               END-IF
           END-IF.

       1750-ORDER-CLAIM-MAP.
           PERFORM 1760-PAD-CLAIM-SLOT
               VARYING WS-PO-IDX FROM WS-CLAIM-COUNT BY 1
               UNTIL WS-PO-IDX >= WS-MAX-CLAIMS
           SORT WS-CL-ENTRY ON ASCENDING KEY WS-CL-CLAIM.

       1760-PAD-CLAIM-SLOT.
           MOVE HIGH-VALUES TO WS-CL-CLAIM(WS-PO-IDX + 1).

       2000-TALLY-INVOICES.
           READ INVOICE-FILE
               AT END
                   SET EOF-INVOICE TO TRUE
                   CLOSE INVOICE-FILE
               NOT AT END
                   PERFORM 2100-EARN-ONE-INVOICE THRU 2100-EXIT
           END-READ.

       2100-EARN-ONE-INVOICE.
      *    A LAPSED INVOICE WAS NEVER PAID AND EARNS NOTHING - THE
      *    SAME REVERSAL UPRVAL MAKES
           IF INV-LAPSED
               GO TO 2100-EXIT
           END-IF
           IF INV-PERIOD-END < WS-YEAR-START
               GO TO 2100-EXIT
           END-IF
           IF INV-PERIOD-START > ZERO
               MOVE INV-PERIOD-START TO WS-PERIOD-START
           ELSE
               MOVE INV-INVOICE-DATE TO WS-PERIOD-START
           END-IF
           IF WS-PERIOD-START NOT < WS-NEXT-YEAR-START
               GO TO 2100-EXIT
           END-IF

      *    WHAT HAD EARNED BY THE END OF THE YEAR LESS WHAT HAD
      *    EARNED BY ITS START IS WHAT THE YEAR EARNED
           MOVE WS-YEAR-START TO WS-EARN-AS-OF
           PERFORM 2200-COMPUTE-EARNED
           MOVE WS-EARNED-TO-DATE TO WS-EARNED-BY-YEAR-START
           MOVE WS-NEXT-YEAR-START TO WS-EARN-AS-OF
           PERFORM 2200-COMPUTE-EARNED
           MOVE WS-EARNED-TO-DATE TO WS-EARNED-BY-YEAR-END
           COMPUTE WS-WORK-AMOUNT =
               WS-EARNED-BY-YEAR-END - WS-EARNED-BY-YEAR-START
           IF WS-WORK-AMOUNT = ZERO
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-INVOICES-USED
           MOVE INV-POLICY-NUMBER TO WS-WORK-POLICY
           PERFORM 2900-FIND-POLICY
           IF PO-FOUND
               ADD WS-WORK-AMOUNT TO WS-PO-EARNED(WS-PO-MATCH-IDX)
           ELSE
               ADD WS-WORK-AMOUNT TO WS-UNTIED-PREMIUM
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COMPUTE-EARNED.
      *    DAILY PRO-RATA - THE SHARE OF THE PERIOD'S DAYS THAT HAVE
      *    RUN BY THE AS-OF DATE, NEVER BELOW NONE OR ABOVE ALL
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(INV-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           END-COMPUTE
           COMPUTE WS-DAYS-RUN =
               FUNCTION INTEGER-OF-DATE(WS-EARN-AS-OF)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           END-COMPUTE
           IF WS-PERIOD-DAYS NOT > ZERO
               IF WS-EARN-AS-OF NOT < INV-PERIOD-END
                   MOVE INV-PREMIUM-AMOUNT TO WS-EARNED-TO-DATE
               ELSE
                   MOVE ZERO TO WS-EARNED-TO-DATE
               END-IF
           ELSE
               IF WS-DAYS-RUN < ZERO
                   MOVE ZERO TO WS-DAYS-RUN
               END-IF
               IF WS-DAYS-RUN > WS-PERIOD-DAYS
                   MOVE WS-PERIOD-DAYS TO WS-DAYS-RUN
               END-IF
               COMPUTE WS-EARNED-TO-DATE ROUNDED =
                   INV-PREMIUM-AMOUNT * WS-DAYS-RUN / WS-PERIOD-DAYS
           END-IF.

       2300-TALLY-COLLECTIONS.
      *    PREMIUM PAID IN THE YEAR - WHAT PREMPOST POSTED, LESS THE
      *    RETURNED ITEMS IT REVERSED
           READ COLLECTION-HISTORY-FILE
               AT END
                   SET EOF-COLLECTION TO TRUE
                   CLOSE COLLECTION-HISTORY-FILE
               NOT AT END
                   IF PCOL-RECEIVED-DATE >= WS-YEAR-START
                     AND PCOL-RECEIVED-DATE <= WS-YEAR-END
                       ADD 1 TO WS-COLLECTIONS-USED
                       MOVE PCOL-POLICY-NUMBER TO WS-WORK-POLICY
                       PERFORM 2900-FIND-POLICY
                       IF PO-FOUND
                           IF PCOL-NSF-REVERSAL
                               SUBTRACT PCOL-AMOUNT
                                   FROM WS-PO-COLLECTED(WS-PO-MATCH-IDX)
                           ELSE
                               ADD PCOL-AMOUNT
                                   TO WS-PO-COLLECTED(WS-PO-MATCH-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2500-TALLY-CLAIMS.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               PERFORM 2600-TALLY-ONE-CLAIM-LINE THRU 2600-EXIT
           END-IF.

       2600-TALLY-ONE-CLAIM-LINE.
      *    CLAIMS PAID ARE THE CLAIM PAYMENT LINES DATED IN THE YEAR
      *    THAT ARE OR BECAME REAL MONEY. PROMPT-PAY INTEREST IS A
      *    PENALTY, NOT MEDICAL CARE; REFUNDS, HRA AND CAPITATION
      *    LINES ARE NOT CLAIMS PAID ON A POLICY
           IF NOT PYMT-CLAIM-PAYMENT
               GO TO 2600-EXIT
           END-IF
           IF PYMT-PAYMENT-DATE < WS-YEAR-START
             OR PYMT-PAYMENT-DATE > WS-YEAR-END
               GO TO 2600-EXIT
           END-IF
           IF PYMT-STATUS NOT = "A"
             AND PYMT-STATUS NOT = "P"
             AND PYMT-STATUS NOT = "C"
             AND PYMT-STATUS NOT = "S"
             AND PYMT-STATUS NOT = "O"
             AND PYMT-STATUS NOT = "E"
               GO TO 2600-EXIT
           END-IF

           ADD 1 TO WS-CLAIM-LINES-USED
           ADD PYMT-PAYMENT-AMOUNT TO WS-ALL-CLAIMS-PAID
           IF PYMT-POLICY-NUMBER NOT = SPACES
               MOVE PYMT-POLICY-NUMBER TO WS-WORK-POLICY
           ELSE
               MOVE 'N' TO WS-CL-FOUND
               SEARCH ALL WS-CL-ENTRY
                   WHEN WS-CL-CLAIM(WS-CL-X) = PYMT-CLAIM-NUMBER
                       SET CL-FOUND TO TRUE
                       MOVE WS-CL-POLICY(WS-CL-X) TO WS-WORK-POLICY
               END-SEARCH
               IF NOT CL-FOUND
                   ADD 1 TO WS-UNTIED-LINES
                   ADD PYMT-PAYMENT-AMOUNT TO WS-UNTIED-CLAIMS
                   GO TO 2600-EXIT
               END-IF
           END-IF
           PERFORM 2900-FIND-POLICY
           IF PO-FOUND
               ADD PYMT-PAYMENT-AMOUNT TO WS-PO-CLAIMS(WS-PO-MATCH-IDX)
           ELSE
               ADD 1 TO WS-UNTIED-LINES
               ADD PYMT-PAYMENT-AMOUNT TO WS-UNTIED-CLAIMS
           END-IF.
       2600-EXIT.
           EXIT.

       2900-FIND-POLICY.
           MOVE 'N' TO WS-PO-FOUND
           SEARCH ALL WS-PO-ENTRY
               WHEN WS-PO-POLICY(WS-PO-X) = WS-WORK-POLICY
                   SET PO-FOUND TO TRUE
                   SET WS-PO-MATCH-IDX TO WS-PO-X
           END-SEARCH.

       3000-BUILD-CELLS.
           PERFORM 3100-PLACE-POLICY THRU 3100-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-POLICY-COUNT
           PERFORM 3200-PLACE-GROUP-BASIS THRU 3200-EXIT
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROUP-COUNT
           PERFORM 3300-PAD-CELL-SLOT
               VARYING WS-MC-PAD-IDX FROM WS-CELL-COUNT BY 1
               UNTIL WS-MC-PAD-IDX >= WS-MAX-CELLS
           SORT WS-MC-ENTRY ON ASCENDING KEY WS-MC-KEY.

       3100-PLACE-POLICY.
           EVALUATE TRUE
               WHEN PO-SELF-FUNDED(WS-PO-IDX)
                   ADD 1 TO WS-SELF-FUNDED-POLS
                   ADD WS-PO-CLAIMS(WS-PO-IDX) TO WS-SELF-FUNDED-CLMS
                   GO TO 3100-EXIT
               WHEN PO-UNCLASSIFIED(WS-PO-IDX)
                   ADD 1 TO WS-UNCLASSIFIED-POLS
                   ADD WS-PO-CLAIMS(WS-PO-IDX) TO WS-UNCLASSIFIED-CLMS
                   GO TO 3100-EXIT
           END-EVALUATE
      *    A POLICY WITH NO PREMIUM AND NO CLAIMS IN THE YEAR WAS NOT
      *    IN FORCE IN IT
           IF WS-PO-EARNED(WS-PO-IDX) = ZERO
             AND WS-PO-CLAIMS(WS-PO-IDX) = ZERO
             AND WS-PO-COLLECTED(WS-PO-IDX) = ZERO
               GO TO 3100-EXIT
           END-IF

           MOVE WS-PO-SEGMENT(WS-PO-IDX) TO WS-WORK-SEGMENT
           MOVE WS-PO-STATE(WS-PO-IDX) TO WS-WORK-STATE
           PERFORM 3400-FIND-OR-ADD-CELL
           IF NOT MC-FOUND
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-MC-POLICIES(WS-MC-MATCH-IDX)
           ADD WS-PO-EARNED(WS-PO-IDX) TO WS-MC-EARNED(WS-MC-MATCH-IDX)
           ADD WS-PO-CLAIMS(WS-PO-IDX) TO WS-MC-CLAIMS(WS-MC-MATCH-IDX)

      *    AN INDIVIDUAL POLICY IS ITS OWN PAYEE; A GROUP POLICY'S
      *    PREMIUM ROLLS UP TO ITS EMPLOYER, THE PAYEE FOR GROUP
      *    BUSINESS
           IF PO-INDIVIDUAL(WS-PO-IDX)
               IF WS-PO-COLLECTED(WS-PO-IDX) > ZERO
                   ADD WS-PO-COLLECTED(WS-PO-IDX)
                       TO WS-MC-BASIS-PAID(WS-MC-MATCH-IDX)
               END-IF
               ADD WS-PO-EARNED(WS-PO-IDX)
                   TO WS-MC-BASIS-EARNED(WS-MC-MATCH-IDX)
           ELSE
               SEARCH ALL WS-GR-ENTRY
                   WHEN WS-GR-GROUP(WS-GR-X) = WS-PO-GROUP(WS-PO-IDX)
                       ADD WS-PO-EARNED(WS-PO-IDX)
                           TO WS-GR-EARNED(WS-GR-X)
                       ADD WS-PO-COLLECTED(WS-PO-IDX)
                           TO WS-GR-COLLECTED(WS-GR-X)
               END-SEARCH
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PLACE-GROUP-BASIS.
           IF WS-GR-SEGMENT(WS-GR-IDX) = "X"
               GO TO 3200-EXIT
           END-IF
           MOVE WS-GR-SEGMENT(WS-GR-IDX) TO WS-WORK-SEGMENT
           MOVE WS-GR-STATE(WS-GR-IDX) TO WS-WORK-STATE
           PERFORM 3400-FIND-OR-ADD-CELL
           IF NOT MC-FOUND
               GO TO 3200-EXIT
           END-IF
           IF WS-GR-COLLECTED(WS-GR-IDX) > ZERO
               ADD WS-GR-COLLECTED(WS-GR-IDX)
                   TO WS-MC-BASIS-PAID(WS-MC-MATCH-IDX)
           END-IF
           ADD WS-GR-EARNED(WS-GR-IDX)
               TO WS-MC-BASIS-EARNED(WS-MC-MATCH-IDX).
       3200-EXIT.
           EXIT.

       3300-PAD-CELL-SLOT.
           MOVE HIGH-VALUES TO WS-MC-KEY(WS-MC-PAD-IDX + 1).

       3400-FIND-OR-ADD-CELL.
      *    BEFORE THE SORT THE CELLS ARE IN ARRIVAL ORDER - A PLAIN
      *    SCAN, WITH A CELL NOT YET SEEN ADDED AT ZERO
           PERFORM 3450-SET-WORK-ORDER
           MOVE 'N' TO WS-MC-FOUND
           PERFORM 3410-SCAN-CELL
               VARYING WS-MC-IDX FROM 1 BY 1
               UNTIL WS-MC-IDX > WS-CELL-COUNT OR MC-FOUND
           IF NOT MC-FOUND
               IF WS-CELL-COUNT < WS-MAX-CELLS
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-MC-MATCH-IDX
                   PERFORM 3420-CLEAR-NEW-CELL
                   SET MC-FOUND TO TRUE
               ELSE
                   DISPLAY "MLRRBT WARNING: SEGMENT TABLE FULL - "
                           WS-WORK-SEGMENT " " WS-WORK-STATE
                           " NOT REPORTED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3410-SCAN-CELL.
           IF WS-MC-KEY(WS-MC-IDX) = WS-WORK-KEY
               SET MC-FOUND TO TRUE
               MOVE WS-MC-IDX TO WS-MC-MATCH-IDX
           END-IF.

       3420-CLEAR-NEW-CELL.
           MOVE WS-WORK-KEY TO WS-MC-KEY(WS-MC-MATCH-IDX)
           MOVE WS-WORK-SEGMENT TO WS-MC-SEGMENT(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-POLICIES(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-EARNED(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-CLAIMS(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-IBNR(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-INCURRED(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-RATIO(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-REQUIRED(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-REBATE(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-BASIS-PAID(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-BASIS-EARNED(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-BOOKED(WS-MC-MATCH-IDX)
           MOVE ZERO TO WS-MC-PAYEES(WS-MC-MATCH-IDX)
           MOVE SPACE TO WS-MC-DISPOSITION(WS-MC-MATCH-IDX).

       3450-SET-WORK-ORDER.
           EVALUATE WS-WORK-SEGMENT
               WHEN "I"
                   MOVE 1 TO WS-WORK-ORDER
               WHEN "S"
                   MOVE 2 TO WS-WORK-ORDER
               WHEN OTHER
                   MOVE 3 TO WS-WORK-ORDER
           END-EVALUATE.

       3500-COMPUTE-CELL.
      *    THE CELL'S SHARE OF THE IBNR RESERVE IS ITS SHARE OF ALL
      *    CLAIMS PAID IN THE YEAR - SELF-FUNDED AND UNTIED CLAIMS
      *    STAY IN THE DIVISOR SO THEIR PART OF THE RESERVE FALLS
      *    AWAY RATHER THAN LOADING THE INSURED SEGMENTS
           IF WS-ALL-CLAIMS-PAID > ZERO
               COMPUTE WS-MC-IBNR(WS-MC-IDX) ROUNDED =
                   WS-IBNR-TOTAL * WS-MC-CLAIMS(WS-MC-IDX)
                   / WS-ALL-CLAIMS-PAID
           END-IF
           COMPUTE WS-MC-INCURRED(WS-MC-IDX) =
               WS-MC-CLAIMS(WS-MC-IDX) + WS-MC-IBNR(WS-MC-IDX)

           EVALUATE WS-MC-ORDER(WS-MC-IDX)
               WHEN 1
                   MOVE WS-MIN-PCT-INDIVIDUAL
                       TO WS-MC-REQUIRED(WS-MC-IDX)
               WHEN 2
                   MOVE WS-MIN-PCT-SMALL TO WS-MC-REQUIRED(WS-MC-IDX)
               WHEN OTHER
                   MOVE WS-MIN-PCT-LARGE TO WS-MC-REQUIRED(WS-MC-IDX)
           END-EVALUATE

           IF WS-MC-EARNED(WS-MC-IDX) > ZERO
               COMPUTE WS-MC-RATIO(WS-MC-IDX) ROUNDED =
                   WS-MC-INCURRED(WS-MC-IDX) * 100
                   / WS-MC-EARNED(WS-MC-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-MC-RATIO(WS-MC-IDX)
               END-COMPUTE
               IF WS-MC-RATIO(WS-MC-IDX) < WS-MC-REQUIRED(WS-MC-IDX)
                   COMPUTE WS-MC-REBATE(WS-MC-IDX) ROUNDED =
                       (WS-MC-REQUIRED(WS-MC-IDX)
                        - WS-MC-RATIO(WS-MC-IDX))
                       * WS-MC-EARNED(WS-MC-IDX) / 100
               END-IF
           END-IF

           IF WS-MC-REBATE(WS-MC-IDX) > ZERO
               ADD WS-MC-REBATE(WS-MC-IDX) TO WS-TOTAL-OWED
               PERFORM 3600-SET-DISPOSITION
           END-IF

           MOVE WS-MC-ORDER(WS-MC-IDX) TO WS-SG-IDX
           ADD WS-MC-POLICIES(WS-MC-IDX) TO WS-SG-POLICIES(WS-SG-IDX)
           ADD WS-MC-EARNED(WS-MC-IDX) TO WS-SG-EARNED(WS-SG-IDX)
           ADD WS-MC-CLAIMS(WS-MC-IDX) TO WS-SG-CLAIMS(WS-SG-IDX)
           ADD WS-MC-IBNR(WS-MC-IDX) TO WS-SG-IBNR(WS-SG-IDX)
           ADD WS-MC-INCURRED(WS-MC-IDX) TO WS-SG-INCURRED(WS-SG-IDX)
           ADD WS-MC-REBATE(WS-MC-IDX) TO WS-SG-REBATE(WS-SG-IDX).

       3600-SET-DISPOSITION.
      *    A CELL ALREADY ON THE REGISTER FOR THE YEAR WAS PAID BY AN
      *    EARLIER RUN. A CELL WITH NO STATE CANNOT BE FILED OR PAID
      *    UNTIL THE ADDRESS OR GROUP SITUS IS CORRECTED
           MOVE 'N' TO WS-PC-FOUND
           PERFORM 3610-SCAN-PAID-CELL
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PAID-CELL-COUNT OR PC-FOUND
           EVALUATE TRUE
               WHEN PC-FOUND
                   SET MC-PAID-BEFORE(WS-MC-IDX) TO TRUE
                   ADD 1 TO WS-CELLS-PAID-BEFORE
               WHEN WS-MC-STATE(WS-MC-IDX) = "??"
                   SET MC-STATE-UNKNOWN(WS-MC-IDX) TO TRUE
                   ADD 1 TO WS-CELLS-UNKNOWN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   SET MC-PAYABLE(WS-MC-IDX) TO TRUE
           END-EVALUATE.

       3610-SCAN-PAID-CELL.
           IF WS-PC-SEGMENT(WS-PC-IDX) = WS-MC-SEGMENT(WS-MC-IDX)
             AND WS-PC-STATE(WS-PC-IDX) = WS-MC-STATE(WS-MC-IDX)
               SET PC-FOUND TO TRUE
           END-IF.

       4000-BOOK-REBATES.
           IF WS-TOTAL-OWED = ZERO
               MOVE "NO MARKET SEGMENT OWES A REBATE FOR THE YEAR"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               OPEN EXTEND REBATE-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   OPEN OUTPUT REBATE-REGISTER-FILE
               END-IF
               PERFORM 4100-REBATE-POLICYHOLDER THRU 4100-EXIT
                   VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-POLICY-COUNT
               PERFORM 4200-REBATE-EMPLOYER THRU 4200-EXIT
                   VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT
               CLOSE REBATE-REGISTER-FILE
               IF REBATE-CTL-LOADED
                   PERFORM 4950-SAVE-REBATE-CONTROL
               END-IF
           END-IF.

       4100-REBATE-POLICYHOLDER.
           IF NOT PO-INDIVIDUAL(WS-PO-IDX)
               GO TO 4100-EXIT
           END-IF
           MOVE "I" TO WS-WORK-SEGMENT
           MOVE WS-PO-STATE(WS-PO-IDX) TO WS-WORK-STATE
           PERFORM 4300-FIND-PAYABLE-CELL
           IF NOT MC-FOUND
               GO TO 4100-EXIT
           END-IF
           IF WS-MC-BASIS-PAID(WS-MC-MATCH-IDX) > ZERO
               IF WS-PO-COLLECTED(WS-PO-IDX) > ZERO
                   MOVE WS-PO-COLLECTED(WS-PO-IDX) TO WS-PAYEE-BASIS
               ELSE
                   MOVE ZERO TO WS-PAYEE-BASIS
               END-IF
           ELSE
               MOVE WS-PO-EARNED(WS-PO-IDX) TO WS-PAYEE-BASIS
           END-IF
           MOVE "M" TO WS-PAYEE-TYPE
           MOVE WS-PO-POLICY(WS-PO-IDX) TO WS-PAYEE-ID
           MOVE WS-PO-HOLDER(WS-PO-IDX) TO WS-PAYEE-NAME
           PERFORM 4500-BOOK-ONE-REBATE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

       4200-REBATE-EMPLOYER.
           IF WS-GR-SEGMENT(WS-GR-IDX) NOT = "S"
             AND WS-GR-SEGMENT(WS-GR-IDX) NOT = "L"
               GO TO 4200-EXIT
           END-IF
           MOVE WS-GR-SEGMENT(WS-GR-IDX) TO WS-WORK-SEGMENT
           MOVE WS-GR-STATE(WS-GR-IDX) TO WS-WORK-STATE
           PERFORM 4300-FIND-PAYABLE-CELL
           IF NOT MC-FOUND
               GO TO 4200-EXIT
           END-IF
           IF WS-MC-BASIS-PAID(WS-MC-MATCH-IDX) > ZERO
               IF WS-GR-COLLECTED(WS-GR-IDX) > ZERO
                   MOVE WS-GR-COLLECTED(WS-GR-IDX) TO WS-PAYEE-BASIS
               ELSE
                   MOVE ZERO TO WS-PAYEE-BASIS
               END-IF
           ELSE
               MOVE WS-GR-EARNED(WS-GR-IDX) TO WS-PAYEE-BASIS
           END-IF
           MOVE "G" TO WS-PAYEE-TYPE
           MOVE WS-GR-GROUP(WS-GR-IDX) TO WS-PAYEE-ID
           MOVE WS-GR-NAME(WS-GR-IDX) TO WS-PAYEE-NAME
           PERFORM 4500-BOOK-ONE-REBATE THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

       4300-FIND-PAYABLE-CELL.
           PERFORM 3450-SET-WORK-ORDER
           MOVE 'N' TO WS-MC-FOUND
           SEARCH ALL WS-MC-ENTRY
               WHEN WS-MC-KEY(WS-MC-X) = WS-WORK-KEY
                   SET WS-MC-MATCH-IDX TO WS-MC-X
                   IF MC-PAYABLE(WS-MC-MATCH-IDX)
                       SET MC-FOUND TO TRUE
                   END-IF
           END-SEARCH.

       4500-BOOK-ONE-REBATE.
      *    THE PAYEE'S SHARE OF ITS CELL'S REBATE, IN PROPORTION TO
      *    THE PREMIUM IT PAID
           IF WS-MC-BASIS-PAID(WS-MC-MATCH-IDX) > ZERO
               MOVE WS-MC-BASIS-PAID(WS-MC-MATCH-IDX) TO WS-CELL-BASIS
           ELSE
               MOVE WS-MC-BASIS-EARNED(WS-MC-MATCH-IDX)
                   TO WS-CELL-BASIS
           END-IF
           IF WS-PAYEE-BASIS = ZERO OR WS-CELL-BASIS = ZERO
               GO TO 4500-EXIT
           END-IF
           COMPUTE WS-REBATE-SHARE ROUNDED =
               WS-MC-REBATE(WS-MC-MATCH-IDX) * WS-PAYEE-BASIS
               / WS-CELL-BASIS
           IF WS-REBATE-SHARE = ZERO
               GO TO 4500-EXIT
           END-IF

           IF NOT REBATE-CTL-LOADED
               PERFORM 4900-LOAD-REBATE-CONTROL
           END-IF
           ADD 1 TO WS-REBATE-SEQUENCE

      *    PYMTIO ADDS THE REFUND LINE TO THE LIVE LEDGER THE SAME
      *    WAY POLMAINT BOOKS A PRO-RATA REFUND - THE NEXT
      *    DISBURSEMENT SWEEP PICKS THE STATUS-A LINE UP AND CUTS THE
      *    CHECK TO THE POLICYHOLDER OR THE EMPLOYER GROUP
           MOVE SPACES TO PAYMENT-RECORD
           STRING "MLRREB" WS-REBATE-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-CLAIM-NUMBER
           END-STRING
           MOVE WS-REBATE-SHARE TO PYMT-PAYMENT-AMOUNT
           MOVE WS-TODAY-DATE TO PYMT-PAYMENT-DATE
           STRING "MR" WS-REBATE-SEQUENCE
               DELIMITED BY SIZE INTO PYMT-AUTH-CODE
           END-STRING
           MOVE "A" TO PYMT-STATUS
           MOVE SPACES TO PYMT-PROVIDER-ID
           MOVE "USD" TO PYMT-CURRENCY-CODE
           MOVE WS-REBATE-SHARE TO PYMT-ORIGINAL-AMOUNT
           MOVE "R" TO PYMT-PAY-TYPE
           MOVE ZERO TO PYMT-DAYS-TO-PAY
           MOVE WS-PAYEE-TYPE TO PYMT-PAYEE-TYPE
           MOVE WS-PAYEE-ID TO PYMT-POLICY-NUMBER
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "MLRRBT WARNING: REBATE FOR " WS-PAYEE-ID
                       " NOT BOOKED - AUTH CODE " PYMT-AUTH-CODE
                       " ALREADY ON THE LEDGER"
               ADD 1 TO WS-REBATES-FAILED
               MOVE 4 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF

           ADD 1 TO WS-REBATES-BOOKED
           ADD 1 TO WS-MC-PAYEES(WS-MC-MATCH-IDX)
           ADD WS-REBATE-SHARE TO WS-MC-BOOKED(WS-MC-MATCH-IDX)
           ADD WS-REBATE-SHARE TO WS-TOTAL-BOOKED
           MOVE WS-MC-ORDER(WS-MC-MATCH-IDX) TO WS-SG-IDX
           ADD WS-REBATE-SHARE TO WS-SG-BOOKED(WS-SG-IDX)

           MOVE WS-REPORT-YEAR TO MLRB-REPORT-YEAR
           MOVE WS-MC-SEGMENT(WS-MC-MATCH-IDX) TO MLRB-SEGMENT
           MOVE WS-MC-STATE(WS-MC-MATCH-IDX) TO MLRB-STATE
           MOVE WS-PAYEE-TYPE TO MLRB-PAYEE-TYPE
           MOVE WS-PAYEE-ID TO MLRB-PAYEE-ID
           MOVE WS-MC-RATIO(WS-MC-MATCH-IDX) TO MLRB-MLR-PCT
           MOVE WS-MC-REQUIRED(WS-MC-MATCH-IDX) TO MLRB-REQUIRED-PCT
           MOVE WS-PAYEE-BASIS TO MLRB-PREMIUM-BASIS
           MOVE WS-REBATE-SHARE TO MLRB-REBATE-AMOUNT
           MOVE PYMT-AUTH-CODE TO MLRB-AUTH-CODE
           MOVE WS-TODAY-DATE TO MLRB-BOOKED-DATE
           WRITE REBATE-REGISTER-RECORD

           PERFORM 4700-WRITE-REBATE-NOTICE.
       4500-EXIT.
           EXIT.

       4700-WRITE-REBATE-NOTICE.
           MOVE "========================================"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "MEDICAL LOSS RATIO REBATE NOTICE - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           IF PAYEE-IS-GROUP
               STRING "TO: " WS-PAYEE-NAME
                      "  EMPLOYER GROUP " WS-PAYEE-ID
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           ELSE
               STRING "TO: " WS-PAYEE-NAME
                      "  POLICY " WS-PAYEE-ID
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           END-IF
           WRITE NOTICE-LINE
           IF NOT PAYEE-IS-GROUP
               PERFORM 4750-WRITE-MAILING-ADDRESS
           END-IF

           MOVE WS-MC-REQUIRED(WS-MC-MATCH-IDX) TO WS-PCT-DISPLAY-1
           MOVE WS-MC-RATIO(WS-MC-MATCH-IDX) TO WS-PCT-DISPLAY-2
           MOVE WS-MC-ORDER(WS-MC-MATCH-IDX) TO WS-SG-IDX
           MOVE SPACES TO NOTICE-LINE
           STRING "FOR " WS-REPORT-YEAR
                  " THE LAW REQUIRES US TO SPEND AT LEAST "
                  WS-PCT-DISPLAY-1
                  "% OF PREMIUM ON MEDICAL CARE FOR "
                  WS-SEGMENT-NAME(WS-SG-IDX)
                  " COVERAGE IN " WS-MC-STATE(WS-MC-MATCH-IDX) "."
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "WE SPENT " WS-PCT-DISPLAY-2
                  "%, SO PART OF THE PREMIUM PAID IS BEING RETURNED."
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE WS-PAYEE-BASIS TO WS-AMT-DISPLAY-1
           MOVE WS-REBATE-SHARE TO WS-AMT-DISPLAY-2
           MOVE SPACES TO NOTICE-LINE
           STRING "YOUR REBATE ON PREMIUM OF $" WS-AMT-DISPLAY-1
                  " IS $" WS-AMT-DISPLAY-2
                  " - A CHECK FOLLOWS SEPARATELY."
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           IF PAYEE-IS-GROUP
               MOVE "THE PART OF THIS REBATE THAT CAME FROM EMPLOYEE "
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "PREMIUM CONTRIBUTIONS MUST BE USED FOR THE "
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "BENEFIT OF THOSE EMPLOYEES."
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

       4750-WRITE-MAILING-ADDRESS.
           MOVE WS-PAYEE-ID TO WS-WORK-POLICY
           MOVE 'N' TO WS-SUBSCR-FOUND
           MOVE 'N' TO WS-ADDR-FOUND
           CALL 'MBRLKUP' USING WS-WORK-POLICY
                                WS-BLANK-MEMBER-ID
                                WS-SUBSCRIBER-RECORD
                                WS-SUBSCR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-SUBSCR-FOUND = 'Y'
               CALL 'ADDRLKUP' USING WS-WORK-POLICY
                                     MBR-MEMBER-ID
                                         OF WS-SUBSCRIBER-RECORD
                                     WS-ADDRESS-RECORD
                                     WS-ADDR-FOUND
                                     WS-ADDR-MASTER-PRESENT
           END-IF
           IF WS-ADDR-FOUND = 'Y'
               MOVE SPACES TO NOTICE-LINE
               STRING "    " ADDR-LINE-1 OF WS-ADDRESS-RECORD
                      " " ADDR-CITY OF WS-ADDRESS-RECORD
                      " " ADDR-STATE OF WS-ADDRESS-RECORD
                      " " ADDR-ZIP OF WS-ADDRESS-RECORD
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
           END-IF.

       4900-LOAD-REBATE-CONTROL.
           OPEN INPUT REBATE-CONTROL-FILE
           IF WS-REBATE-CTL-STATUS = "00"
               READ REBATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MRCT-LAST-SEQUENCE TO WS-REBATE-SEQUENCE
               END-READ
               CLOSE REBATE-CONTROL-FILE
           END-IF
           SET REBATE-CTL-LOADED TO TRUE.

       4950-SAVE-REBATE-CONTROL.
           OPEN OUTPUT REBATE-CONTROL-FILE
           MOVE WS-REBATE-SEQUENCE TO MRCT-LAST-SEQUENCE
           WRITE REBATE-CONTROL-RECORD
           CLOSE REBATE-CONTROL-FILE.

       5000-WRITE-WORKSHEET.
           MOVE SPACES TO REPORT-LINE
           STRING "MEDICAL LOSS RATIO REBATE WORKSHEET - REPORTING "
                  "YEAR " WS-REPORT-YEAR "  (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM 5100-WRITE-BASIS-NOTES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY MARKET SEGMENT AND STATE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WORKSHEET-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-WRITE-CELL-LINE
               VARYING WS-MC-IDX FROM 1 BY 1
               UNTIL WS-MC-IDX > WS-CELL-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY MARKET SEGMENT, ALL STATES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WORKSHEET-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5300-WRITE-SEGMENT-LINE
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > 3

           PERFORM 5400-WRITE-EXCLUSIONS
           PERFORM 5500-WRITE-PAYOUT-TOTALS.

       5100-WRITE-BASIS-NOTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  EARNED PREMIUM - PREMIUM INVOICES EARNED DAILY PRO-RA
      -        "TA WITHIN THE YEAR; LAPSED INVOICES EARN NOTHING"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CLAIMS PAID    - CLAIM PAYMENT LINES DATED IN THE YEA
      -        "R; VOIDED, HELD AND CANCELLED LINES EXCLUDED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-IBNR-TOTAL TO WS-AMT-DISPLAY-1
           MOVE WS-ALL-CLAIMS-PAID TO WS-AMT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           IF IBNR-PRESENT
               STRING "  IBNR RESERVE   - $" WS-AMT-DISPLAY-1
                      " AS OF " WS-IBNR-DATE
                      ", SPREAD BY SHARE OF ALL CLAIMS PAID $"
                      WS-AMT-DISPLAY-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "  IBNR RESERVE   - NONE ON FILE - RATIOS ARE PAID C
      -            "LAIMS ONLY"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "  PREMIUM PAID   - COLLECTIONS RECEIVED IN THE YEAR LES
      -        "S NSF REVERSALS - THE REBATE ALLOCATION BASIS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MIN-PCT-INDIVIDUAL TO WS-PCT-DISPLAY-1
           MOVE WS-MIN-PCT-SMALL TO WS-PCT-DISPLAY-2
           MOVE WS-MIN-PCT-LARGE TO WS-PCT-DISPLAY-3
           MOVE SPACES TO REPORT-LINE
           STRING "  REQUIRED RATIO - INDIVIDUAL " WS-PCT-DISPLAY-1
                  "%  SMALL GROUP " WS-PCT-DISPLAY-2
                  "%  LARGE GROUP " WS-PCT-DISPLAY-3
                  "%  (SMALL GROUP = UP TO " WS-SMALL-GROUP-MAX
                  " EMPLOYEES)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       5200-WRITE-CELL-LINE.
           MOVE WS-SEGMENT-NAME(WS-MC-ORDER(WS-MC-IDX))
               TO WS-WL-SEGMENT
           MOVE WS-MC-STATE(WS-MC-IDX) TO WS-WL-STATE
           MOVE WS-MC-POLICIES(WS-MC-IDX) TO WS-WL-POLICIES
           MOVE WS-MC-EARNED(WS-MC-IDX) TO WS-WL-EARNED
           MOVE WS-MC-CLAIMS(WS-MC-IDX) TO WS-WL-CLAIMS
           MOVE WS-MC-IBNR(WS-MC-IDX) TO WS-WL-IBNR
           MOVE WS-MC-INCURRED(WS-MC-IDX) TO WS-WL-INCURRED
           MOVE WS-MC-RATIO(WS-MC-IDX) TO WS-WL-RATIO
           MOVE WS-MC-REQUIRED(WS-MC-IDX) TO WS-WL-REQUIRED
           MOVE WS-MC-REBATE(WS-MC-IDX) TO WS-WL-REBATE
           MOVE WS-MC-BOOKED(WS-MC-IDX) TO WS-WL-BOOKED
           EVALUATE TRUE
               WHEN WS-MC-EARNED(WS-MC-IDX) = ZERO
                   MOVE "NO PREMIUM" TO WS-WL-NOTE
               WHEN MC-PAYABLE(WS-MC-IDX)
                   MOVE "REBATE" TO WS-WL-NOTE
               WHEN MC-PAID-BEFORE(WS-MC-IDX)
                   MOVE "PAID BEFORE" TO WS-WL-NOTE
               WHEN MC-STATE-UNKNOWN(WS-MC-IDX)
                   MOVE "NO STATE" TO WS-WL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-WL-NOTE
           END-EVALUATE
           MOVE WS-WORKSHEET-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5300-WRITE-SEGMENT-LINE.
           MOVE WS-SEGMENT-NAME(WS-SG-IDX) TO WS-WL-SEGMENT
           MOVE "ALL" TO WS-WL-STATE
           MOVE WS-SG-POLICIES(WS-SG-IDX) TO WS-WL-POLICIES
           MOVE WS-SG-EARNED(WS-SG-IDX) TO WS-WL-EARNED
           MOVE WS-SG-CLAIMS(WS-SG-IDX) TO WS-WL-CLAIMS
           MOVE WS-SG-IBNR(WS-SG-IDX) TO WS-WL-IBNR
           MOVE WS-SG-INCURRED(WS-SG-IDX) TO WS-WL-INCURRED
           MOVE ZERO TO WS-WL-RATIO
           IF WS-SG-EARNED(WS-SG-IDX) > ZERO
               COMPUTE WS-WL-RATIO ROUNDED =
                   WS-SG-INCURRED(WS-SG-IDX) * 100
                   / WS-SG-EARNED(WS-SG-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-WL-RATIO
               END-COMPUTE
           END-IF
           EVALUATE WS-SG-IDX
               WHEN 1
                   MOVE WS-MIN-PCT-INDIVIDUAL TO WS-WL-REQUIRED
               WHEN 2
                   MOVE WS-MIN-PCT-SMALL TO WS-WL-REQUIRED
               WHEN OTHER
                   MOVE WS-MIN-PCT-LARGE TO WS-WL-REQUIRED
           END-EVALUATE
           MOVE WS-SG-REBATE(WS-SG-IDX) TO WS-WL-REBATE
           MOVE WS-SG-BOOKED(WS-SG-IDX) TO WS-WL-BOOKED
           MOVE SPACES TO WS-WL-NOTE
           MOVE WS-WORKSHEET-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5400-WRITE-EXCLUSIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOT IN ANY SEGMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SELF-FUNDED-CLMS TO WS-AMT-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING "  SELF-FUNDED GROUP POLICIES:   "
                  WS-SELF-FUNDED-POLS
                  "  CLAIMS PAID $" WS-AMT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNCLASSIFIED-CLMS TO WS-AMT-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING "  GROUP NOT ON GROUP MASTER:    "
                  WS-UNCLASSIFIED-POLS
                  "  CLAIMS PAID $" WS-AMT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNTIED-CLAIMS TO WS-AMT-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING "  CLAIM LINES WITH NO POLICY: " WS-UNTIED-LINES
                  "  CLAIMS PAID $" WS-AMT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNTIED-PREMIUM TO WS-AMT-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING "  EARNED PREMIUM ON INVOICES FOR POLICIES NOT ON "
                  "THE MASTER $" WS-AMT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       5500-WRITE-PAYOUT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REBATE PAYOUT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OWED TO WS-AMT-DISPLAY-1
           MOVE WS-TOTAL-BOOKED TO WS-AMT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  REBATES OWED $" WS-AMT-DISPLAY-1
                  "  BOOKED THIS RUN $" WS-AMT-DISPLAY-2
                  "  TO " WS-REBATES-BOOKED " PAYEES"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-CELLS-PAID-BEFORE > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CELLS-PAID-BEFORE
                      " SEGMENT/STATE CELLS WERE PAID BY AN EARLIER "
                      "RUN AND ARE NOT PAID AGAIN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-CELLS-UNKNOWN > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CELLS-UNKNOWN
                      " CELLS OWING A REBATE HAVE NO STATE - CORRECT "
                      "THE ADDRESS OR GROUP SITUS AND RERUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-REBATES-FAILED > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-REBATES-FAILED
                      " REBATES COULD NOT BE BOOKED TO THE LEDGER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       6000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "MEDICAL LOSS RATIO RUN COMPLETE"
           DISPLAY "POLICIES LOADED:    " WS-POLICY-COUNT
           DISPLAY "SEGMENT/STATES:     " WS-CELL-COUNT
           DISPLAY "INVOICES EARNING:   " WS-INVOICES-USED
           DISPLAY "COLLECTIONS USED:   " WS-COLLECTIONS-USED
           DISPLAY "CLAIM LINES USED:   " WS-CLAIM-LINES-USED
           DISPLAY "REBATES OWED:      $" WS-TOTAL-OWED
           DISPLAY "REBATES BOOKED:     " WS-REBATES-BOOKED
                   "  $" WS-TOTAL-BOOKED
           DISPLAY "WORKSHEET: reports/mlr_worksheet.txt"
           DISPLAY "NOTICES:   reports/mlr_rebate_notices.txt".

       9000-CLEANUP.
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE.
