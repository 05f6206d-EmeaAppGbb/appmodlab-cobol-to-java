       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVSCORE.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * QUARTERLY PROVIDER PERFORMANCE SCORECARD                       *
      * FOR NETWORK MANAGEMENT'S CONTRACT NEGOTIATIONS - WHERE         *
      * FRAUDSCN LOOKS FOR BILLING OUTLIERS, THIS SCORES EVERY         *
      * PROVIDER ON THE MASTER WITH ACTIVITY IN THE QUARTER AGAINST    *
      * THE OTHER PROVIDERS OF ITS OWN SPECIALTY ON SIX MEASURES: THE  *
      * CLEAN-CLAIM RATE (SUBMISSIONS RECEIVED IN THE QUARTER THAT     *
      * NEITHER CLMINTAK REJECTED ON STRUCTURE -                       *
      * data/intake_rejects.dat - NOR CLMEDIT REJECTED ON THE HISTORY  *
      * MASTER); THE DENIAL RATE, ITEMIZED BY REASON CODE, FROM THE    *
      * LATEST REMITTANCE FEED OUTCOME PER CLAIM; THE OVERTURN RATE OF *
      * APPEALS DECIDED IN THE QUARTER; THE AVERAGE ALLOWED PER CLAIM  *
      * - WHAT THE LEDGER PAID - AGAINST THE AVERAGE BILLED ON         *
      * APPROVED CLAIMS; OVERPAYMENT RECOVERIES AGAINST THE PROVIDER   *
      * AS A SHARE OF WHAT IT WAS PAID; AND THE AVERAGE DAYS FROM      *
      * RECEIPT TO PAYMENT. A PROVIDER IN ITS SPECIALTY'S BOTTOM       *
      * DECILE ON TWO OR MORE MEASURES IS LISTED ON THE EXCEPTION      *
      * PAGE. THE BOTTOM IS THE HIGH END FOR DENIALS, RECOVERIES AND   *
      * DAYS AND THE LOW END FOR CLEAN CLAIMS, OVERTURNS (APPEALS      *
      * WITHOUT MERIT) AND ALLOWED-TO-BILLED (CHARGES FAR ABOVE WHAT   *
      * IS ALLOWED). THE QUARTER IS THE LAST ONE COMPLETED BEFORE THE  *
      * BUSINESS DATE UNLESS data/runparms.dat NAMES ONE. REPORT:      *
      * reports/provider_scorecard.txt                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT PROVIDER-FILE
               ASSIGN TO "data/providers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT INTAKE-REJECT-FILE
               ASSIGN TO "data/intake_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-REJECT-STATUS.

           SELECT REMIT-FEED-FILE
               ASSIGN TO "data/remit_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FEED-STATUS.

           SELECT APPEAL-CASE-FILE
               ASSIGN TO "data/appeal_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "data/recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/provider_scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  INTAKE-REJECT-FILE.
       01  INTAKE-REJECT-RECORD.
           COPY IRJTREC.

       FD  REMIT-FEED-FILE.
       01  REMIT-FEED-RECORD.
           COPY RMFDREC.

       FD  APPEAL-CASE-FILE.
       01  APPEAL-CASE-RECORD.
           COPY APLCASE.

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           COPY CLAWREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-INTAKE-REJECT-STATUS  PIC XX.
       01  WS-REMIT-FEED-STATUS     PIC XX.
       01  WS-APPEAL-STATUS         PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.
       01  WS-OPEN-ERROR-DATA       PIC X(20).

      * EACH HISTORY ROW COMES BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  CLAIM-HISTORY-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * THE SCORED QUARTER - OVERRIDDEN BY data/runparms.dat WHEN
      * BOTH THE YEAR AND THE QUARTER ARE NAMED THERE
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-MONTH           PIC 9(2).
       01  WS-SCORE-YEAR            PIC 9(4).
       01  WS-SCORE-QUARTER         PIC 9(1).
       01  WS-SCORE-YEAR-PARM       PIC X(4) VALUE SPACES.
       01  WS-SCORE-QUARTER-PARM    PIC X(1) VALUE SPACES.
       01  WS-CURRENT-QUARTER       PIC 9(1).
       01  WS-QUARTER-START         PIC 9(8).
       01  WS-QUARTER-END           PIC 9(8).
       01  WS-QUARTER-BOUNDS.
           05  FILLER               PIC X(8) VALUE "01010331".
           05  FILLER               PIC X(8) VALUE "04010630".
           05  FILLER               PIC X(8) VALUE "07010930".
           05  FILLER               PIC X(8) VALUE "10011231".
       01  WS-QUARTER-TABLE REDEFINES WS-QUARTER-BOUNDS.
           05  WS-QB-ENTRY OCCURS 4 TIMES.
               10  WS-QB-START-MMDD PIC 9(4).
               10  WS-QB-END-MMDD   PIC 9(4).

      * THE SIX RANKED MEASURES, IN REPORT ORDER - THE LETTER FLAGS
      * THE MEASURE ON THE REPORT, AND THE DIRECTION SAYS WHICH END
      * OF THE SPECIALTY IS THE BOTTOM: H WHEN A HIGH FIGURE IS THE
      * POOR ONE, L WHEN A LOW FIGURE IS
       01  WS-MEASURE-COUNT         PIC 9(1) VALUE 6.
       01  WS-MEASURE-DEFS.
           05  FILLER               PIC X(2) VALUE "CL".
           05  FILLER               PIC X(2) VALUE "DH".
           05  FILLER               PIC X(2) VALUE "OL".
           05  FILLER               PIC X(2) VALUE "AL".
           05  FILLER               PIC X(2) VALUE "RH".
           05  FILLER               PIC X(2) VALUE "TH".
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-DEFS.
           05  WS-MD-ENTRY OCCURS 6 TIMES.
               10  WS-MD-LETTER     PIC X(1).
               10  WS-MD-DIRECTION  PIC X(1).
                   88 MD-HIGH-IS-POOR   VALUE "H".
                   88 MD-LOW-IS-POOR    VALUE "L".
       01  WS-MD-IDX                PIC 9(1) VALUE 0.

      * ONE ENTRY PER PROVIDER ON THE MASTER, SORTED BY PROVIDER FOR
      * THE BINARY SEARCH WHILE THE QUARTER IS TALLIED, THEN RE-SORTED
      * BY SPECIALTY FOR THE PEER RANKING AND THE REPORT
       01  WS-MAX-PROVIDERS         PIC 9(4) VALUE 5000.
       01  WS-PROVIDER-COUNT        PIC 9(4) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PV-MATCH              PIC 9(4) VALUE 0.
       01  WS-PV-FOUND              PIC X VALUE 'N'.
           88 PV-FOUND              VALUE 'Y'.
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY OCCURS 5000 TIMES
               ASCENDING KEY IS WS-PV-PROVIDER-ID
               INDEXED BY WS-PV-IDX.
               10  WS-PV-PROVIDER-ID    PIC X(8).
               10  WS-PV-SPECIALTY      PIC X(20).
               10  WS-PV-NAME           PIC X(30).
               10  WS-PV-SUBMITTED      PIC 9(7).
               10  WS-PV-INTAKE-REJECTS PIC 9(7).
               10  WS-PV-EDIT-REJECTS   PIC 9(7).
               10  WS-PV-ADJUDICATED    PIC 9(7).
               10  WS-PV-DENIED         PIC 9(7).
               10  WS-PV-BILLED-COUNT   PIC 9(7).
               10  WS-PV-BILLED-AMOUNT  PIC 9(11)V99.
               10  WS-PV-DECIDED        PIC 9(5).
               10  WS-PV-OVERTURNED     PIC 9(5).
               10  WS-PV-PAID-COUNT     PIC 9(7).
               10  WS-PV-PAID-AMOUNT    PIC 9(11)V99.
               10  WS-PV-DAYS-TOTAL     PIC 9(9).
               10  WS-PV-RECOVERIES     PIC 9(5).
               10  WS-PV-RECOVERED      PIC 9(9)V99.
               10  WS-PV-AVG-ALLOWED    PIC 9(7)V99.
               10  WS-PV-AVG-BILLED     PIC 9(7)V99.
               10  WS-PV-DR-FIRST       PIC 9(5).
               10  WS-PV-DR-COUNT       PIC 9(3).
               10  WS-PV-ACTIVE-FLAG    PIC X(1).
                   88 PV-ACTIVE         VALUE 'Y'.
               10  WS-PV-LOW-COUNT      PIC 9(1).
               10  WS-PV-MEASURE OCCURS 6 TIMES.
                   15  WS-PV-HAS-VALUE  PIC X(1).
                       88 PV-HAS-VALUE  VALUE 'Y'.
                   15  WS-PV-VALUE      PIC 9(3)V99.
                   15  WS-PV-LOW-FLAG   PIC X(1).
                       88 PV-IS-LOW     VALUE 'Y'.
       01  WS-PX                    PIC 9(4) VALUE 0.
       01  WS-PY                    PIC 9(4) VALUE 0.
       01  WS-LOOKUP-PROVIDER       PIC X(8).

      * EVERY CURRENT CLAIM ON THE HISTORY MASTER AND WHO BILLED IT -
      * AN APPEAL, AND A LEDGER OR RECOVERY ROW OLDER THAN ITS OWN
      * PROVIDER FIELD, IS TIED TO ITS PROVIDER THROUGH HERE
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 50000.
       01  WS-CLAIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-CM-FOUND              PIC X VALUE 'N'.
           88 CM-FOUND              VALUE 'Y'.
       01  WS-CLAIM-MAP.
           05  WS-CM-ENTRY OCCURS 50000 TIMES
               ASCENDING KEY IS WS-CM-CLAIM-NUMBER
               INDEXED BY WS-CM-IDX.
               10  WS-CM-CLAIM-NUMBER   PIC X(10).
               10  WS-CM-PROVIDER-ID    PIC X(8).
       01  WS-LOOKUP-CLAIM          PIC X(10).
       01  WS-RECEIVED-DATE         PIC 9(8).

      * THE QUARTER'S REMITTANCE OUTCOMES - SORTED BY CLAIM AND THE
      * ORDER THEY WERE APPENDED SO ONLY THE LATEST PER CLAIM COUNTS
       01  WS-MAX-OUTCOMES          PIC 9(5) VALUE 50000.
       01  WS-OUTCOME-COUNT         PIC 9(5) VALUE 0.
       01  WS-OC-IDX                PIC 9(5) VALUE 0.
       01  WS-OUTCOME-TABLE.
           05  WS-OC-ENTRY OCCURS 50000 TIMES.
               10  WS-OC-CLAIM-NUMBER   PIC X(10).
               10  WS-OC-SEQUENCE       PIC 9(7).
               10  WS-OC-PROVIDER-ID    PIC X(8).
               10  WS-OC-BILLED-AMOUNT  PIC 9(7)V99.
               10  WS-OC-STATUS         PIC X(1).
               10  WS-OC-REASON-CODE    PIC 99.
       01  WS-OUTCOME-SEQUENCE      PIC 9(7) VALUE 0.

      * ONE ROW PER DENIAL AS IT IS TALLIED, THEN SORTED AND FOLDED
      * TO ONE ROW PER PROVIDER AND REASON CODE WITH ITS COUNT
       01  WS-MAX-DENIALS           PIC 9(5) VALUE 20000.
       01  WS-DENIAL-COUNT          PIC 9(5) VALUE 0.
       01  WS-DR-IDX                PIC 9(5) VALUE 0.
       01  WS-DR-OUT                PIC 9(5) VALUE 0.
       01  WS-DR-LAST               PIC 9(5) VALUE 0.
       01  WS-DENIAL-TABLE.
           05  WS-DR-ENTRY OCCURS 20000 TIMES.
               10  WS-DR-PROVIDER-ID    PIC X(8).
               10  WS-DR-REASON-CODE    PIC 99.
               10  WS-DR-TALLY          PIC 9(5).

      * THE SPECIALTY BEING RANKED OR PRINTED - ENTRIES
      * WS-GRP-START THROUGH WS-GRP-END OF THE RE-SORTED TABLE
       01  WS-GRP-START             PIC 9(4) VALUE 0.
       01  WS-GRP-END               PIC 9(4) VALUE 0.
       01  WS-GRP-DONE              PIC X VALUE 'N'.
           88 GRP-DONE              VALUE 'Y'.
       01  WS-GRP-ACTIVE            PIC 9(4) VALUE 0.
       01  WS-RANK-N                PIC 9(4) VALUE 0.
       01  WS-RANK-K                PIC 9(4) VALUE 0.
       01  WS-WORSE-COUNT           PIC 9(4) VALUE 0.
       01  WS-TIED-COUNT            PIC 9(4) VALUE 0.

      * THE SPECIALTY'S PEER FIGURES - THE MEAN OF ITS PROVIDERS'
      * OWN RATES, AND THE POOLED PER-CLAIM AMOUNTS
       01  WS-PEER-FIGURES.
           05  WS-PR-SUBMITTED      PIC 9(9).
           05  WS-PR-PAID-COUNT     PIC 9(9).
           05  WS-PR-PAID-AMOUNT    PIC 9(13)V99.
           05  WS-PR-BILLED-COUNT   PIC 9(9).
           05  WS-PR-BILLED-AMOUNT  PIC 9(13)V99.
           05  WS-PR-RECOVERED      PIC 9(11)V99.
           05  WS-PR-MEASURE OCCURS 6 TIMES.
               10  WS-PR-SUM        PIC 9(9)V99.
               10  WS-PR-N          PIC 9(5).

      * ARITHMETIC WORK - EVERY RATE IS HELD TO 999.99 SO IT FITS
      * THE MEASURE FIELD EVEN WHEN A RECOVERY OUTRUNS THE PAYMENTS
       01  WS-RATE-WORK             PIC 9(9)V99.
       01  WS-RATE-NUMERATOR        PIC 9(13)V99.
       01  WS-RATE-DENOMINATOR      PIC 9(13)V99.
       01  WS-RATE-RESULT           PIC 9(3)V99.
       01  WS-CLEAN-CLAIMS          PIC 9(7).
       01  WS-AMOUNT-WORK           PIC 9(9)V99.
       01  WS-AVG-SUBMITTED         PIC 9(7).

       01  WS-DETAIL-LINE.
           05  WS-DL-PROVIDER       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-NAME           PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-SUBMITTED      PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-CLEAN          PIC ZZ9.99.
           05  WS-DL-CLEAN-X REDEFINES WS-DL-CLEAN PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DENIED         PIC ZZ9.99.
           05  WS-DL-DENIED-X REDEFINES WS-DL-DENIED PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-OVERTURN       PIC ZZ9.99.
           05  WS-DL-OVERTURN-X REDEFINES WS-DL-OVERTURN PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-AVG-ALLOWED    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-AVG-BILLED     PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-ALLOWED-PCT    PIC ZZ9.99.
           05  WS-DL-ALLOWED-PCT-X REDEFINES WS-DL-ALLOWED-PCT
                                    PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-RECOVERED      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-RECOVERY-PCT   PIC ZZ9.99.
           05  WS-DL-RECOVERY-PCT-X REDEFINES WS-DL-RECOVERY-PCT
                                    PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZ9.99.
           05  WS-DL-DAYS-X REDEFINES WS-DL-DAYS PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-FLAGS          PIC X(6).

       01  WS-DL-MEASURE-X          PIC X(6).
       01  WS-FLAG-LETTERS          PIC X(6).
       01  WS-SPECIALTY-LABEL       PIC X(20).
       01  WS-REASON-PCT            PIC ZZ9.99.
       01  WS-EDIT-COUNT            PIC ZZ,ZZ9.
       01  WS-EDIT-PROVIDERS        PIC Z,ZZ9.

       01  WS-COUNTERS.
           05  WS-PROVIDERS-LOADED  PIC 9(5) VALUE 0.
           05  WS-PROVIDERS-SCORED  PIC 9(5) VALUE 0.
           05  WS-SPECIALTIES       PIC 9(5) VALUE 0.
           05  WS-EXCEPTIONS        PIC 9(5) VALUE 0.
           05  WS-CLAIMS-SUBMITTED  PIC 9(7) VALUE 0.
           05  WS-INTAKE-REJECTS    PIC 9(7) VALUE 0.
           05  WS-OUTCOMES-USED     PIC 9(7) VALUE 0.
           05  WS-APPEALS-DECIDED   PIC 9(7) VALUE 0.
           05  WS-RECOVERIES-USED   PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-USED     PIC 9(7) VALUE 0.
           05  WS-UNATTRIBUTED      PIC 9(7) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "PRVSCORE".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SCAN-CLAIM-HISTORY THRU 2000-EXIT
           PERFORM 2100-TALLY-INTAKE-REJECTS THRU 2100-EXIT
           PERFORM 2200-TALLY-REMITTANCE THRU 2200-EXIT
           PERFORM 2300-TALLY-APPEALS THRU 2300-EXIT
           PERFORM 2400-TALLY-RECOVERIES THRU 2400-EXIT
           PERFORM 2500-TALLY-PAYMENTS THRU 2500-EXIT
           PERFORM 3000-SCORE-PROVIDER
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PROVIDER-COUNT
           PERFORM 3200-FOLD-DENIAL-REASONS THRU 3200-EXIT
           PERFORM 3300-ORDER-BY-SPECIALTY
           MOVE 1 TO WS-GRP-START
           PERFORM 3400-RANK-SPECIALTY
               UNTIL WS-GRP-START > WS-PROVIDER-COUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-DISPLAY-SUMMARY
           CLOSE REPORT-FILE
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PROVIDER SCORECARD"

      *    THE LAST QUARTER COMPLETED BEFORE TODAY
           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-SCORE-YEAR
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MONTH
           COMPUTE WS-CURRENT-QUARTER = (WS-TODAY-MONTH - 1) / 3 + 1
           IF WS-CURRENT-QUARTER = 1
               SUBTRACT 1 FROM WS-SCORE-YEAR
               MOVE 4 TO WS-SCORE-QUARTER
           ELSE
               COMPUTE WS-SCORE-QUARTER = WS-CURRENT-QUARTER - 1
           END-IF

           PERFORM 1100-RESOLVE-RUNPARMS

           COMPUTE WS-QUARTER-START = WS-SCORE-YEAR * 10000
               + WS-QB-START-MMDD(WS-SCORE-QUARTER)
           COMPUTE WS-QUARTER-END = WS-SCORE-YEAR * 10000
               + WS-QB-END-MMDD(WS-SCORE-QUARTER)

           PERFORM 1200-LOAD-PROVIDERS

           OPEN OUTPUT REPORT-FILE
           DISPLAY "SCORING " WS-SCORE-YEAR " QUARTER "
                   WS-SCORE-QUARTER " (" WS-QUARTER-START " - "
                   WS-QUARTER-END ")".

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

      *    A YEAR WITHOUT A QUARTER (OR A QUARTER OUTSIDE 1-4) IS NOT
      *    A PERIOD - THE DEFAULT STANDS RATHER THAN A GUESS
           IF WS-SCORE-YEAR-PARM NOT = SPACES
             AND WS-SCORE-QUARTER-PARM >= "1"
             AND WS-SCORE-QUARTER-PARM <= "4"
               MOVE WS-SCORE-YEAR-PARM TO WS-SCORE-YEAR
               MOVE WS-SCORE-QUARTER-PARM TO WS-SCORE-QUARTER
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "SCORECARD-YEAR"
                           MOVE RUNPARM-VALUE(1:4)
                               TO WS-SCORE-YEAR-PARM
                       WHEN "SCORECARD-QUARTER"
                           MOVE RUNPARM-VALUE(1:1)
                               TO WS-SCORE-QUARTER-PARM
                   END-EVALUATE
           END-READ.

       1200-LOAD-PROVIDERS.
      *    THE PEER GROUPS ARE THE MASTER'S SPECIALTIES - WITHOUT IT
      *    THERE IS NOTHING TO COMPARE A PROVIDER AGAINST
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-STATUS NOT = "00"
               MOVE "PROVIDER MASTER" TO WS-OPEN-ERROR-DATA
               DISPLAY "PRVSCORE: CANNOT OPEN " WS-OPEN-ERROR-DATA
                       " - NO SCORECARD PRODUCED"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-OPEN-ERROR-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 1210-READ-PROVIDER UNTIL EOF-CURRENT
           CLOSE PROVIDER-FILE

      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED PROVIDERS
      *    STAY WITHIN 1..WS-PROVIDER-COUNT FOR THE BINARY SEARCH
           PERFORM 1250-PAD-PROVIDER-SLOT
               VARYING WS-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-PV-ENTRY ON ASCENDING KEY WS-PV-PROVIDER-ID.

       1210-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                       ADD 1 TO WS-PROVIDER-COUNT
                       ADD 1 TO WS-PROVIDERS-LOADED
                       INITIALIZE WS-PV-ENTRY(WS-PROVIDER-COUNT)
                       MOVE PROV-PROVIDER-ID
                           TO WS-PV-PROVIDER-ID(WS-PROVIDER-COUNT)
                       MOVE PROV-SPECIALTY
                           TO WS-PV-SPECIALTY(WS-PROVIDER-COUNT)
                       MOVE PROV-PROVIDER-NAME
                           TO WS-PV-NAME(WS-PROVIDER-COUNT)
                   ELSE
                       DISPLAY "PRVSCORE WARNING: PROVIDER TABLE "
                               "FULL - PROVIDER " PROV-PROVIDER-ID
                               " NOT SCORED"
                   END-IF
           END-READ.

       1250-PAD-PROVIDER-SLOT.
           MOVE HIGH-VALUES TO WS-PV-ENTRY(WS-PAD-IDX + 1).

       2000-SCAN-CLAIM-HISTORY.
      *    ONE PASS OF THE CURRENT ROWS BUILDS THE CLAIM-TO-PROVIDER
      *    MAP AND COUNTS THE QUARTER'S SUBMISSIONS BY RECEIPT DATE -
      *    A CLAIM CLMEDIT TURNED AWAY STANDS AT STATUS R
           MOVE LOW-VALUES TO CLAIM-HISTORY-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "PRVSCORE WARNING: CLAIM HISTORY MASTER EMPTY - "
                       "NO SUBMISSIONS OR APPEALS CAN BE SCORED"
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2010-NEXT-HISTORY UNTIL EOF-CURRENT

           PERFORM 2050-PAD-CLAIM-SLOT
               VARYING WS-PAD-IDX FROM WS-CLAIM-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-CLAIMS
           SORT WS-CM-ENTRY ON ASCENDING KEY WS-CM-CLAIM-NUMBER.
       2000-EXIT.
           EXIT.

       2010-NEXT-HISTORY.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 CLAIM-HISTORY-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF CLH-CURRENT
                   PERFORM 2020-NOTE-CLAIM THRU 2020-EXIT
               END-IF
           END-IF.

       2020-NOTE-CLAIM.
           IF WS-CLAIM-COUNT < WS-MAX-CLAIMS
               ADD 1 TO WS-CLAIM-COUNT
               MOVE CLM-CLAIM-NUMBER
                   TO WS-CM-CLAIM-NUMBER(WS-CLAIM-COUNT)
               MOVE CLM-PROVIDER-ID
                   TO WS-CM-PROVIDER-ID(WS-CLAIM-COUNT)
           ELSE
               DISPLAY "PRVSCORE WARNING: CLAIM MAP FULL - CLAIM "
                       CLM-CLAIM-NUMBER " NOT MAPPED"
           END-IF

      *    A VOID ONLY REVERSES AN EARLIER CLAIM - IT WAS NEVER A
      *    BILLING OF ITS OWN. A ZERO RECEIPT DATE PREDATES THE FIELD
      *    AND FALLS BACK TO THE SERVICE DATE
           IF CLM-ADJ-VOID
               GO TO 2020-EXIT
           END-IF
           MOVE CLM-RECEIPT-DATE TO WS-RECEIVED-DATE
           IF WS-RECEIVED-DATE = ZERO
               MOVE CLM-CLAIM-DATE TO WS-RECEIVED-DATE
           END-IF
           IF WS-RECEIVED-DATE < WS-QUARTER-START
             OR WS-RECEIVED-DATE > WS-QUARTER-END
               GO TO 2020-EXIT
           END-IF

           MOVE CLM-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM 2900-FIND-PROVIDER
           IF NOT PV-FOUND
               ADD 1 TO WS-UNATTRIBUTED
               GO TO 2020-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-SUBMITTED
           ADD 1 TO WS-PV-SUBMITTED(WS-PV-MATCH)
           IF CLM-STATUS = "R"
               ADD 1 TO WS-PV-EDIT-REJECTS(WS-PV-MATCH)
           END-IF.
       2020-EXIT.
           EXIT.

       2050-PAD-CLAIM-SLOT.
           MOVE HIGH-VALUES TO WS-CM-ENTRY(WS-PAD-IDX + 1).

       2100-TALLY-INTAKE-REJECTS.
      *    A SUBMISSION CLMINTAK REJECTED ON STRUCTURE NEVER BECAME A
      *    CLAIM - IT COUNTS AS SUBMITTED AND AS NOT CLEAN. NO LOG
      *    MEANS NO INTAKE REJECT HAS EVER BEEN WRITTEN
           OPEN INPUT INTAKE-REJECT-FILE
           IF WS-INTAKE-REJECT-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2110-READ-INTAKE-REJECT UNTIL EOF-CURRENT
           CLOSE INTAKE-REJECT-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-INTAKE-REJECT.
           READ INTAKE-REJECT-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF IRJT-REJECT-DATE >= WS-QUARTER-START
                     AND IRJT-REJECT-DATE <= WS-QUARTER-END
                       MOVE IRJT-PROVIDER-ID TO WS-LOOKUP-PROVIDER
                       PERFORM 2900-FIND-PROVIDER
                       IF PV-FOUND
                           ADD 1 TO WS-INTAKE-REJECTS
                           ADD 1 TO WS-PV-SUBMITTED(WS-PV-MATCH)
                           ADD 1 TO WS-PV-INTAKE-REJECTS(WS-PV-MATCH)
                       ELSE
                           ADD 1 TO WS-UNATTRIBUTED
                       END-IF
                   END-IF
           END-READ.

       2200-TALLY-REMITTANCE.
      *    THE REMITTANCE FEED CARRIES THE BILLED AMOUNT AND THE
      *    DENIAL REASON THE LEDGER DOES NOT
           OPEN INPUT REMIT-FEED-FILE
           IF WS-REMIT-FEED-STATUS NOT = "00"
               DISPLAY "PRVSCORE WARNING: NO REMITTANCE FEED - NO "
                       "DENIAL RATES OR BILLED AMOUNTS TO SCORE"
               MOVE 4 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2210-READ-REMIT UNTIL EOF-CURRENT
           CLOSE REMIT-FEED-FILE

           PERFORM 2250-PAD-OUTCOME-SLOT
               VARYING WS-PAD-IDX FROM WS-OUTCOME-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-OUTCOMES
           SORT WS-OC-ENTRY ON ASCENDING KEY WS-OC-CLAIM-NUMBER
                                             WS-OC-SEQUENCE
           PERFORM 2260-APPLY-OUTCOME THRU 2260-EXIT
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OUTCOME-COUNT.
       2200-EXIT.
           EXIT.

       2210-READ-REMIT.
           READ REMIT-FEED-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTCOME-SEQUENCE
                   IF RMFD-CYCLE-DATE >= WS-QUARTER-START
                     AND RMFD-CYCLE-DATE <= WS-QUARTER-END
                       PERFORM 2220-NOTE-OUTCOME
                   END-IF
           END-READ.

       2220-NOTE-OUTCOME.
           IF WS-OUTCOME-COUNT < WS-MAX-OUTCOMES
               ADD 1 TO WS-OUTCOME-COUNT
               MOVE RMFD-CLAIM-NUMBER
                   TO WS-OC-CLAIM-NUMBER(WS-OUTCOME-COUNT)
               MOVE WS-OUTCOME-SEQUENCE
                   TO WS-OC-SEQUENCE(WS-OUTCOME-COUNT)
               MOVE RMFD-PROVIDER-ID
                   TO WS-OC-PROVIDER-ID(WS-OUTCOME-COUNT)
               MOVE RMFD-BILLED-AMOUNT
                   TO WS-OC-BILLED-AMOUNT(WS-OUTCOME-COUNT)
               MOVE RMFD-STATUS TO WS-OC-STATUS(WS-OUTCOME-COUNT)
               MOVE RMFD-REASON-CODE
                   TO WS-OC-REASON-CODE(WS-OUTCOME-COUNT)
           ELSE
               DISPLAY "PRVSCORE WARNING: OUTCOME TABLE FULL - CLAIM "
                       RMFD-CLAIM-NUMBER " NOT SCORED"
           END-IF.

       2250-PAD-OUTCOME-SLOT.
           MOVE HIGH-VALUES TO WS-OC-ENTRY(WS-PAD-IDX + 1).

       2260-APPLY-OUTCOME.
      *    A LATER ROW FOR THE SAME CLAIM SUPERSEDES THIS ONE
           IF WS-OC-IDX < WS-OUTCOME-COUNT
               IF WS-OC-CLAIM-NUMBER(WS-OC-IDX + 1)
                       = WS-OC-CLAIM-NUMBER(WS-OC-IDX)
                   GO TO 2260-EXIT
               END-IF
           END-IF
      *    ONLY A FINAL APPROVAL OR DENIAL IS AN ADJUDICATION - A
      *    PENDED CLAIM HAS NOT BEEN DECIDED YET
           IF WS-OC-STATUS(WS-OC-IDX) NOT = "A"
             AND WS-OC-STATUS(WS-OC-IDX) NOT = "D"
               GO TO 2260-EXIT
           END-IF

           MOVE WS-OC-PROVIDER-ID(WS-OC-IDX) TO WS-LOOKUP-PROVIDER
           PERFORM 2900-FIND-PROVIDER
           IF NOT PV-FOUND
               ADD 1 TO WS-UNATTRIBUTED
               GO TO 2260-EXIT
           END-IF
           ADD 1 TO WS-OUTCOMES-USED
           ADD 1 TO WS-PV-ADJUDICATED(WS-PV-MATCH)
           IF WS-OC-STATUS(WS-OC-IDX) = "A"
               ADD 1 TO WS-PV-BILLED-COUNT(WS-PV-MATCH)
               ADD WS-OC-BILLED-AMOUNT(WS-OC-IDX)
                   TO WS-PV-BILLED-AMOUNT(WS-PV-MATCH)
               GO TO 2260-EXIT
           END-IF

           ADD 1 TO WS-PV-DENIED(WS-PV-MATCH)
           IF WS-DENIAL-COUNT < WS-MAX-DENIALS
               ADD 1 TO WS-DENIAL-COUNT
               MOVE WS-OC-PROVIDER-ID(WS-OC-IDX)
                   TO WS-DR-PROVIDER-ID(WS-DENIAL-COUNT)
               MOVE WS-OC-REASON-CODE(WS-OC-IDX)
                   TO WS-DR-REASON-CODE(WS-DENIAL-COUNT)
               MOVE 1 TO WS-DR-TALLY(WS-DENIAL-COUNT)
           ELSE
               DISPLAY "PRVSCORE WARNING: DENIAL TABLE FULL - CLAIM "
                       WS-OC-CLAIM-NUMBER(WS-OC-IDX)
                       " REASON NOT ITEMIZED"
           END-IF.
       2260-EXIT.
           EXIT.

       2300-TALLY-APPEALS.
      *    AN APPEAL COUNTS IN THE QUARTER IT WAS DECIDED - ONE STILL
      *    OPEN HAS NO OUTCOME YET
           OPEN INPUT APPEAL-CASE-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2310-READ-APPEAL UNTIL EOF-CURRENT
           CLOSE APPEAL-CASE-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-APPEAL.
           READ APPEAL-CASE-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF (APLC-UPHELD OR APLC-OVERTURNED)
                     AND APLC-DECISION-DATE >= WS-QUARTER-START
                     AND APLC-DECISION-DATE <= WS-QUARTER-END
                       PERFORM 2320-APPLY-APPEAL
                   END-IF
           END-READ.

       2320-APPLY-APPEAL.
           MOVE APLC-CLAIM-NUMBER TO WS-LOOKUP-CLAIM
           PERFORM 2950-FIND-CLAIM-PROVIDER
           PERFORM 2900-FIND-PROVIDER
           IF PV-FOUND
               ADD 1 TO WS-APPEALS-DECIDED
               ADD 1 TO WS-PV-DECIDED(WS-PV-MATCH)
               IF APLC-OVERTURNED
                   ADD 1 TO WS-PV-OVERTURNED(WS-PV-MATCH)
               END-IF
           ELSE
               ADD 1 TO WS-UNATTRIBUTED
           END-IF.

       2400-TALLY-RECOVERIES.
      *    OVERPAYMENT RECOVERIES CLAWBACK BOOKED IN THE QUARTER - A
      *    REJECTED RECOVERY WAS NEVER OWED BACK
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2410-READ-RECOVERY UNTIL EOF-CURRENT
           CLOSE RECOVERY-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-RECOVERY.
           READ RECOVERY-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF NOT CLAW-REJECTED
                     AND CLAW-RECOVERY-DATE >= WS-QUARTER-START
                     AND CLAW-RECOVERY-DATE <= WS-QUARTER-END
                       PERFORM 2420-APPLY-RECOVERY
                   END-IF
           END-READ.

       2420-APPLY-RECOVERY.
      *    A ROW OLDER THAN ITS PROVIDER FIELD IS TIED THROUGH ITS CLAIM
           MOVE CLAW-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           IF WS-LOOKUP-PROVIDER = SPACES
               MOVE CLAW-CLAIM-NUMBER TO WS-LOOKUP-CLAIM
               PERFORM 2950-FIND-CLAIM-PROVIDER
           END-IF
           PERFORM 2900-FIND-PROVIDER
           IF PV-FOUND
               ADD 1 TO WS-RECOVERIES-USED
               ADD 1 TO WS-PV-RECOVERIES(WS-PV-MATCH)
               ADD CLAW-RECOVERY-AMOUNT
                   TO WS-PV-RECOVERED(WS-PV-MATCH)
           ELSE
               ADD 1 TO WS-UNATTRIBUTED
           END-IF.

       2500-TALLY-PAYMENTS.
      *    THE QUARTER'S CLAIM PAYMENTS ARE WHAT THE PLAN ALLOWED -
      *    VOIDED, CANCELLED AND STILL-HELD LINES NEVER PAID
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2510-READ-PAYMENT UNTIL EOF-CURRENT.
       2500-EXIT.
           EXIT.

       2510-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF PYMT-CLAIM-PAYMENT
                 AND PYMT-STATUS NOT = "V"
                 AND PYMT-STATUS NOT = "X"
                 AND PYMT-STATUS NOT = "H"
                 AND PYMT-STATUS NOT = "U"
                 AND PYMT-PAYMENT-DATE >= WS-QUARTER-START
                 AND PYMT-PAYMENT-DATE <= WS-QUARTER-END
                   PERFORM 2520-APPLY-PAYMENT
               END-IF
           END-IF.

       2520-APPLY-PAYMENT.
      *    THE BILLING PROVIDER ON THE CLAIM - A MEMBER-PAYEE LINE
      *    STILL PAID FOR THAT PROVIDER'S SERVICE
           MOVE PYMT-CLAIM-NUMBER TO WS-LOOKUP-CLAIM
           PERFORM 2950-FIND-CLAIM-PROVIDER
           IF NOT CM-FOUND
               MOVE PYMT-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           END-IF
           PERFORM 2900-FIND-PROVIDER
           IF PV-FOUND
               ADD 1 TO WS-PAYMENTS-USED
               ADD 1 TO WS-PV-PAID-COUNT(WS-PV-MATCH)
               ADD PYMT-PAYMENT-AMOUNT
                   TO WS-PV-PAID-AMOUNT(WS-PV-MATCH)
               ADD PYMT-DAYS-TO-PAY TO WS-PV-DAYS-TOTAL(WS-PV-MATCH)
           ELSE
               ADD 1 TO WS-UNATTRIBUTED
           END-IF.

       2900-FIND-PROVIDER.
           MOVE 'N' TO WS-PV-FOUND
           IF WS-PROVIDER-COUNT > ZERO
             AND WS-LOOKUP-PROVIDER NOT = SPACES
               SEARCH ALL WS-PV-ENTRY
                   WHEN WS-PV-PROVIDER-ID(WS-PV-IDX)
                            = WS-LOOKUP-PROVIDER
                       SET PV-FOUND TO TRUE
                       SET WS-PV-MATCH TO WS-PV-IDX
               END-SEARCH
           END-IF.

       2950-FIND-CLAIM-PROVIDER.
           MOVE 'N' TO WS-CM-FOUND
           MOVE SPACES TO WS-LOOKUP-PROVIDER
           IF WS-CLAIM-COUNT > ZERO
               SEARCH ALL WS-CM-ENTRY
                   WHEN WS-CM-CLAIM-NUMBER(WS-CM-IDX) = WS-LOOKUP-CLAIM
                       SET CM-FOUND TO TRUE
                       MOVE WS-CM-PROVIDER-ID(WS-CM-IDX)
                           TO WS-LOOKUP-PROVIDER
               END-SEARCH
           END-IF.

       3000-SCORE-PROVIDER.
      *    A PROVIDER WITH NOTHING IN THE QUARTER IS NEITHER RANKED
      *    NOR PRINTED
           IF WS-PV-SUBMITTED(WS-PX) > ZERO
             OR WS-PV-ADJUDICATED(WS-PX) > ZERO
             OR WS-PV-DECIDED(WS-PX) > ZERO
             OR WS-PV-PAID-COUNT(WS-PX) > ZERO
             OR WS-PV-RECOVERIES(WS-PX) > ZERO
               SET PV-ACTIVE(WS-PX) TO TRUE
               ADD 1 TO WS-PROVIDERS-SCORED
           END-IF

      *    CLEAN-CLAIM RATE - SUBMISSIONS THAT PASSED BOTH INTAKE AND
      *    THE CLMEDIT BUSINESS EDITS
           IF WS-PV-SUBMITTED(WS-PX) > ZERO
               COMPUTE WS-CLEAN-CLAIMS = WS-PV-SUBMITTED(WS-PX)
                   - WS-PV-INTAKE-REJECTS(WS-PX)
                   - WS-PV-EDIT-REJECTS(WS-PX)
               MOVE WS-CLEAN-CLAIMS TO WS-RATE-NUMERATOR
               MOVE WS-PV-SUBMITTED(WS-PX) TO WS-RATE-DENOMINATOR
               MOVE 1 TO WS-MD-IDX
               PERFORM 3100-SET-RATE
           END-IF

           IF WS-PV-ADJUDICATED(WS-PX) > ZERO
               MOVE WS-PV-DENIED(WS-PX) TO WS-RATE-NUMERATOR
               MOVE WS-PV-ADJUDICATED(WS-PX) TO WS-RATE-DENOMINATOR
               MOVE 2 TO WS-MD-IDX
               PERFORM 3100-SET-RATE
           END-IF

           IF WS-PV-DECIDED(WS-PX) > ZERO
               MOVE WS-PV-OVERTURNED(WS-PX) TO WS-RATE-NUMERATOR
               MOVE WS-PV-DECIDED(WS-PX) TO WS-RATE-DENOMINATOR
               MOVE 3 TO WS-MD-IDX
               PERFORM 3100-SET-RATE
           END-IF

           IF WS-PV-PAID-COUNT(WS-PX) > ZERO
               COMPUTE WS-PV-AVG-ALLOWED(WS-PX) ROUNDED =
                   WS-PV-PAID-AMOUNT(WS-PX) / WS-PV-PAID-COUNT(WS-PX)
           END-IF
           IF WS-PV-BILLED-COUNT(WS-PX) > ZERO
               COMPUTE WS-PV-AVG-BILLED(WS-PX) ROUNDED =
                   WS-PV-BILLED-AMOUNT(WS-PX)
                       / WS-PV-BILLED-COUNT(WS-PX)
           END-IF
           IF WS-PV-AVG-ALLOWED(WS-PX) > ZERO
             AND WS-PV-AVG-BILLED(WS-PX) > ZERO
               MOVE WS-PV-AVG-ALLOWED(WS-PX) TO WS-RATE-NUMERATOR
               MOVE WS-PV-AVG-BILLED(WS-PX) TO WS-RATE-DENOMINATOR
               MOVE 4 TO WS-MD-IDX
               PERFORM 3100-SET-RATE
           END-IF

      *    RECOVERIES AS A SHARE OF WHAT WAS PAID - A PROVIDER WITH
      *    RECOVERIES AND NO PAYMENTS IN THE QUARTER IS AT THE CAP
           IF WS-PV-PAID-AMOUNT(WS-PX) > ZERO
               MOVE WS-PV-RECOVERED(WS-PX) TO WS-RATE-NUMERATOR
               MOVE WS-PV-PAID-AMOUNT(WS-PX) TO WS-RATE-DENOMINATOR
               MOVE 5 TO WS-MD-IDX
               PERFORM 3100-SET-RATE
           ELSE
               IF WS-PV-RECOVERED(WS-PX) > ZERO
                   MOVE 'Y' TO WS-PV-HAS-VALUE(WS-PX, 5)
                   MOVE 999.99 TO WS-PV-VALUE(WS-PX, 5)
               END-IF
           END-IF

           IF WS-PV-PAID-COUNT(WS-PX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-PV-DAYS-TOTAL(WS-PX) / WS-PV-PAID-COUNT(WS-PX)
               IF WS-RATE-WORK > 999.99
                   MOVE 999.99 TO WS-RATE-WORK
               END-IF
               MOVE 'Y' TO WS-PV-HAS-VALUE(WS-PX, 6)
               MOVE WS-RATE-WORK TO WS-PV-VALUE(WS-PX, 6)
           END-IF.

       3100-SET-RATE.
           COMPUTE WS-RATE-WORK ROUNDED =
               WS-RATE-NUMERATOR * 100 / WS-RATE-DENOMINATOR
               ON SIZE ERROR
                   MOVE 999.99 TO WS-RATE-WORK
           END-COMPUTE
           IF WS-RATE-WORK > 999.99
               MOVE 999.99 TO WS-RATE-WORK
           END-IF
           MOVE 'Y' TO WS-PV-HAS-VALUE(WS-PX, WS-MD-IDX)
           MOVE WS-RATE-WORK TO WS-PV-VALUE(WS-PX, WS-MD-IDX).

       3200-FOLD-DENIAL-REASONS.
      *    ONE ROW PER PROVIDER AND REASON, AND EACH PROVIDER POINTED
      *    AT ITS FIRST ROW - DONE WHILE THE PROVIDER TABLE IS STILL
      *    IN PROVIDER ORDER FOR THE BINARY SEARCH
           IF WS-DENIAL-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-PAD-DENIAL-SLOT
               VARYING WS-PAD-IDX FROM WS-DENIAL-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-DENIALS
           SORT WS-DR-ENTRY ON ASCENDING KEY WS-DR-PROVIDER-ID
                                             WS-DR-REASON-CODE
           MOVE 1 TO WS-DR-OUT
           PERFORM 3220-FOLD-DENIAL
               VARYING WS-DR-IDX FROM 2 BY 1
               UNTIL WS-DR-IDX > WS-DENIAL-COUNT
           MOVE WS-DR-OUT TO WS-DENIAL-COUNT
           PERFORM 3230-LINK-DENIAL
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DENIAL-COUNT.
       3200-EXIT.
           EXIT.

       3210-PAD-DENIAL-SLOT.
           MOVE HIGH-VALUES TO WS-DR-ENTRY(WS-PAD-IDX + 1).

       3220-FOLD-DENIAL.
           IF WS-DR-PROVIDER-ID(WS-DR-IDX)
                   = WS-DR-PROVIDER-ID(WS-DR-OUT)
             AND WS-DR-REASON-CODE(WS-DR-IDX)
                   = WS-DR-REASON-CODE(WS-DR-OUT)
               ADD WS-DR-TALLY(WS-DR-IDX) TO WS-DR-TALLY(WS-DR-OUT)
           ELSE
               ADD 1 TO WS-DR-OUT
               MOVE WS-DR-ENTRY(WS-DR-IDX) TO WS-DR-ENTRY(WS-DR-OUT)
           END-IF.

       3230-LINK-DENIAL.
           MOVE WS-DR-PROVIDER-ID(WS-DR-IDX) TO WS-LOOKUP-PROVIDER
           PERFORM 2900-FIND-PROVIDER
           IF PV-FOUND
               IF WS-PV-DR-COUNT(WS-PV-MATCH) = ZERO
                   MOVE WS-DR-IDX TO WS-PV-DR-FIRST(WS-PV-MATCH)
               END-IF
               ADD 1 TO WS-PV-DR-COUNT(WS-PV-MATCH)
           END-IF.

       3300-ORDER-BY-SPECIALTY.
      *    THE PADDED SLOTS CARRY A HIGH-VALUES SPECIALTY AND STAY AT
      *    THE BACK
           SORT WS-PV-ENTRY ON ASCENDING KEY WS-PV-SPECIALTY
                                             WS-PV-PROVIDER-ID.

       3400-RANK-SPECIALTY.
           PERFORM 3410-FIND-GROUP-END
           PERFORM 3420-RANK-MEASURE THRU 3420-EXIT
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MEASURE-COUNT
           COMPUTE WS-GRP-START = WS-GRP-END + 1.

       3410-FIND-GROUP-END.
           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N' TO WS-GRP-DONE
           PERFORM 3415-EXTEND-GROUP UNTIL GRP-DONE.

       3415-EXTEND-GROUP.
           IF WS-GRP-END < WS-PROVIDER-COUNT
               IF WS-PV-SPECIALTY(WS-GRP-END + 1)
                       = WS-PV-SPECIALTY(WS-GRP-START)
                   ADD 1 TO WS-GRP-END
               ELSE
                   SET GRP-DONE TO TRUE
               END-IF
           ELSE
               SET GRP-DONE TO TRUE
           END-IF.

       3420-RANK-MEASURE.
      *    THE BOTTOM DECILE IS THE POOREST TENTH OF THE PROVIDERS
      *    WITH A FIGURE FOR THE MEASURE - A SPECIALTY OF FEWER THAN
      *    TEN HAS NO DECILE TO SPEAK OF
           MOVE ZERO TO WS-RANK-N
           PERFORM 3430-COUNT-RANKED
               VARYING WS-PX FROM WS-GRP-START BY 1
               UNTIL WS-PX > WS-GRP-END
           DIVIDE WS-RANK-N BY 10 GIVING WS-RANK-K
           IF WS-RANK-K = ZERO
               GO TO 3420-EXIT
           END-IF
           PERFORM 3440-RANK-PROVIDER THRU 3440-EXIT
               VARYING WS-PX FROM WS-GRP-START BY 1
               UNTIL WS-PX > WS-GRP-END.
       3420-EXIT.
           EXIT.

       3430-COUNT-RANKED.
           IF PV-HAS-VALUE(WS-PX, WS-MD-IDX)
               ADD 1 TO WS-RANK-N
           END-IF.

       3440-RANK-PROVIDER.
      *    A PROVIDER IS IN THE DECILE WHEN IT, THE PEERS POORER THAN
      *    IT AND THE PEERS TIED WITH IT ALL FIT INSIDE THE POOREST
      *    TENTH - A TIE STRADDLING THE CUT-OFF FLAGS NONE OF THE TIED
           IF NOT PV-HAS-VALUE(WS-PX, WS-MD-IDX)
               GO TO 3440-EXIT
           END-IF
           MOVE ZERO TO WS-WORSE-COUNT
           MOVE ZERO TO WS-TIED-COUNT
           PERFORM 3450-COMPARE-PEER
               VARYING WS-PY FROM WS-GRP-START BY 1
               UNTIL WS-PY > WS-GRP-END
           IF WS-WORSE-COUNT + WS-TIED-COUNT <= WS-RANK-K
               MOVE 'Y' TO WS-PV-LOW-FLAG(WS-PX, WS-MD-IDX)
               ADD 1 TO WS-PV-LOW-COUNT(WS-PX)
           END-IF.
       3440-EXIT.
           EXIT.

       3450-COMPARE-PEER.
           IF PV-HAS-VALUE(WS-PY, WS-MD-IDX)
               IF WS-PV-VALUE(WS-PY, WS-MD-IDX)
                       = WS-PV-VALUE(WS-PX, WS-MD-IDX)
                   ADD 1 TO WS-TIED-COUNT
               ELSE
                   IF MD-HIGH-IS-POOR(WS-MD-IDX)
                       IF WS-PV-VALUE(WS-PY, WS-MD-IDX)
                               > WS-PV-VALUE(WS-PX, WS-MD-IDX)
                           ADD 1 TO WS-WORSE-COUNT
                       END-IF
                   ELSE
                       IF WS-PV-VALUE(WS-PY, WS-MD-IDX)
                               < WS-PV-VALUE(WS-PX, WS-MD-IDX)
                           ADD 1 TO WS-WORSE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "CONTINENTAL INSURANCE - PROVIDER PERFORMANCE "
                  "SCORECARD - " WS-SCORE-YEAR " QUARTER "
                  WS-SCORE-QUARTER " (" WS-QUARTER-START " - "
                  WS-QUARTER-END ") - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EACH PROVIDER AGAINST THE OTHER PROVIDERS OF ITS "
                  "SPECIALTY - LOW FLAGS THE MEASURES ON WHICH IT IS "
                  "IN THE SPECIALTY'S BOTTOM DECILE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOW: C CLEAN-CLAIM RATE  D DENIAL RATE  O APPEAL "
                  "OVERTURN RATE  A ALLOWED VS BILLED  R RECOVERIES "
                  "VS PAID  T DAYS TO PAY"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 1 TO WS-GRP-START
           PERFORM 4100-PRINT-SPECIALTY THRU 4100-EXIT
               UNTIL WS-GRP-START > WS-PROVIDER-COUNT

           PERFORM 4500-WRITE-EXCEPTIONS

           IF WS-UNATTRIBUTED > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING WS-UNATTRIBUTED " ITEMS IN THE QUARTER NAME NO "
                      "PROVIDER ON THE PROVIDER MASTER AND WERE NOT "
                      "SCORED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-SPECIALTY.
           PERFORM 3410-FIND-GROUP-END
           MOVE ZERO TO WS-GRP-ACTIVE
           INITIALIZE WS-PEER-FIGURES
           PERFORM 4110-ADD-PEER
               VARYING WS-PX FROM WS-GRP-START BY 1
               UNTIL WS-PX > WS-GRP-END
           IF WS-GRP-ACTIVE = ZERO
               GO TO 4100-NEXT-GROUP
           END-IF
           ADD 1 TO WS-SPECIALTIES

           MOVE WS-PV-SPECIALTY(WS-GRP-START) TO WS-SPECIALTY-LABEL
           IF WS-SPECIALTY-LABEL = SPACES
               MOVE "(NO SPECIALTY)" TO WS-SPECIALTY-LABEL
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-GRP-ACTIVE TO WS-EDIT-PROVIDERS
           STRING "SPECIALTY: " WS-SPECIALTY-LABEL
                  "  PROVIDERS SCORED: " WS-EDIT-PROVIDERS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROVIDER  NAME                 SUBMIT  CLEAN%   "
                  "DENY%  OVRTN%  AVG ALLOWD AVG BILLED  ALLOW%     "
                  "RECOVERED  RCVRY%    DAYS  LOW"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM 4200-PRINT-PROVIDER THRU 4200-EXIT
               VARYING WS-PX FROM WS-GRP-START BY 1
               UNTIL WS-PX > WS-GRP-END
           PERFORM 4300-PRINT-PEER-AVERAGE.
       4100-NEXT-GROUP.
           COMPUTE WS-GRP-START = WS-GRP-END + 1.
       4100-EXIT.
           EXIT.

       4110-ADD-PEER.
           IF PV-ACTIVE(WS-PX)
               ADD 1 TO WS-GRP-ACTIVE
               ADD WS-PV-SUBMITTED(WS-PX) TO WS-PR-SUBMITTED
               ADD WS-PV-PAID-COUNT(WS-PX) TO WS-PR-PAID-COUNT
               ADD WS-PV-PAID-AMOUNT(WS-PX) TO WS-PR-PAID-AMOUNT
               ADD WS-PV-BILLED-COUNT(WS-PX) TO WS-PR-BILLED-COUNT
               ADD WS-PV-BILLED-AMOUNT(WS-PX) TO WS-PR-BILLED-AMOUNT
               ADD WS-PV-RECOVERED(WS-PX) TO WS-PR-RECOVERED
               PERFORM 4120-ADD-PEER-MEASURE
                   VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MEASURE-COUNT
           END-IF.

       4120-ADD-PEER-MEASURE.
           IF PV-HAS-VALUE(WS-PX, WS-MD-IDX)
               ADD 1 TO WS-PR-N(WS-MD-IDX)
               ADD WS-PV-VALUE(WS-PX, WS-MD-IDX)
                   TO WS-PR-SUM(WS-MD-IDX)
           END-IF.

       4200-PRINT-PROVIDER.
           IF NOT PV-ACTIVE(WS-PX)
               GO TO 4200-EXIT
           END-IF
           MOVE SPACES TO WS-FLAG-LETTERS
           PERFORM 4210-FLAG-LETTER
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MEASURE-COUNT

           MOVE WS-PV-PROVIDER-ID(WS-PX) TO WS-DL-PROVIDER
           MOVE WS-PV-NAME(WS-PX) TO WS-DL-NAME
           MOVE WS-PV-SUBMITTED(WS-PX) TO WS-DL-SUBMITTED
           MOVE WS-PV-AVG-ALLOWED(WS-PX) TO WS-DL-AVG-ALLOWED
           MOVE WS-PV-AVG-BILLED(WS-PX) TO WS-DL-AVG-BILLED
           MOVE WS-PV-RECOVERED(WS-PX) TO WS-DL-RECOVERED
           MOVE WS-FLAG-LETTERS TO WS-DL-FLAGS
           PERFORM 4220-FORMAT-MEASURE
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MEASURE-COUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PV-DR-COUNT(WS-PX) > ZERO
               COMPUTE WS-DR-LAST = WS-PV-DR-FIRST(WS-PX)
                   + WS-PV-DR-COUNT(WS-PX) - 1
               PERFORM 4230-PRINT-DENIAL-REASON
                   VARYING WS-DR-IDX FROM WS-PV-DR-FIRST(WS-PX) BY 1
                   UNTIL WS-DR-IDX > WS-DR-LAST
           END-IF.
       4200-EXIT.
           EXIT.

       4210-FLAG-LETTER.
           IF PV-IS-LOW(WS-PX, WS-MD-IDX)
               MOVE WS-MD-LETTER(WS-MD-IDX)
                   TO WS-FLAG-LETTERS(WS-MD-IDX:1)
           END-IF.

       4220-FORMAT-MEASURE.
           IF PV-HAS-VALUE(WS-PX, WS-MD-IDX)
               MOVE WS-PV-VALUE(WS-PX, WS-MD-IDX) TO WS-RATE-RESULT
               PERFORM 4240-PLACE-MEASURE
           ELSE
               MOVE "   N/A" TO WS-DL-MEASURE-X
               PERFORM 4250-PLACE-NO-MEASURE
           END-IF.

       4230-PRINT-DENIAL-REASON.
           COMPUTE WS-RATE-WORK ROUNDED =
               WS-DR-TALLY(WS-DR-IDX) * 100
                   / WS-PV-DENIED(WS-PX)
           MOVE WS-RATE-WORK TO WS-REASON-PCT
           MOVE WS-DR-TALLY(WS-DR-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "          DENIED - REASON CODE "
                  WS-DR-REASON-CODE(WS-DR-IDX) ": " WS-EDIT-COUNT
                  " CLAIMS (" WS-REASON-PCT "% OF DENIALS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       4240-PLACE-MEASURE.
           EVALUATE WS-MD-IDX
               WHEN 1
                   MOVE WS-RATE-RESULT TO WS-DL-CLEAN
               WHEN 2
                   MOVE WS-RATE-RESULT TO WS-DL-DENIED
               WHEN 3
                   MOVE WS-RATE-RESULT TO WS-DL-OVERTURN
               WHEN 4
                   MOVE WS-RATE-RESULT TO WS-DL-ALLOWED-PCT
               WHEN 5
                   MOVE WS-RATE-RESULT TO WS-DL-RECOVERY-PCT
               WHEN 6
                   MOVE WS-RATE-RESULT TO WS-DL-DAYS
           END-EVALUATE.

       4250-PLACE-NO-MEASURE.
           EVALUATE WS-MD-IDX
               WHEN 1
                   MOVE WS-DL-MEASURE-X TO WS-DL-CLEAN-X
               WHEN 2
                   MOVE WS-DL-MEASURE-X TO WS-DL-DENIED-X
               WHEN 3
                   MOVE WS-DL-MEASURE-X TO WS-DL-OVERTURN-X
               WHEN 4
                   MOVE WS-DL-MEASURE-X TO WS-DL-ALLOWED-PCT-X
               WHEN 5
                   MOVE WS-DL-MEASURE-X TO WS-DL-RECOVERY-PCT-X
               WHEN 6
                   MOVE WS-DL-MEASURE-X TO WS-DL-DAYS-X
           END-EVALUATE.

       4300-PRINT-PEER-AVERAGE.
      *    THE SPECIALTY LINE EVERY PROVIDER ABOVE IS READ AGAINST
           MOVE "PEER AVG" TO WS-DL-PROVIDER
           MOVE SPACES TO WS-DL-NAME
           MOVE WS-GRP-ACTIVE TO WS-EDIT-PROVIDERS
           STRING WS-EDIT-PROVIDERS " PROVIDERS"
               DELIMITED BY SIZE INTO WS-DL-NAME
           END-STRING
           DIVIDE WS-PR-SUBMITTED BY WS-GRP-ACTIVE
               GIVING WS-AVG-SUBMITTED ROUNDED
           MOVE WS-AVG-SUBMITTED TO WS-DL-SUBMITTED
           MOVE ZERO TO WS-DL-AVG-ALLOWED
           IF WS-PR-PAID-COUNT > ZERO
               COMPUTE WS-AMOUNT-WORK ROUNDED =
                   WS-PR-PAID-AMOUNT / WS-PR-PAID-COUNT
               MOVE WS-AMOUNT-WORK TO WS-DL-AVG-ALLOWED
           END-IF
           MOVE ZERO TO WS-DL-AVG-BILLED
           IF WS-PR-BILLED-COUNT > ZERO
               COMPUTE WS-AMOUNT-WORK ROUNDED =
                   WS-PR-BILLED-AMOUNT / WS-PR-BILLED-COUNT
               MOVE WS-AMOUNT-WORK TO WS-DL-AVG-BILLED
           END-IF
           COMPUTE WS-AMOUNT-WORK ROUNDED =
               WS-PR-RECOVERED / WS-GRP-ACTIVE
           MOVE WS-AMOUNT-WORK TO WS-DL-RECOVERED
           MOVE SPACES TO WS-DL-FLAGS
           PERFORM 4310-FORMAT-PEER-MEASURE
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MEASURE-COUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4310-FORMAT-PEER-MEASURE.
           IF WS-PR-N(WS-MD-IDX) > ZERO
               COMPUTE WS-RATE-RESULT ROUNDED =
                   WS-PR-SUM(WS-MD-IDX) / WS-PR-N(WS-MD-IDX)
               PERFORM 4240-PLACE-MEASURE
           ELSE
               MOVE "   N/A" TO WS-DL-MEASURE-X
               PERFORM 4250-PLACE-NO-MEASURE
           END-IF.

       4500-WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTIONS - PROVIDERS IN THEIR SPECIALTY'S BOTTOM "
                  "DECILE ON TWO OR MORE MEASURES"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROVIDER  NAME                            "
                  "SPECIALTY             MEASURES  LOW ON"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM 4510-CHECK-EXCEPTION
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PROVIDER-COUNT
           IF WS-EXCEPTIONS = ZERO
               MOVE "NO EXCEPTIONS THIS QUARTER" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4510-CHECK-EXCEPTION.
           IF WS-PV-LOW-COUNT(WS-PX) >= 2
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO WS-FLAG-LETTERS
               PERFORM 4210-FLAG-LETTER
                   VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MEASURE-COUNT
               MOVE WS-PV-SPECIALTY(WS-PX) TO WS-SPECIALTY-LABEL
               IF WS-SPECIALTY-LABEL = SPACES
                   MOVE "(NO SPECIALTY)" TO WS-SPECIALTY-LABEL
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING WS-PV-PROVIDER-ID(WS-PX) "  "
                      WS-PV-NAME(WS-PX) "  "
                      WS-SPECIALTY-LABEL "  "
                      WS-PV-LOW-COUNT(WS-PX) "         "
                      WS-FLAG-LETTERS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PROVIDER SCORECARD SUMMARY"
           DISPLAY "PROVIDERS ON MASTER:    " WS-PROVIDERS-LOADED
           DISPLAY "PROVIDERS SCORED:       " WS-PROVIDERS-SCORED
           DISPLAY "SPECIALTIES:            " WS-SPECIALTIES
           DISPLAY "CLAIMS SUBMITTED:       " WS-CLAIMS-SUBMITTED
           DISPLAY "INTAKE REJECTS:         " WS-INTAKE-REJECTS
           DISPLAY "ADJUDICATIONS SCORED:   " WS-OUTCOMES-USED
           DISPLAY "APPEALS DECIDED:        " WS-APPEALS-DECIDED
           DISPLAY "RECOVERIES:             " WS-RECOVERIES-USED
           DISPLAY "PAYMENTS:               " WS-PAYMENTS-USED
           DISPLAY "NOT ON PROVIDER MASTER: " WS-UNATTRIBUTED
           DISPLAY "EXCEPTIONS:             " WS-EXCEPTIONS
           DISPLAY "SCORECARD WRITTEN TO: "
                   "reports/provider_scorecard.txt".
