       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCDEXTR.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTHLY STATE ALL-PAYER CLAIMS DATABASE (APCD) SUBMISSION      *
      * THE STATE COLLECTS EVERY CARRIER'S ELIGIBILITY, CLAIMS AND     *
      * PROVIDERS FOR ITS RESIDENTS EACH MONTH IN ITS OWN FIXED-WIDTH  *
      * LAYOUTS AND CODE SETS. EACH RUN WRITES THE FOUR SUBMISSION     *
      * FILES FOR THE LAST COMPLETED MONTH, EACH BETWEEN HDR/TRL BATCH *
      * CONTROLS -                                                     *
      *   - data/apcd_eligibility.dat - EVERY MEMBER RESIDING IN THE   *
      *     REPORTING STATE WHO WAS COVERED ANY DAY OF THE MONTH       *
      *   - data/apcd_medical.dat - ONE RECORD PER SERVICE LINE OF     *
      *     EACH CLAIM WHOSE CURRENT OUTCOME REACHED THE CLAIM         *
      *     HISTORY MASTER IN THE MONTH, PAID FROM THE LEDGER          *
      *   - data/apcd_pharmacy.dat - THE SAME FOR PHARMACY (TYPE 04)   *
      *     CLAIMS, WITH THE DRUG DETAIL                               *
      *   - data/apcd_provider.dat - EVERY PROVIDER THOSE CLAIMS NAME, *
      *     WITH ITS TAXPAYER ID                                       *
      * A MEMBER'S STATE IS THE ONE ON THE MEMBER CONTACT MASTER - THE *
      * MEMBER'S OWN ADDRESS, OR THE SUBSCRIBER'S FOR A DEPENDENT WITH *
      * NONE OF ITS OWN. ONLY FINAL OUTCOMES GO - PAID, DENIED, AND    *
      * VOIDS AS REVERSALS; A PENDED OR REJECTED CLAIM WAITS FOR THE   *
      * MONTH IT SETTLES IN. THE STATE'S RESPONSE TO THE LAST          *
      * SUBMISSION, data/apcd_response.dat, IS PROVED AGAINST ITS OWN  *
      * CONTROLS AND EVERY RECORD IT REJECTED IS LISTED ON             *
      * reports/apcd_corrections.txt FOR CORRECTION BEFORE THE NEXT    *
      * SUBMISSION. THE REPORTING STATE (APCD-STATE) AND OUR SUBMITTER *
      * ID (APCD-SUBMITTER-ID) COME FROM data/runparms.dat, AS MAY A   *
      * MONTH TO RESUBMIT (APCD-PERIOD, YYYYMM)                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO "data/members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT TAXID-FILE
               ASSIGN TO "data/tax_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXID-STATUS.

           SELECT ELIGIBILITY-FILE
               ASSIGN TO "data/apcd_eligibility.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIGIBILITY-STATUS.

           SELECT MEDICAL-FILE
               ASSIGN TO "data/apcd_medical.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDICAL-STATUS.

           SELECT PHARMACY-FILE
               ASSIGN TO "data/apcd_pharmacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHARMACY-STATUS.

           SELECT PROVIDER-FILE
               ASSIGN TO "data/apcd_provider.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT RESPONSE-FILE
               ASSIGN TO "data/apcd_response.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "reports/apcd_corrections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC REPLACING LEADING ==MBR== BY ==MBF==.

       FD  TAXID-FILE.
       01  TAXID-MASTER-REC.
           COPY TAXIDMST.

       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-RECORD.
           COPY APCEREC.
      *    THE SAME RECORD AREA SEEN AS A BATCH CONTROL ROW - EVERY
      *    SUBMISSION FILE CARRIES THE HDR/TRL CONTROLS
       01  ELIGIBILITY-CONTROL-RECORD.
           COPY BCTLREC.

       FD  MEDICAL-FILE.
       01  MEDICAL-RECORD.
           COPY APCMREC.
       01  MEDICAL-CONTROL-RECORD.
           COPY BCTLREC.

       FD  PHARMACY-FILE.
       01  PHARMACY-RECORD.
           COPY APCPREC.
       01  PHARMACY-CONTROL-RECORD.
           COPY BCTLREC.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY APCVREC.
       01  PROVIDER-CONTROL-RECORD.
           COPY BCTLREC.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           COPY APCRREC.
       01  RESPONSE-CONTROL-RECORD.
           COPY BCTLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-ELIGIBILITY-STATUS    PIC XX.
       01  WS-MEDICAL-STATUS        PIC XX.
       01  WS-PHARMACY-STATUS       PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-RESPONSE-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.
       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.
       01  WS-EOF-RESPONSE          PIC X VALUE 'N'.
           88 EOF-RESPONSE          VALUE 'Y'.

       01  WS-OPEN-ERROR-DATA       PIC X(20).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A SCAN OF
      * ONE CLAIM'S LINES BY THE CLAIM ALTERNATE KEY
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * THE SUBMISSION MONTH - THE LAST ONE COMPLETED BEFORE THE
      * BUSINESS DATE UNLESS data/runparms.dat NAMES ANOTHER. THE
      * PERIOD END IS KEPT AS DAY 31 - IT IS ONLY EVER COMPARED
      * AGAINST, AND NO REAL DATE IN THE MONTH FALLS PAST IT
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-PERIOD                PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-PERIOD-START          PIC 9(8).
       01  WS-PERIOD-END            PIC 9(8).
       01  WS-PERIOD-PARM           PIC X(6) VALUE SPACES.
       01  WS-PERIOD-PARM-NUM REDEFINES WS-PERIOD-PARM PIC 9(6).
       01  WS-REPORT-STATE          PIC X(2) VALUE SPACES.
       01  WS-SUBMITTER-ID          PIC X(10) VALUE SPACES.

      * THE STATE'S CODE SETS FOR OUR RELATIONSHIP AND CLAIM STATUS
      * VALUES. A CLAIM STATUS NOT IN THE TABLE IS NOT YET FINAL AND
      * IS NOT SUBMITTED
       01  WS-RELATIONSHIP-CODES.
           05  FILLER               PIC X(3) VALUE "S18".
           05  FILLER               PIC X(3) VALUE "P01".
           05  FILLER               PIC X(3) VALUE "D19".
       01  WS-RELATIONSHIP-TABLE REDEFINES WS-RELATIONSHIP-CODES.
           05  WS-RC-ENTRY OCCURS 3 TIMES.
               10  WS-RC-OURS           PIC X(1).
               10  WS-RC-STATE          PIC X(2).
      *    ANY OTHER RELATIONSHIP IS THE STATE'S "OTHER" CODE
       01  WS-RC-OTHER              PIC X(2) VALUE "G8".
       01  WS-STATUS-CODES.
           05  FILLER               PIC X(3) VALUE "A01".
           05  FILLER               PIC X(3) VALUE "D04".
           05  FILLER               PIC X(3) VALUE "V22".
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-CODES.
           05  WS-SC-ENTRY OCCURS 3 TIMES.
               10  WS-SC-OURS           PIC X(1).
               10  WS-SC-STATE          PIC X(2).
       01  WS-CODE-IDX              PIC 9(1) VALUE 0.
       01  WS-STATE-CODE            PIC X(2).

      * RESIDENCE RESOLUTION FOR THE MEMBER BEING READ
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
       01  WS-COVERAGE-END          PIC 9(8).

      * EVERY MEMBER RESIDING IN THE REPORTING STATE, COVERED THIS
      * MONTH OR NOT - A CLAIM SETTLED NOW CAN BE FOR SERVICE WHILE
      * A SINCE-TERMINATED MEMBER WAS COVERED. SORTED FOR A BINARY
      * SEARCH BY THE CLAIM PASS
       01  WS-MAX-RESIDENTS         PIC 9(5) VALUE 50000.
       01  WS-RESIDENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-RS-FOUND              PIC X VALUE 'N'.
           88 RS-FOUND              VALUE 'Y'.
       01  WS-RESIDENT-TABLE.
           05  WS-RS-ENTRY OCCURS 50000 TIMES
               ASCENDING KEY IS WS-RS-POLICY WS-RS-MEMBER
               INDEXED BY WS-RS-IDX.
               10  WS-RS-POLICY         PIC X(10).
               10  WS-RS-MEMBER         PIC X(10).

      * THE CLAIM BEING SUBMITTED
       01  WS-CLAIM-MEMBER-ID       PIC X(10).
       01  WS-CLAIM-PAID            PIC 9(7)V99.
       01  WS-CLAIM-PAID-DATE       PIC 9(8).
       01  WS-PAID-LEFT             PIC 9(7)V99.
       01  WS-LINE-PAID             PIC 9(7)V99.
       01  WS-LINE-COUNT            PIC 9(3).
       01  WS-LINE-TOTAL            PIC 9(7)V99.
       01  WS-UNIT-TOTAL            PIC 9(5).
       01  WS-LN-IDX                PIC 9(3) VALUE 0.
       01  WS-LINE-DETAIL.
           COPY CLMLNTBL.
       01  WS-PHARM-DETAIL.
           COPY PHRMREC.
       01  WS-PHARM-FOUND           PIC X VALUE 'N'.
       01  WS-PHARM-MASTER-PRESENT  PIC X VALUE 'N'.
       01  WS-REFILL-PCT            PIC 9(3)V99 VALUE 0.

      * EVERY PROVIDER THE MONTH'S CLAIMS NAME, SORTED FOR THE
      * PROVIDER FILE
       01  WS-MAX-PROVIDERS         PIC 9(4) VALUE 5000.
       01  WS-PROVIDER-COUNT        PIC 9(4) VALUE 0.
       01  WS-PV-IDX                PIC 9(4) VALUE 0.
       01  WS-PV-PAD-IDX            PIC 9(4) VALUE 0.
       01  WS-PV-FOUND              PIC X VALUE 'N'.
           88 PV-FOUND              VALUE 'Y'.
       01  WS-PROVIDER-TABLE.
           05  WS-PV-PROVIDER-ID OCCURS 5000 TIMES PIC X(8).
       01  WS-PROV-RECORD.
           COPY PROVREC.
       01  WS-PROV-FOUND            PIC X VALUE 'N'.

      * THE PROVIDER TAX ID MASTER
       01  WS-MAX-TAXID-ENTRIES     PIC 9(5) VALUE 5000.
       01  WS-TAXID-COUNT           PIC 9(5) VALUE 0.
       01  WS-TI-IDX                PIC 9(5) VALUE 0.
       01  WS-TAXID-FOUND           PIC X VALUE 'N'.
           88 TAXID-WAS-FOUND       VALUE 'Y'.
       01  WS-TAXID-TABLE.
           05  WS-TI-ENTRY OCCURS 5000 TIMES.
               COPY TAXIDMST REPLACING ==05== BY ==10==.

      * SUBMISSION BATCH CONTROLS - THE ELIGIBILITY AND PROVIDER
      * FILES CARRY NO AMOUNTS, SO THEIR TRAILERS PROVE THE COUNT
      * ALONE; THE CLAIM FILES HASH THE PAID AMOUNT IN CENTS
       01  WS-ELIG-DETAILS          PIC 9(7) VALUE 0.
       01  WS-MEDICAL-DETAILS       PIC 9(7) VALUE 0.
       01  WS-MEDICAL-HASH          PIC 9(13) VALUE 0.
       01  WS-PHARMACY-DETAILS      PIC 9(7) VALUE 0.
       01  WS-PHARMACY-HASH         PIC 9(13) VALUE 0.
       01  WS-PROVIDER-DETAILS      PIC 9(7) VALUE 0.

      * RESPONSE FILE BATCH CONTROLS
       01  WS-BCTL-AREA.
           COPY BCTLREC.
       01  WS-BCTL-PRESENT          PIC X VALUE 'N'.
           88 BCTL-PRESENT          VALUE 'Y'.
       01  WS-BCTL-TRL-SEEN         PIC X VALUE 'N'.
           88 BCTL-TRL-SEEN         VALUE 'Y'.
       01  WS-BCTL-DETAILS          PIC 9(7) VALUE 0.
       01  WS-BCTL-HASH             PIC 9(13) VALUE 0.
       01  WS-BCTL-CENTS            PIC 9(13) VALUE 0.
       01  WS-EOF-BCTL              PIC X VALUE 'N'.
           88 EOF-BCTL              VALUE 'Y'.
       01  WS-RESPONSE-STATE        PIC X(1) VALUE 'N'.
           88 RESPONSE-ABSENT       VALUE 'N'.
           88 RESPONSE-USABLE       VALUE 'Y'.
           88 RESPONSE-REJECTED     VALUE 'R'.

      * RESPONSE DISPOSITIONS BY SUBMISSION FILE - THE FIFTH ENTRY
      * COLLECTS A FILE TYPE THE STATE SENT THAT WE NEVER SUBMIT
       01  WS-FILE-TYPE-NAMES.
           05  FILLER               PIC X(13) VALUE "EELIGIBILITY ".
           05  FILLER               PIC X(13) VALUE "MMEDICAL     ".
           05  FILLER               PIC X(13) VALUE "PPHARMACY    ".
           05  FILLER               PIC X(13) VALUE "VPROVIDER    ".
           05  FILLER               PIC X(13) VALUE "?UNKNOWN     ".
       01  WS-FILE-TYPE-TABLE REDEFINES WS-FILE-TYPE-NAMES.
           05  WS-FT-ENTRY OCCURS 5 TIMES.
               10  WS-FT-CODE           PIC X(1).
               10  WS-FT-NAME           PIC X(12).
       01  WS-FILE-TYPE-COUNTS.
           05  WS-FC-ENTRY OCCURS 5 TIMES.
               10  WS-FC-ACCEPTED       PIC 9(7).
               10  WS-FC-REJECTED       PIC 9(7).
       01  WS-FT-IDX                PIC 9(1) VALUE 0.
       01  WS-FT-MATCH-IDX          PIC 9(1) VALUE 0.

       01  WS-CORRECTION-LINE.
           05  WS-CL-FILE           PIC X(12).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CL-PERIOD         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-KEY            PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CL-ERROR-CODE     PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-ERROR-FIELD    PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CL-ERROR-TEXT     PIC X(50).

       01  WS-COUNTERS.
           05  WS-MEMBERS-READ      PIC 9(7) VALUE 0.
           05  WS-MEMBERS-RESIDENT  PIC 9(7) VALUE 0.
           05  WS-MEMBERS-NO-STATE  PIC 9(7) VALUE 0.
           05  WS-MEMBERS-SUBMITTED PIC 9(7) VALUE 0.
           05  WS-MEMBERS-NOT-COVERED PIC 9(7) VALUE 0.
           05  WS-CLAIMS-IN-MONTH   PIC 9(7) VALUE 0.
           05  WS-CLAIMS-NOT-FINAL  PIC 9(7) VALUE 0.
           05  WS-CLAIMS-OUT-STATE  PIC 9(7) VALUE 0.
           05  WS-MEDICAL-CLAIMS    PIC 9(7) VALUE 0.
           05  WS-PHARMACY-CLAIMS   PIC 9(7) VALUE 0.
           05  WS-RX-NO-DETAIL      PIC 9(7) VALUE 0.
           05  WS-PROVIDERS-NOT-ON-FILE PIC 9(5) VALUE 0.
           05  WS-PROVIDERS-NO-TIN  PIC 9(5) VALUE 0.
           05  WS-MEDICAL-PAID      PIC 9(11)V99 VALUE 0.
           05  WS-PHARMACY-PAID     PIC 9(11)V99 VALUE 0.
           05  WS-RESPONSES-READ    PIC 9(7) VALUE 0.
           05  WS-RESPONSES-REJECTED PIC 9(7) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "APCDEXTR".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-LOAD-TAXID-TABLE THRU 1500-EXIT
           PERFORM 2000-START-SUBMISSION
           PERFORM 2100-EXTRACT-MEMBER UNTIL EOF-MEMBER
           PERFORM 2500-ORDER-RESIDENTS
           PERFORM 3000-EXTRACT-CLAIMS THRU 3000-EXIT
           PERFORM 4000-EXTRACT-PROVIDERS
           PERFORM 5000-FINISH-SUBMISSION
           PERFORM 0800-VALIDATE-RESPONSE THRU 0800-EXIT
           PERFORM 6000-REPORT-RESPONSE THRU 6000-EXIT
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0800-VALIDATE-RESPONSE.
      *    THE STATE'S TRAILER MUST ACCOUNT FOR EVERY RESPONSE RECORD
      *    BEFORE ITS REJECTIONS ARE WORKED - A TRUNCATED RESPONSE
      *    WOULD LEAVE REJECTED RECORDS UNCORRECTED WITHOUT A TRACE.
      *    NO RESPONSE FILE SIMPLY MEANS THE STATE HAS NOT ANSWERED
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
               SET RESPONSE-ABSENT TO TRUE
               GO TO 0800-EXIT
           END-IF
           SET RESPONSE-USABLE TO TRUE
           MOVE 'N' TO WS-BCTL-PRESENT
           MOVE 'N' TO WS-BCTL-TRL-SEEN
           MOVE ZERO TO WS-BCTL-DETAILS
           MOVE ZERO TO WS-BCTL-HASH
           MOVE 'N' TO WS-EOF-BCTL
           PERFORM 0810-PREPASS-RECORD UNTIL EOF-BCTL
           CLOSE RESPONSE-FILE

           IF NOT BCTL-PRESENT
               GO TO 0800-EXIT
           END-IF
           IF NOT BCTL-TRL-SEEN
             OR BCTL-RECORD-COUNT OF WS-BCTL-AREA
                   NOT = WS-BCTL-DETAILS
             OR BCTL-HASH-CENTS OF WS-BCTL-AREA NOT = WS-BCTL-HASH
               DISPLAY "APCDEXTR: APCD RESPONSE FILE FAILED BATCH "
                       "CONTROLS - FILE REJECTED"
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-BATCH-CONTROL-MISMATCH
                   BY CONTENT "APCD-RESPONSE-FILE"
               MOVE 8 TO RETURN-CODE
               SET RESPONSE-REJECTED TO TRUE
           END-IF.
       0800-EXIT.
           EXIT.

       0810-PREPASS-RECORD.
      *    THE RESPONSE CARRIES NO AMOUNTS - ITS HASH IS ZERO
           READ RESPONSE-FILE
               AT END
                   SET EOF-BCTL TO TRUE
               NOT AT END
                   EVALUATE BCTL-TAG OF RESPONSE-CONTROL-RECORD
                       WHEN "HDR"
                           SET BCTL-PRESENT TO TRUE
                       WHEN "TRL"
                           MOVE RESPONSE-CONTROL-RECORD TO WS-BCTL-AREA
                           SET BCTL-TRL-SEEN TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-BCTL-DETAILS
                   END-EVALUATE
           END-READ.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - STATE APCD SUBMISSION"

      *    THE LAST MONTH COMPLETED BEFORE TODAY
           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF

           PERFORM 1100-RESOLVE-RUNPARMS

      *    WITHOUT A REPORTING STATE EVERY MEMBER WOULD BE OUT OF
      *    STATE - AN EMPTY SUBMISSION WOULD PASS FOR A QUIET MONTH
           IF WS-REPORT-STATE = SPACES
               DISPLAY "APCDEXTR ERROR: NO APCD-STATE IN "
                       "data/runparms.dat - NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A MONTH STILL RUNNING HAS NEITHER ITS ENROLLMENT NOR ITS
      *    CLAIMS IN
           IF WS-PERIOD NOT < WS-TODAY-DATE(1:6)
               DISPLAY "APCDEXTR ERROR: SUBMISSION MONTH " WS-PERIOD
                       " IS NOT OVER - NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY "APCDEXTR WARNING: NO APCD-SUBMITTER-ID IN "
                       "data/runparms.dat - THE STATE WILL REJECT "
                       "THE SUBMISSION"
               MOVE 4 TO RETURN-CODE
           END-IF

           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31

      *    WITHOUT THE MEMBER MASTER NO ONE RESIDES ANYWHERE - THE RUN
      *    STOPS BEFORE LAST MONTH'S SUBMISSION FILES ARE TOUCHED
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "MEMBER MASTER" TO WS-OPEN-ERROR-DATA
               DISPLAY "APCDEXTR: CANNOT OPEN " WS-OPEN-ERROR-DATA
                       " - NO APCD FILES PRODUCED"
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-OPEN-ERROR-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "STATE APCD SUBMISSION AND CORRECTIONS - STATE "
                  WS-REPORT-STATE " - MONTH " WS-PERIOD
                  " - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "REPORTING STATE " WS-REPORT-STATE " MONTH "
                   WS-PERIOD.

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

      *    A MONTH OUTSIDE 01-12 IS NOT A PERIOD - THE DEFAULT STANDS
      *    RATHER THAN A GUESS
           IF WS-PERIOD-PARM IS NUMERIC
             AND WS-PERIOD-PARM(5:2) >= "01"
             AND WS-PERIOD-PARM(5:2) <= "12"
               MOVE WS-PERIOD-PARM-NUM TO WS-PERIOD
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "APCD-STATE"
                           MOVE RUNPARM-VALUE(1:2) TO WS-REPORT-STATE
                       WHEN "APCD-SUBMITTER-ID"
                           MOVE RUNPARM-VALUE(1:10) TO WS-SUBMITTER-ID
                       WHEN "APCD-PERIOD"
                           MOVE RUNPARM-VALUE(1:6) TO WS-PERIOD-PARM
                   END-EVALUATE
           END-READ.

       1500-LOAD-TAXID-TABLE.
      *    WITHOUT THE TAX ID MASTER THE PROVIDERS STILL GO, WITHOUT
      *    THEIR TINS - THE STATE'S RESPONSE FLAGS EACH ONE
           OPEN INPUT TAXID-FILE
           IF WS-TAXID-STATUS NOT = "00"
               DISPLAY "APCDEXTR WARNING: TAX ID MASTER NOT FOUND - "
                       "PROVIDERS SUBMITTED WITHOUT TAX IDS"
               MOVE 4 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-TAXID
           PERFORM 1510-READ-TAXID UNTIL EOF-TAXID
           CLOSE TAXID-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-TAXID.
           READ TAXID-FILE
               AT END
                   SET EOF-TAXID TO TRUE
               NOT AT END
                   IF WS-TAXID-COUNT < WS-MAX-TAXID-ENTRIES
                       ADD 1 TO WS-TAXID-COUNT
                       MOVE TAXID-MASTER-REC
                           TO WS-TI-ENTRY(WS-TAXID-COUNT)
                   ELSE
                       DISPLAY "APCDEXTR WARNING: TAX ID TABLE FULL"
                   END-IF
           END-READ.

       2000-START-SUBMISSION.
           OPEN OUTPUT ELIGIBILITY-FILE
           MOVE "HDR" TO BCTL-TAG OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF ELIGIBILITY-CONTROL-RECORD
           WRITE ELIGIBILITY-CONTROL-RECORD

           OPEN OUTPUT MEDICAL-FILE
           MOVE "HDR" TO BCTL-TAG OF MEDICAL-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF MEDICAL-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF MEDICAL-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF MEDICAL-CONTROL-RECORD
           WRITE MEDICAL-CONTROL-RECORD

           OPEN OUTPUT PHARMACY-FILE
           MOVE "HDR" TO BCTL-TAG OF PHARMACY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF PHARMACY-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF PHARMACY-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF PHARMACY-CONTROL-RECORD
           WRITE PHARMACY-CONTROL-RECORD

           OPEN OUTPUT PROVIDER-FILE
           MOVE "HDR" TO BCTL-TAG OF PROVIDER-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF PROVIDER-CONTROL-RECORD
           MOVE ZERO TO BCTL-RECORD-COUNT OF PROVIDER-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF PROVIDER-CONTROL-RECORD
           WRITE PROVIDER-CONTROL-RECORD.

       2100-EXTRACT-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
                   PERFORM 2200-QUALIFY-MEMBER THRU 2200-EXIT
           END-READ.

       2200-QUALIFY-MEMBER.
           PERFORM 2300-RESOLVE-RESIDENCE
           IF WS-ADDR-FOUND NOT = 'Y'
               ADD 1 TO WS-MEMBERS-NO-STATE
               GO TO 2200-EXIT
           END-IF
           IF ADDR-STATE OF WS-ADDRESS-RECORD NOT = WS-REPORT-STATE
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-MEMBERS-RESIDENT
           IF WS-RESIDENT-COUNT < WS-MAX-RESIDENTS
               ADD 1 TO WS-RESIDENT-COUNT
               MOVE MBF-POLICY-NUMBER TO WS-RS-POLICY(WS-RESIDENT-COUNT)
               MOVE MBF-MEMBER-ID TO WS-RS-MEMBER(WS-RESIDENT-COUNT)
           ELSE
               DISPLAY "APCDEXTR WARNING: RESIDENT TABLE FULL - "
                       MBF-POLICY-NUMBER "/" MBF-MEMBER-ID
                       " CLAIMS NOT SUBMITTED"
               MOVE 4 TO RETURN-CODE
           END-IF

      *    COVERED ANY DAY OF THE MONTH - THE POLICY SPAN, CUT BACK
      *    TO THE MEMBER'S TERM DATE
           CALL 'POLYLKUP' USING MBF-POLICY-NUMBER
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               ADD 1 TO WS-MEMBERS-NOT-COVERED
               GO TO 2200-EXIT
           END-IF
           MOVE POL-EXPIRY-DATE TO WS-COVERAGE-END
           IF MBF-TERMINATED AND MBF-TERM-DATE < WS-COVERAGE-END
               MOVE MBF-TERM-DATE TO WS-COVERAGE-END
           END-IF
           IF POL-EFFECTIVE-DATE > WS-PERIOD-END
             OR WS-COVERAGE-END < WS-PERIOD-START
               ADD 1 TO WS-MEMBERS-NOT-COVERED
               GO TO 2200-EXIT
           END-IF

           MOVE WS-RC-OTHER TO WS-STATE-CODE
           PERFORM 2250-MATCH-RELATIONSHIP
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 3

           MOVE SPACES TO ELIGIBILITY-RECORD
           MOVE WS-SUBMITTER-ID TO APCE-SUBMITTER-ID
           MOVE WS-PERIOD TO APCE-PERIOD
           MOVE MBF-POLICY-NUMBER TO APCE-POLICY-NUMBER
           MOVE MBF-MEMBER-ID TO APCE-MEMBER-ID
           IF MBF-SUBSCRIBER
               MOVE "Y" TO APCE-SUBSCRIBER-FLAG
           ELSE
               MOVE "N" TO APCE-SUBSCRIBER-FLAG
           END-IF
           MOVE WS-STATE-CODE TO APCE-RELATIONSHIP
           IF MBF-MALE OR MBF-FEMALE
               MOVE MBF-SEX TO APCE-SEX
           ELSE
               MOVE "U" TO APCE-SEX
           END-IF
           MOVE MBF-BIRTH-DATE TO APCE-BIRTH-DATE
           MOVE ADDR-CITY OF WS-ADDRESS-RECORD TO APCE-CITY
           MOVE ADDR-STATE OF WS-ADDRESS-RECORD TO APCE-STATE
           MOVE ADDR-ZIP OF WS-ADDRESS-RECORD TO APCE-ZIP
           MOVE POL-GROUP-NUMBER TO APCE-GROUP-NUMBER
           MOVE POL-PLAN-TYPE TO APCE-PRODUCT-CODE
           MOVE POL-EFFECTIVE-DATE TO APCE-COVERAGE-START
           MOVE WS-COVERAGE-END TO APCE-COVERAGE-END
           WRITE ELIGIBILITY-RECORD
           ADD 1 TO WS-ELIG-DETAILS
           ADD 1 TO WS-MEMBERS-SUBMITTED.
       2200-EXIT.
           EXIT.

       2250-MATCH-RELATIONSHIP.
           IF WS-RC-OURS(WS-CODE-IDX) = MBF-RELATIONSHIP
               MOVE WS-RC-STATE(WS-CODE-IDX) TO WS-STATE-CODE
           END-IF.

       2300-RESOLVE-RESIDENCE.
      *    THE MEMBER'S OWN ADDRESS, ELSE A DEPENDENT LIVES WHERE THE
      *    SUBSCRIBER DOES
           MOVE 'N' TO WS-ADDR-FOUND
           CALL 'ADDRLKUP' USING MBF-POLICY-NUMBER
                                 MBF-MEMBER-ID
                                 WS-ADDRESS-RECORD
                                 WS-ADDR-FOUND
                                 WS-ADDR-MASTER-PRESENT
           IF WS-ADDR-FOUND NOT = 'Y' AND NOT MBF-SUBSCRIBER
               MOVE 'N' TO WS-SUBSCR-FOUND
               CALL 'MBRLKUP' USING MBF-POLICY-NUMBER
                                    WS-BLANK-MEMBER-ID
                                    WS-SUBSCRIBER-RECORD
                                    WS-SUBSCR-FOUND
                                    WS-MBR-MASTER-PRESENT
               IF WS-SUBSCR-FOUND = 'Y'
                   CALL 'ADDRLKUP' USING MBF-POLICY-NUMBER
                                         MBR-MEMBER-ID
                                             OF WS-SUBSCRIBER-RECORD
                                         WS-ADDRESS-RECORD
                                         WS-ADDR-FOUND
                                         WS-ADDR-MASTER-PRESENT
               END-IF
           END-IF
           IF WS-ADDR-FOUND = 'Y'
             AND ADDR-STATE OF WS-ADDRESS-RECORD = SPACES
               MOVE 'N' TO WS-ADDR-FOUND
           END-IF.

       2500-ORDER-RESIDENTS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED MEMBERS
      *    STAY WITHIN 1..WS-RESIDENT-COUNT FOR THE BINARY SEARCH
           PERFORM 2550-PAD-RESIDENT-SLOT
               VARYING WS-PAD-IDX FROM WS-RESIDENT-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-RESIDENTS
           SORT WS-RS-ENTRY ON ASCENDING KEY WS-RS-POLICY WS-RS-MEMBER.

       2550-PAD-RESIDENT-SLOT.
           MOVE HIGH-VALUES TO WS-RS-ENTRY(WS-PAD-IDX + 1).

       3000-EXTRACT-CLAIMS.
           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "APCDEXTR WARNING: CLAIM HISTORY MASTER EMPTY - "
                       "NO CLAIMS SUBMITTED"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           PERFORM 3100-NEXT-CLAIM UNTIL EOF-HISTORY.
       3000-EXIT.
           EXIT.

       3100-NEXT-CLAIM.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF CLH-CURRENT
                 AND CLH-CYCLE-DATE >= WS-PERIOD-START
                 AND CLH-CYCLE-DATE <= WS-PERIOD-END
                   ADD 1 TO WS-CLAIMS-IN-MONTH
                   PERFORM 3200-SELECT-CLAIM THRU 3200-EXIT
               END-IF
           END-IF.

       3200-SELECT-CLAIM.
           MOVE SPACES TO WS-STATE-CODE
           PERFORM 3250-MATCH-STATUS
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 3
           IF WS-STATE-CODE = SPACES
               ADD 1 TO WS-CLAIMS-NOT-FINAL
               GO TO 3200-EXIT
           END-IF

      *    A BLANK MEMBER ID ON THE CLAIM MEANS THE SUBSCRIBER
           MOVE CLM-MEMBER-ID OF CLH-CLAIM-DETAIL TO WS-CLAIM-MEMBER-ID
           IF WS-CLAIM-MEMBER-ID = SPACES
               MOVE 'N' TO WS-SUBSCR-FOUND
               CALL 'MBRLKUP' USING
                   CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
                   WS-BLANK-MEMBER-ID
                   WS-SUBSCRIBER-RECORD
                   WS-SUBSCR-FOUND
                   WS-MBR-MASTER-PRESENT
               IF WS-SUBSCR-FOUND = 'Y'
                   MOVE MBR-MEMBER-ID OF WS-SUBSCRIBER-RECORD
                       TO WS-CLAIM-MEMBER-ID
               END-IF
           END-IF

           MOVE 'N' TO WS-RS-FOUND
           IF WS-RESIDENT-COUNT > ZERO
               SEARCH ALL WS-RS-ENTRY
                   WHEN WS-RS-POLICY(WS-RS-IDX)
                            = CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
                    AND WS-RS-MEMBER(WS-RS-IDX) = WS-CLAIM-MEMBER-ID
                       SET RS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT RS-FOUND
               ADD 1 TO WS-CLAIMS-OUT-STATE
               GO TO 3200-EXIT
           END-IF

           PERFORM 3300-TOTAL-PAYMENTS
           IF CLM-CLAIM-TYPE OF CLH-CLAIM-DETAIL = "04"
               PERFORM 3600-WRITE-PHARMACY
           ELSE
               PERFORM 3400-WRITE-MEDICAL
           END-IF
           IF CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL NOT = SPACES
               PERFORM 3800-NOTE-PROVIDER
           END-IF.
       3200-EXIT.
           EXIT.

       3250-MATCH-STATUS.
           IF WS-SC-OURS(WS-CODE-IDX) = CLM-STATUS OF CLH-CLAIM-DETAIL
               MOVE WS-SC-STATE(WS-CODE-IDX) TO WS-STATE-CODE
           END-IF.

       3300-TOTAL-PAYMENTS.
      *    WHAT THE PLAN PAID ON THE CLAIM - ITS BENEFIT LINES ON THE
      *    LEDGER, LESS ANY VOIDED, CANCELLED OR STILL HELD. INTEREST
      *    AND HRA LINES ARE NOT PLAN PAYMENTS FOR THE STATE
           MOVE ZERO TO WS-CLAIM-PAID
           MOVE ZERO TO WS-CLAIM-PAID-DATE
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO PYMT-CLAIM-NUMBER
           MOVE "C" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           MOVE 'N' TO WS-EOF-PAYMENT
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF
           PERFORM 3310-READ-PAYMENT UNTIL EOF-PAYMENT.

       3310-READ-PAYMENT.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
             OR PYMT-CLAIM-NUMBER
                   NOT = CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-CLAIM-PAYMENT
                 AND PYMT-STATUS NOT = "V"
                 AND PYMT-STATUS NOT = "X"
                 AND PYMT-STATUS NOT = "H"
                 AND PYMT-STATUS NOT = "U"
                   ADD PYMT-PAYMENT-AMOUNT TO WS-CLAIM-PAID
                   IF PYMT-PAYMENT-DATE > WS-CLAIM-PAID-DATE
                       MOVE PYMT-PAYMENT-DATE TO WS-CLAIM-PAID-DATE
                   END-IF
               END-IF
           END-IF.

       3400-WRITE-MEDICAL.
      *    THE CLAIM'S PAYMENT IS SPREAD ACROSS ITS LINES BY BILLED
      *    CHARGE, THE LAST LINE TAKING THE ROUNDING SO THE LINES SUM
      *    TO WHAT WAS PAID
           ADD 1 TO WS-MEDICAL-CLAIMS
           ADD WS-CLAIM-PAID TO WS-MEDICAL-PAID
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-LINE-TOTAL
           MOVE ZERO TO WS-UNIT-TOTAL
           CALL 'CLMLNLKP' USING CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
                                 WS-LINE-COUNT
                                 WS-LINE-TOTAL
                                 WS-UNIT-TOTAL
                                 WS-LINE-DETAIL
           MOVE WS-CLAIM-PAID TO WS-PAID-LEFT
           IF WS-LINE-COUNT = ZERO OR CLT-LINE-COUNT = ZERO
               PERFORM 3420-WRITE-CLAIM-AS-LINE
           ELSE
               PERFORM 3450-WRITE-SERVICE-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > CLT-LINE-COUNT
           END-IF.

       3420-WRITE-CLAIM-AS-LINE.
           PERFORM 3480-START-MEDICAL-LINE
           MOVE 1 TO APCM-LINE-NUMBER
           MOVE CLM-CLAIM-DATE OF CLH-CLAIM-DETAIL TO APCM-SERVICE-DATE
           MOVE 1 TO APCM-UNITS
           MOVE CLM-CLAIM-AMOUNT OF CLH-CLAIM-DETAIL
               TO APCM-CHARGE-AMOUNT
           MOVE WS-CLAIM-PAID TO APCM-PAID-AMOUNT
           PERFORM 3490-PUT-MEDICAL-LINE.

       3450-WRITE-SERVICE-LINE.
           IF WS-LN-IDX = CLT-LINE-COUNT
               MOVE WS-PAID-LEFT TO WS-LINE-PAID
           ELSE
               MOVE ZERO TO WS-LINE-PAID
               IF WS-LINE-TOTAL > ZERO
                   COMPUTE WS-LINE-PAID ROUNDED =
                       WS-CLAIM-PAID * CLT-SERVICE-AMOUNT(WS-LN-IDX)
                           / WS-LINE-TOTAL
                   END-COMPUTE
               END-IF
               IF WS-LINE-PAID > WS-PAID-LEFT
                   MOVE WS-PAID-LEFT TO WS-LINE-PAID
               END-IF
           END-IF
           SUBTRACT WS-LINE-PAID FROM WS-PAID-LEFT

           PERFORM 3480-START-MEDICAL-LINE
           MOVE CLT-LINE-NUMBER(WS-LN-IDX) TO APCM-LINE-NUMBER
           MOVE CLT-SERVICE-CODE(WS-LN-IDX) TO APCM-SERVICE-CODE
           MOVE CLT-SERVICE-DATE(WS-LN-IDX) TO APCM-SERVICE-DATE
           IF CLT-SERVICE-UNITS(WS-LN-IDX) = ZERO
               MOVE 1 TO APCM-UNITS
           ELSE
               MOVE CLT-SERVICE-UNITS(WS-LN-IDX) TO APCM-UNITS
           END-IF
           MOVE CLT-SERVICE-AMOUNT(WS-LN-IDX) TO APCM-CHARGE-AMOUNT
           MOVE WS-LINE-PAID TO APCM-PAID-AMOUNT
           PERFORM 3490-PUT-MEDICAL-LINE.

       3480-START-MEDICAL-LINE.
           MOVE SPACES TO MEDICAL-RECORD
           MOVE WS-SUBMITTER-ID TO APCM-SUBMITTER-ID
           MOVE WS-PERIOD TO APCM-PERIOD
           MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO APCM-CLAIM-NUMBER
           MOVE WS-STATE-CODE TO APCM-CLAIM-STATUS
           MOVE CLM-ORIG-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO APCM-ORIG-CLAIM-NUMBER
           MOVE CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
               TO APCM-POLICY-NUMBER
           MOVE WS-CLAIM-MEMBER-ID TO APCM-MEMBER-ID
           MOVE CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL
               TO APCM-PROVIDER-ID
           MOVE CLM-CLAIM-TYPE OF CLH-CLAIM-DETAIL TO APCM-CLAIM-TYPE
      *    A CLAIM OLDER THAN THE RECEIPT DATE FIELD WAS RECEIVED, AS
      *    FAR AS WE KNOW, ON ITS SERVICE DATE
           IF CLM-RECEIPT-DATE OF CLH-CLAIM-DETAIL IS NUMERIC
             AND CLM-RECEIPT-DATE OF CLH-CLAIM-DETAIL > ZERO
               MOVE CLM-RECEIPT-DATE OF CLH-CLAIM-DETAIL
                   TO APCM-RECEIPT-DATE
           ELSE
               MOVE CLM-CLAIM-DATE OF CLH-CLAIM-DETAIL
                   TO APCM-RECEIPT-DATE
           END-IF
           MOVE CLM-DIAGNOSIS-CODE OF CLH-CLAIM-DETAIL
               TO APCM-DIAGNOSIS-CODE
           MOVE WS-CLAIM-PAID-DATE TO APCM-PAID-DATE.

       3490-PUT-MEDICAL-LINE.
           WRITE MEDICAL-RECORD
           ADD 1 TO WS-MEDICAL-DETAILS
           COMPUTE WS-BCTL-CENTS = APCM-PAID-AMOUNT * 100
           END-COMPUTE
           ADD WS-BCTL-CENTS TO WS-MEDICAL-HASH.

       3600-WRITE-PHARMACY.
      *    A FILL WITH NO DRUG DETAIL STILL GOES - THE STATE'S
      *    RESPONSE CALLS FOR THE MISSING NDC AND IT IS CORRECTED
      *    FROM THERE
           ADD 1 TO WS-PHARMACY-CLAIMS
           ADD WS-CLAIM-PAID TO WS-PHARMACY-PAID
           MOVE SPACES TO WS-PHARM-DETAIL
           MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO PHRM-CLAIM-NUMBER OF WS-PHARM-DETAIL
           MOVE 'N' TO WS-PHARM-FOUND
           MOVE 'N' TO WS-PHARM-MASTER-PRESENT
           CALL 'PHARMLKP' USING BY CONTENT "C"
                                 BY REFERENCE WS-PHARM-DETAIL
                                 WS-PHARM-FOUND
                                 WS-PHARM-MASTER-PRESENT
                                 WS-REFILL-PCT

           MOVE SPACES TO PHARMACY-RECORD
           MOVE WS-SUBMITTER-ID TO APCP-SUBMITTER-ID
           MOVE WS-PERIOD TO APCP-PERIOD
           MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO APCP-CLAIM-NUMBER
           MOVE WS-STATE-CODE TO APCP-CLAIM-STATUS
           MOVE CLM-ORIG-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
               TO APCP-ORIG-CLAIM-NUMBER
           MOVE CLM-POLICY-NUMBER OF CLH-CLAIM-DETAIL
               TO APCP-POLICY-NUMBER
           MOVE WS-CLAIM-MEMBER-ID TO APCP-MEMBER-ID
           MOVE CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL
               TO APCP-PHARMACY-ID
           IF WS-PHARM-FOUND = 'Y'
               MOVE PHRM-NDC-CODE OF WS-PHARM-DETAIL TO APCP-NDC-CODE
               MOVE PHRM-QUANTITY OF WS-PHARM-DETAIL TO APCP-QUANTITY
               MOVE PHRM-DAYS-SUPPLY OF WS-PHARM-DETAIL
                   TO APCP-DAYS-SUPPLY
               MOVE PHRM-FILL-DATE OF WS-PHARM-DETAIL
                   TO APCP-FILL-DATE
           ELSE
               ADD 1 TO WS-RX-NO-DETAIL
               MOVE ZERO TO APCP-QUANTITY
               MOVE ZERO TO APCP-DAYS-SUPPLY
               MOVE CLM-CLAIM-DATE OF CLH-CLAIM-DETAIL
                   TO APCP-FILL-DATE
           END-IF
           MOVE CLM-CLAIM-AMOUNT OF CLH-CLAIM-DETAIL
               TO APCP-CHARGE-AMOUNT
           MOVE WS-CLAIM-PAID TO APCP-PAID-AMOUNT
           MOVE WS-CLAIM-PAID-DATE TO APCP-PAID-DATE
           WRITE PHARMACY-RECORD
           ADD 1 TO WS-PHARMACY-DETAILS
           COMPUTE WS-BCTL-CENTS = APCP-PAID-AMOUNT * 100
           END-COMPUTE
           ADD WS-BCTL-CENTS TO WS-PHARMACY-HASH.

       3800-NOTE-PROVIDER.
           MOVE 'N' TO WS-PV-FOUND
           PERFORM 3850-SCAN-PROVIDER
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PROVIDER-COUNT OR PV-FOUND
           IF NOT PV-FOUND
               IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                   ADD 1 TO WS-PROVIDER-COUNT
                   MOVE CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL
                       TO WS-PV-PROVIDER-ID(WS-PROVIDER-COUNT)
               ELSE
                   DISPLAY "APCDEXTR WARNING: PROVIDER TABLE FULL - "
                           CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL
                           " NOT SUBMITTED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3850-SCAN-PROVIDER.
           IF WS-PV-PROVIDER-ID(WS-PV-IDX)
                   = CLM-PROVIDER-ID OF CLH-CLAIM-DETAIL
               SET PV-FOUND TO TRUE
           END-IF.

       4000-EXTRACT-PROVIDERS.
      *    PROVIDER ORDER FOR THE FILE. UNUSED SLOTS ARE KEYED
      *    HIGH-VALUES SO THE NOTED PROVIDERS STAY AT THE FRONT
           PERFORM 4050-PAD-PROVIDER-SLOT
               VARYING WS-PV-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PV-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-PV-PROVIDER-ID ON ASCENDING KEY WS-PV-PROVIDER-ID
           PERFORM 4100-WRITE-PROVIDER
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PROVIDER-COUNT.

       4050-PAD-PROVIDER-SLOT.
           MOVE HIGH-VALUES TO WS-PV-PROVIDER-ID(WS-PV-PAD-IDX + 1).

       4100-WRITE-PROVIDER.
           MOVE 'N' TO WS-PROV-FOUND
           CALL 'PROVLKUP' USING WS-PV-PROVIDER-ID(WS-PV-IDX)
                                 WS-PROV-RECORD
                                 WS-PROV-FOUND

           MOVE SPACES TO PROVIDER-RECORD
           MOVE WS-SUBMITTER-ID TO APCV-SUBMITTER-ID
           MOVE WS-PERIOD TO APCV-PERIOD
           MOVE WS-PV-PROVIDER-ID(WS-PV-IDX) TO APCV-PROVIDER-ID
           IF WS-PROV-FOUND = 'Y'
               MOVE PROV-PROVIDER-NAME TO APCV-PROVIDER-NAME
               MOVE PROV-SPECIALTY TO APCV-SPECIALTY
               IF PROV-IN-NETWORK
                   MOVE "Y" TO APCV-IN-NETWORK
               ELSE
                   MOVE "N" TO APCV-IN-NETWORK
               END-IF
               MOVE PROV-LICENSE-NUMBER TO APCV-LICENSE-NUMBER
               MOVE PROV-LICENSE-STATE TO APCV-LICENSE-STATE
           ELSE
               ADD 1 TO WS-PROVIDERS-NOT-ON-FILE
               MOVE "U" TO APCV-IN-NETWORK
           END-IF

           MOVE 'N' TO WS-TAXID-FOUND
           PERFORM 4150-SCAN-TAXID
               VARYING WS-TI-IDX FROM 1 BY 1
               UNTIL WS-TI-IDX > WS-TAXID-COUNT OR TAXID-WAS-FOUND
           IF NOT TAXID-WAS-FOUND
               ADD 1 TO WS-PROVIDERS-NO-TIN
           END-IF

           WRITE PROVIDER-RECORD
           ADD 1 TO WS-PROVIDER-DETAILS.

       4150-SCAN-TAXID.
           IF TAXID-PROVIDER-ID OF WS-TI-ENTRY(WS-TI-IDX)
                   = WS-PV-PROVIDER-ID(WS-PV-IDX)
               SET TAXID-WAS-FOUND TO TRUE
               MOVE TAXID-TAX-ID OF WS-TI-ENTRY(WS-TI-IDX)
                   TO APCV-TAX-ID
               MOVE TAXID-CITY OF WS-TI-ENTRY(WS-TI-IDX) TO APCV-CITY
               MOVE TAXID-STATE OF WS-TI-ENTRY(WS-TI-IDX)
                   TO APCV-STATE
               MOVE TAXID-ZIP OF WS-TI-ENTRY(WS-TI-IDX) TO APCV-ZIP
           END-IF.

       5000-FINISH-SUBMISSION.
           MOVE "TRL" TO BCTL-TAG OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF ELIGIBILITY-CONTROL-RECORD
           MOVE WS-ELIG-DETAILS
               TO BCTL-RECORD-COUNT OF ELIGIBILITY-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF ELIGIBILITY-CONTROL-RECORD
           WRITE ELIGIBILITY-CONTROL-RECORD
           CLOSE ELIGIBILITY-FILE

           MOVE "TRL" TO BCTL-TAG OF MEDICAL-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF MEDICAL-CONTROL-RECORD
           MOVE WS-MEDICAL-DETAILS
               TO BCTL-RECORD-COUNT OF MEDICAL-CONTROL-RECORD
           MOVE WS-MEDICAL-HASH
               TO BCTL-HASH-CENTS OF MEDICAL-CONTROL-RECORD
           WRITE MEDICAL-CONTROL-RECORD
           CLOSE MEDICAL-FILE

           MOVE "TRL" TO BCTL-TAG OF PHARMACY-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF PHARMACY-CONTROL-RECORD
           MOVE WS-PHARMACY-DETAILS
               TO BCTL-RECORD-COUNT OF PHARMACY-CONTROL-RECORD
           MOVE WS-PHARMACY-HASH
               TO BCTL-HASH-CENTS OF PHARMACY-CONTROL-RECORD
           WRITE PHARMACY-CONTROL-RECORD
           CLOSE PHARMACY-FILE

           MOVE "TRL" TO BCTL-TAG OF PROVIDER-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF PROVIDER-CONTROL-RECORD
           MOVE WS-PROVIDER-DETAILS
               TO BCTL-RECORD-COUNT OF PROVIDER-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF PROVIDER-CONTROL-RECORD
           WRITE PROVIDER-CONTROL-RECORD
           CLOSE PROVIDER-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "SUBMITTED - ELIGIBILITY: " WS-ELIG-DETAILS
                  "  MEDICAL LINES: " WS-MEDICAL-DETAILS
                  "  PHARMACY: " WS-PHARMACY-DETAILS
                  "  PROVIDERS: " WS-PROVIDER-DETAILS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-RX-NO-DETAIL > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING WS-RX-NO-DETAIL " PHARMACY CLAIMS SUBMITTED "
                      "WITHOUT DRUG DETAIL - EXPECT NDC REJECTIONS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-PROVIDERS-NOT-ON-FILE > ZERO
             OR WS-PROVIDERS-NO-TIN > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "PROVIDERS NOT ON THE PROVIDER MASTER: "
                      WS-PROVIDERS-NOT-ON-FILE
                      "  WITHOUT A TAX ID: " WS-PROVIDERS-NO-TIN
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-MEMBERS-NO-STATE > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING WS-MEMBERS-NO-STATE " MEMBERS HAVE NO STATE ON "
                      "THE CONTACT MASTER AND WERE NOT CONSIDERED - "
                      "ADD THEIR ADDRESSES"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       6000-REPORT-RESPONSE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STATE RESPONSE TO THE LAST SUBMISSION - RECORDS TO "
                  "CORRECT"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           IF RESPONSE-ABSENT
               MOVE "NO STATE RESPONSE FILE ON HAND" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 6000-EXIT
           END-IF
           IF RESPONSE-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING "STATE RESPONSE FILE FAILED BATCH CONTROLS - "
                      "NOT WORKED - REQUEST A RESEND"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 6000-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "FILE         PERIOD  RECORD KEY                     "
                  "ERROR   FIELD                DESCRIPTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE

           INITIALIZE WS-FILE-TYPE-COUNTS
           OPEN INPUT RESPONSE-FILE
           MOVE 'N' TO WS-EOF-RESPONSE
           PERFORM 6100-READ-RESPONSE UNTIL EOF-RESPONSE
           CLOSE RESPONSE-FILE

           MOVE ALL "-" TO REPORT-LINE(1:130)
           WRITE REPORT-LINE
           PERFORM 6300-PRINT-FILE-TOTALS
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 5

      *    REJECTED RECORDS NEED CORRECTING BEFORE NEXT MONTH'S
      *    SUBMISSION
           IF WS-RESPONSES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   SET EOF-RESPONSE TO TRUE
               NOT AT END
                   IF BCTL-TAG OF RESPONSE-CONTROL-RECORD NOT = "HDR"
                     AND BCTL-TAG OF RESPONSE-CONTROL-RECORD
                           NOT = "TRL"
                       ADD 1 TO WS-RESPONSES-READ
                       PERFORM 6200-APPLY-RESPONSE
                   END-IF
           END-READ.

       6200-APPLY-RESPONSE.
           MOVE 5 TO WS-FT-MATCH-IDX
           PERFORM 6250-MATCH-FILE-TYPE
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 4
           IF APCR-ACCEPTED
               ADD 1 TO WS-FC-ACCEPTED(WS-FT-MATCH-IDX)
           ELSE
               ADD 1 TO WS-FC-REJECTED(WS-FT-MATCH-IDX)
               ADD 1 TO WS-RESPONSES-REJECTED
               MOVE WS-FT-NAME(WS-FT-MATCH-IDX) TO WS-CL-FILE
               MOVE APCR-PERIOD TO WS-CL-PERIOD
               MOVE APCR-RECORD-KEY TO WS-CL-KEY
               MOVE APCR-ERROR-CODE TO WS-CL-ERROR-CODE
               MOVE APCR-ERROR-FIELD TO WS-CL-ERROR-FIELD
               MOVE APCR-ERROR-TEXT TO WS-CL-ERROR-TEXT
               MOVE WS-CORRECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6250-MATCH-FILE-TYPE.
           IF WS-FT-CODE(WS-FT-IDX) = APCR-FILE-TYPE
               MOVE WS-FT-IDX TO WS-FT-MATCH-IDX
           END-IF.

       6300-PRINT-FILE-TOTALS.
           IF WS-FT-IDX < 5
             OR WS-FC-ACCEPTED(WS-FT-IDX) > ZERO
             OR WS-FC-REJECTED(WS-FT-IDX) > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING WS-FT-NAME(WS-FT-IDX)
                      " ACCEPTED: " WS-FC-ACCEPTED(WS-FT-IDX)
                      "  REJECTED: " WS-FC-REJECTED(WS-FT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "APCD SUBMISSION COMPLETE - STATE " WS-REPORT-STATE
                   " MONTH " WS-PERIOD
           DISPLAY "MEMBER RECORDS READ:   " WS-MEMBERS-READ
           DISPLAY "RESIDENT IN STATE:     " WS-MEMBERS-RESIDENT
           DISPLAY "NO STATE ON FILE:      " WS-MEMBERS-NO-STATE
           DISPLAY "ELIGIBILITY SUBMITTED: " WS-MEMBERS-SUBMITTED
           DISPLAY "NOT COVERED IN MONTH:  " WS-MEMBERS-NOT-COVERED
           DISPLAY "CLAIMS SETTLED IN MONTH: " WS-CLAIMS-IN-MONTH
           DISPLAY "  NOT YET FINAL:       " WS-CLAIMS-NOT-FINAL
           DISPLAY "  OUT OF STATE:        " WS-CLAIMS-OUT-STATE
           DISPLAY "  MEDICAL SUBMITTED:   " WS-MEDICAL-CLAIMS
                   " (" WS-MEDICAL-DETAILS " LINES)"
           DISPLAY "  PHARMACY SUBMITTED:  " WS-PHARMACY-CLAIMS
           DISPLAY "MEDICAL PAID:          " WS-MEDICAL-PAID
           DISPLAY "PHARMACY PAID:         " WS-PHARMACY-PAID
           DISPLAY "PROVIDERS SUBMITTED:   " WS-PROVIDER-DETAILS
           DISPLAY "RESPONSE RECORDS READ: " WS-RESPONSES-READ
           DISPLAY "RESPONSE REJECTIONS:   " WS-RESPONSES-REJECTED.

       9000-CLEANUP.
           CLOSE MEMBER-FILE
           CLOSE REPORT-FILE.
