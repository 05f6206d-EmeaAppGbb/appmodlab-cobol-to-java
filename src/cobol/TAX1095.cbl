       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1095.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * YEAR-END 1095-B PROOF-OF-COVERAGE FORMS                        *
      * WORKS OUT, FOR EVERY MEMBER ON EVERY POLICY, WHICH CALENDAR    *
      * MONTHS OF THE TAX YEAR THEY WERE COVERED ON ANY DAY OF - FROM  *
      * THE POLICY'S EFFECTIVE AND EXPIRY DATES AND COVERAGE SEGMENTS, *
      * THE MEMBER'S TERM AND DEATH DATES, THE LAPSE DATE PREMIUM      *
      * PROCESSING LEFT ON A LAPSED POLICY, AND ANY COBRA              *
      * CONTINUATION PERIOD. ONE PRINTABLE FORM GOES TO EACH           *
      * RESPONSIBLE INDIVIDUAL (THE POLICYHOLDER, ADDRESSED FROM THE   *
      * SUBSCRIBER'S ROW ON THE MEMBER CONTACT MASTER) LISTING EVERY   *
      * COVERED INDIVIDUAL ON THE POLICY, AND ONE ELECTRONIC FILING    *
      * RECORD PER COVERED INDIVIDUAL GOES TO THE EXTRACT BETWEEN      *
      * HDR/TRL CONTROLS. EVERY FORM ISSUED IS LOGGED TO THE 1095-B    *
      * ISSUE REGISTER.                                                *
      *                                                                *
      * RUN WITH TAX1095-RUN = CORRECTION, ONLY THE POLICIES ON THE    *
      * REISSUE REQUEST FILE ARE PROCESSED: EACH FORM IS RECOMPUTED    *
      * FROM THE CURRENT MASTERS AND GOES OUT MARKED CORRECTED, TO ITS *
      * OWN FORM REPORT AND FILING EXTRACT. A REQUEST FOR A POLICY     *
      * WHOSE ORIGINAL FORM IS NOT ON THE ISSUE REGISTER IS REJECTED - *
      * THERE IS NOTHING TO CORRECT, AND THE ORIGINAL RUN IS THE       *
      * PLACE TO FILE IT                                               *
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

           SELECT INVOICE-FILE
               ASSIGN TO "data/premium_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT COBRA-FILE
               ASSIGN TO "data/cobra_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRA-STATUS.

           SELECT REISSUE-FILE
               ASSIGN TO "data/tax_1095b_reissue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.

           SELECT ISSUED-FILE
               ASSIGN TO "data/tax_1095b_issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.

           SELECT TAX1095-FILE
               ASSIGN TO WS-TAX1095-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX1095-STATUS.

           SELECT FORM-FILE
               ASSIGN TO WS-FORM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  MEMBER-FILE.
       01  MBR-MASTER-REC.
           COPY MBRREC REPLACING LEADING ==MBR== BY ==MBF==.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           COPY INVREC.

       FD  COBRA-FILE.
       01  COBRA-RECORD.
           COPY COBRREC.

       FD  REISSUE-FILE.
       01  REISSUE-RECORD.
           COPY T95RREC.

       FD  ISSUED-FILE.
       01  ISSUED-RECORD.
           COPY T95IREC.

       FD  TAX1095-FILE.
       01  TAX1095-RECORD.
           COPY T95XREC.
      *    THE SAME RECORD AREA SEEN AS A BATCH CONTROL ROW - THE
      *    FILING EXTRACT GOES OUT WITH THE HDR/TRL CONTROLS EVERY
      *    TRANSMITTED INTERFACE CARRIES
       01  TAX1095-CONTROL-RECORD.
           COPY BCTLREC.

       FD  FORM-FILE.
       01  FORM-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-COBRA-STATUS          PIC XX.
       01  WS-REISSUE-STATUS        PIC XX.
       01  WS-ISSUED-STATUS         PIC XX.
       01  WS-TAX1095-STATUS        PIC XX.
       01  WS-FORM-STATUS           PIC XX.

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-MEMBER            PIC X VALUE 'N'.
           88 EOF-MEMBER            VALUE 'Y'.
       01  WS-EOF-INVOICE           PIC X VALUE 'N'.
           88 EOF-INVOICE           VALUE 'Y'.
       01  WS-EOF-COBRA             PIC X VALUE 'N'.
           88 EOF-COBRA             VALUE 'Y'.
       01  WS-EOF-REISSUE           PIC X VALUE 'N'.
           88 EOF-REISSUE           VALUE 'Y'.
       01  WS-EOF-ISSUED            PIC X VALUE 'N'.
           88 EOF-ISSUED            VALUE 'Y'.

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED THE SAME WAY THE OTHER BATCH PROGRAMS DO. THE
      * FILE NAMES LEFT BLANK TAKE THE ORIGINAL-RUN OR CORRECTION-RUN
      * DEFAULT ONCE THE RUN TYPE IS KNOWN
       01  WS-TAX1095-FILENAME      PIC X(60) VALUE SPACES.
       01  WS-FORM-FILENAME         PIC X(60) VALUE SPACES.
       01  WS-TAX-YEAR-PARM         PIC X(4) VALUE SPACES.
       01  WS-ISSUER-EIN            PIC X(9) VALUE SPACES.
       01  WS-RUN-TYPE              PIC X(1) VALUE 'O'.
           88 ORIGINAL-RUN          VALUE 'O'.
           88 CORRECTION-RUN        VALUE 'C'.

       01  WS-TAX-YEAR              PIC 9(4).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-YEAR            PIC 9(4).

      * THE MEMBER MASTER, HELD IN POLICY/MEMBER ORDER SO EACH
      * POLICY'S COVERED INDIVIDUALS COME TOGETHER ON ONE FORM
       01  WS-MAX-MEMBERS           PIC 9(5) VALUE 20000.
       01  WS-MEMBER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MB-IDX                PIC 9(5) VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES.
               COPY MBRREC REPLACING ==05== BY ==10==.

      * THE LATEST LAPSE PREMIUM PROCESSING RECORDED PER POLICY - THE
      * PERIOD START OF THE LAPSED INVOICE IS THE PAID-THRU DATE THE
      * COVERAGE RAN OUT ON
       01  WS-MAX-LAPSES            PIC 9(5) VALUE 5000.
       01  WS-LAPSE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LP-IDX                PIC 9(5) VALUE 0.
       01  WS-LP-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-LP-FOUND              PIC X VALUE 'N'.
           88 LP-FOUND              VALUE 'Y'.
       01  WS-LAPSE-TABLE.
           05  WS-LP-ENTRY OCCURS 5000 TIMES.
               10  WS-LP-POLICY         PIC X(10).
               10  WS-LP-DATE           PIC 9(8).
       01  WS-LAPSE-DATE            PIC 9(8).
       01  WS-LAPSE-KEY             PIC X(10).

       01  WS-MAX-COBRA-CASES       PIC 9(5) VALUE 2000.
       01  WS-COBRA-COUNT           PIC 9(5) VALUE 0.
       01  WS-CB-IDX                PIC 9(5) VALUE 0.
       01  WS-COBRA-TABLE.
           05  WS-CB-ENTRY OCCURS 2000 TIMES.
               COPY COBRREC REPLACING ==05== BY ==10==.

      * CORRECTION RUN - THE REISSUE REQUESTS FOR THE TAX YEAR, AND
      * THE POLICIES WHOSE ORIGINAL FORM THE ISSUE REGISTER SHOWS
       01  WS-MAX-REQUESTS          PIC 9(5) VALUE 500.
       01  WS-REQUEST-COUNT         PIC 9(5) VALUE 0.
       01  WS-RQ-IDX                PIC 9(5) VALUE 0.
       01  WS-RQ-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-RQ-FOUND              PIC X VALUE 'N'.
           88 RQ-FOUND              VALUE 'Y'.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-POLICY         PIC X(10).
               10  WS-RQ-REASON         PIC X(30).
      *        SPACE UNTIL THE RUN REACHES THE POLICY
               10  WS-RQ-STATUS         PIC X(1).
                   88  RQ-PENDING           VALUE " ".
                   88  RQ-REISSUED          VALUE "I".
                   88  RQ-REJECTED          VALUE "R".
               10  WS-RQ-REJECT-REASON  PIC X(40).

       01  WS-MAX-ORIGINALS         PIC 9(5) VALUE 20000.
       01  WS-ORIGINAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-OR-IDX                PIC 9(5) VALUE 0.
       01  WS-OR-FOUND              PIC X VALUE 'N'.
           88 OR-FOUND              VALUE 'Y'.
       01  WS-ORIGINAL-TABLE.
           05  WS-OR-POLICY OCCURS 20000 TIMES PIC X(10).

      * THE POLICY WHOSE FORM IS BEING BUILT
       01  WS-BREAK-POLICY          PIC X(10) VALUE LOW-VALUES.
       01  WS-POLICY-SELECTED       PIC X VALUE 'N'.
           88 POLICY-SELECTED       VALUE 'Y'.
       01  WS-POLICY-RECORD.
           COPY POLREC.
       01  WS-POLICY-FOUND          PIC X VALUE 'N'.
      *    POLSEGLK OVERLAYS THE SEGMENT IN FORCE ONTO THE COPY IT IS
      *    HANDED, SO EACH MONTH'S TEST STARTS FROM A FRESH COPY OF
      *    THE MASTER ROW
       01  WS-SEG-POLICY-RECORD.
           COPY POLREC.
       01  WS-SEG-AS-OF-DATE        PIC 9(8).
       01  WS-SEG-IN-FORCE          PIC X VALUE 'N'.
       01  WS-POLICY-START          PIC 9(8).
       01  WS-POLICY-END            PIC 9(8).
       01  WS-ORIGIN-CODE           PIC X(1).
       01  WS-COBRA-ON-POLICY       PIC X VALUE 'N'.
           88 COBRA-ON-POLICY       VALUE 'Y'.

      * RESPONSIBLE INDIVIDUAL'S MAILING ADDRESS
       01  WS-BLANK-MEMBER-ID       PIC X(10) VALUE SPACES.
       01  WS-SUBSCRIBER-RECORD.
           COPY MBRREC.
       01  WS-SUBSCR-FOUND          PIC X VALUE 'N'.
       01  WS-MBR-MASTER-PRESENT    PIC X VALUE 'N'.
       01  WS-ADDRESS-RECORD.
           COPY ADDRREC.
       01  WS-ADDR-FOUND            PIC X VALUE 'N'.
       01  WS-ADDR-MASTER-PRESENT   PIC X VALUE 'N'.
       01  WS-RESP-MEMBER-ID        PIC X(10).
       01  WS-ADDRESS-HOLD          PIC X VALUE 'N'.
           88 ADDRESS-ON-HOLD       VALUE 'Y'.

      * THE MEMBER BEING MEASURED - ITS OWN END OF COVERAGE AND THE
      * MONTH UNDER TEST, CLIPPED TO THE COVERAGE WINDOW
       01  WS-MEMBER-END            PIC 9(8).
       01  WS-MONTH-IDX             PIC 9(2) VALUE 0.
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-END             PIC 9(8).
       01  WS-NEXT-MONTH-START      PIC 9(8).
       01  WS-RANGE-START           PIC 9(8).
       01  WS-RANGE-END             PIC 9(8).
       01  WS-MONTH-FLAGS.
           05  WS-MONTH-FLAG OCCURS 12 TIMES PIC X(1).
       01  WS-MONTHS-COVERED        PIC 9(2) VALUE 0.

      * THE COVERED INDIVIDUALS ON THE FORM BEING BUILT
       01  WS-MAX-FORM-MEMBERS      PIC 9(3) VALUE 30.
       01  WS-FORM-MEMBER-COUNT     PIC 9(3) VALUE 0.
       01  WS-FM-IDX                PIC 9(3) VALUE 0.
       01  WS-FORM-MONTHS           PIC 9(5) VALUE 0.
       01  WS-FORM-TABLE.
           05  WS-FM-ENTRY OCCURS 30 TIMES.
               10  WS-FM-MEMBER-ID      PIC X(10).
               10  WS-FM-MEMBER-NAME    PIC X(30).
               10  WS-FM-BIRTH-DATE     PIC 9(8).
               10  WS-FM-MONTH-FLAGS    PIC X(12).
               10  WS-FM-MONTHS         PIC 9(2).

      * PRINTED FORM LINES
       01  WS-FORM-TITLE            PIC X(40).
       01  WS-CITY-LINE             PIC X(40).
       01  WS-FORM-DETAIL.
           05  WS-FD-MEMBER-NAME    PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-FD-MEMBER-ID      PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-FD-BIRTH-DATE     PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-FD-ALL-YEAR       PIC X(1).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-FD-MONTH-CELL OCCURS 12 TIMES.
               10  FILLER           PIC X(2).
               10  WS-FD-MONTH      PIC X(1).
               10  FILLER           PIC X(1).
       01  WS-MONTH-HEADINGS        PIC X(48) VALUE
           "JAN FEB MAR APR MAY JUN JUL AUG SEP OCT NOV DEC ".

      * OUTBOUND BATCH CONTROLS - DETAIL COUNT AND, SINCE THE FORM
      * CARRIES NO MONEY, A HASH OF THE COVERED MONTHS REPORTED
       01  WS-BCTL-DETAILS          PIC 9(7) VALUE 0.
       01  WS-BCTL-HASH             PIC 9(13) VALUE 0.

       01  WS-COUNTERS.
           05  WS-MEMBERS-READ      PIC 9(7) VALUE 0.
           05  WS-POLICIES-NOT-FOUND PIC 9(5) VALUE 0.
           05  WS-MEMBERS-UNCOVERED PIC 9(7) VALUE 0.
           05  WS-FORMS-ISSUED      PIC 9(7) VALUE 0.
           05  WS-INDIVIDUALS-REPORTED PIC 9(7) VALUE 0.
           05  WS-FORMS-ADDRESS-HELD PIC 9(5) VALUE 0.
           05  WS-FORMS-TRUNCATED   PIC 9(5) VALUE 0.
           05  WS-REQUESTS-REJECTED PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "TAX1095".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO A WARNING RUN STILL ENDS RC 4
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 3000-BUILD-FORMS
               VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MEMBER-COUNT
           IF WS-MEMBER-COUNT > 0
               PERFORM 3500-CLOSE-POLICY-FORM THRU 3500-EXIT
           END-IF
           IF CORRECTION-RUN
               PERFORM 4000-REPORT-REQUESTS
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
           END-IF
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - YEAR-END 1095-B FORMS"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YEAR
           COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1

           PERFORM 1100-RESOLVE-RUNPARMS
           PERFORM 1200-LOAD-LAPSES
           PERFORM 1300-LOAD-COBRA-CASES
           PERFORM 1400-LOAD-MEMBERS
           IF CORRECTION-RUN
               PERFORM 1500-LOAD-REQUESTS
               PERFORM 1600-LOAD-ORIGINALS
           END-IF

           OPEN OUTPUT TAX1095-FILE
           MOVE "HDR" TO BCTL-TAG OF TAX1095-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF TAX1095-CONTROL-RECORD
           MOVE ZERO
               TO BCTL-RECORD-COUNT OF TAX1095-CONTROL-RECORD
           MOVE ZERO TO BCTL-HASH-CENTS OF TAX1095-CONTROL-RECORD
           WRITE TAX1095-CONTROL-RECORD

           OPEN OUTPUT FORM-FILE
           OPEN EXTEND ISSUED-FILE
           IF WS-ISSUED-STATUS NOT = "00"
               OPEN OUTPUT ISSUED-FILE
           END-IF

           DISPLAY "REPORTING TAX YEAR: " WS-TAX-YEAR
           IF CORRECTION-RUN
               DISPLAY "CORRECTIONS RUN - REISSUE REQUESTS: "
                       WS-REQUEST-COUNT
           END-IF.

       1100-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1110-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF

           IF WS-TAX-YEAR-PARM NOT = SPACES
               MOVE WS-TAX-YEAR-PARM TO WS-TAX-YEAR
           END-IF

           IF WS-TAX1095-FILENAME = SPACES
               IF CORRECTION-RUN
                   MOVE "data/tax_1095b_corrections.dat"
                       TO WS-TAX1095-FILENAME
               ELSE
                   MOVE "data/tax_1095b_extract.dat"
                       TO WS-TAX1095-FILENAME
               END-IF
           END-IF
           IF WS-FORM-FILENAME = SPACES
               IF CORRECTION-RUN
                   MOVE "reports/1095b_corrected_forms.txt"
                       TO WS-FORM-FILENAME
               ELSE
                   MOVE "reports/1095b_forms.txt"
                       TO WS-FORM-FILENAME
               END-IF
           END-IF.

       1110-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   PERFORM 1120-APPLY-RUNPARM
           END-READ.

       1120-APPLY-RUNPARM.
           EVALUATE RUNPARM-NAME
               WHEN "TAX1095-FILE"
                   MOVE RUNPARM-VALUE TO WS-TAX1095-FILENAME
               WHEN "TAX1095-FORMS"
                   MOVE RUNPARM-VALUE TO WS-FORM-FILENAME
               WHEN "TAX1095-RUN"
                   IF RUNPARM-VALUE(1:10) = "CORRECTION"
                       SET CORRECTION-RUN TO TRUE
                   END-IF
               WHEN "TAX1095-ISSUER-EIN"
                   MOVE RUNPARM-VALUE(1:9) TO WS-ISSUER-EIN
               WHEN "TAX-YEAR"
                   MOVE RUNPARM-VALUE(1:4) TO WS-TAX-YEAR-PARM
           END-EVALUATE.

       1200-LOAD-LAPSES.
      *    NO INVOICE FILE JUST MEANS NO LAPSE DATES ON RECORD - A
      *    LAPSED POLICY THEN FALLS BACK TO ITS PAID-THRU DATE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               MOVE 'N' TO WS-EOF-INVOICE
               PERFORM 1210-READ-INVOICE UNTIL EOF-INVOICE
               CLOSE INVOICE-FILE
           END-IF.

       1210-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   SET EOF-INVOICE TO TRUE
               NOT AT END
                   IF INV-LAPSED
                       PERFORM 1220-POST-LAPSE
                   END-IF
           END-READ.

       1220-POST-LAPSE.
           IF INV-PERIOD-START > ZERO
               MOVE INV-PERIOD-START TO WS-LAPSE-DATE
           ELSE
               MOVE INV-INVOICE-DATE TO WS-LAPSE-DATE
           END-IF
           MOVE INV-POLICY-NUMBER TO WS-LAPSE-KEY
           PERFORM 1230-FIND-LAPSE-ENTRY
           IF LP-FOUND
               IF WS-LAPSE-DATE > WS-LP-DATE(WS-LP-MATCH-IDX)
                   MOVE WS-LAPSE-DATE TO WS-LP-DATE(WS-LP-MATCH-IDX)
               END-IF
           ELSE
               IF WS-LAPSE-COUNT < WS-MAX-LAPSES
                   ADD 1 TO WS-LAPSE-COUNT
                   MOVE INV-POLICY-NUMBER
                       TO WS-LP-POLICY(WS-LAPSE-COUNT)
                   MOVE WS-LAPSE-DATE TO WS-LP-DATE(WS-LAPSE-COUNT)
               ELSE
                   DISPLAY "TAX1095 WARNING: LAPSE TABLE FULL - "
                           "POLICY " INV-POLICY-NUMBER " NOT LOADED"
               END-IF
           END-IF.

       1230-FIND-LAPSE-ENTRY.
           MOVE 'N' TO WS-LP-FOUND
           PERFORM 1240-SCAN-LAPSE-ENTRY
               VARYING WS-LP-IDX FROM 1 BY 1
               UNTIL WS-LP-IDX > WS-LAPSE-COUNT OR LP-FOUND.

       1240-SCAN-LAPSE-ENTRY.
           IF WS-LP-POLICY(WS-LP-IDX) = WS-LAPSE-KEY
               SET LP-FOUND TO TRUE
               MOVE WS-LP-IDX TO WS-LP-MATCH-IDX
           END-IF.

       1300-LOAD-COBRA-CASES.
           OPEN INPUT COBRA-FILE
           IF WS-COBRA-STATUS = "00"
               MOVE 'N' TO WS-EOF-COBRA
               PERFORM 1310-READ-COBRA-CASE UNTIL EOF-COBRA
               CLOSE COBRA-FILE
           END-IF.

       1310-READ-COBRA-CASE.
           READ COBRA-FILE
               AT END
                   SET EOF-COBRA TO TRUE
               NOT AT END
                   IF WS-COBRA-COUNT < WS-MAX-COBRA-CASES
                       ADD 1 TO WS-COBRA-COUNT
                       MOVE COBRA-RECORD
                           TO WS-CB-ENTRY(WS-COBRA-COUNT)
                   ELSE
                       DISPLAY "TAX1095 WARNING: COBRA TABLE FULL - "
                               "POLICY " COBR-POLICY-NUMBER
                                   OF COBRA-RECORD " NOT LOADED"
                   END-IF
           END-READ.

       1400-LOAD-MEMBERS.
           MOVE HIGH-VALUES TO WS-MEMBER-TABLE
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               DISPLAY "TAX1095 WARNING: MEMBER MASTER NOT FOUND - "
                       "NO FORMS CAN BE PRODUCED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-MEMBER
               PERFORM 1410-READ-MEMBER UNTIL EOF-MEMBER
               CLOSE MEMBER-FILE
               SORT WS-MB-ENTRY
                   ON ASCENDING KEY MBR-POLICY-NUMBER OF WS-MB-ENTRY
                                    MBR-MEMBER-ID OF WS-MB-ENTRY
           END-IF.

       1410-READ-MEMBER.
           READ MEMBER-FILE
               AT END
                   SET EOF-MEMBER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
                   IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MBR-MASTER-REC
                           TO WS-MB-ENTRY(WS-MEMBER-COUNT)
                   ELSE
                       DISPLAY "TAX1095 WARNING: MEMBER TABLE FULL - "
                               "MEMBER " MBF-MEMBER-ID " NOT LOADED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       1500-LOAD-REQUESTS.
           OPEN INPUT REISSUE-FILE
           IF WS-REISSUE-STATUS NOT = "00"
               DISPLAY "TAX1095 WARNING: NO REISSUE REQUEST FILE - "
                       "NOTHING TO CORRECT"
           ELSE
               MOVE 'N' TO WS-EOF-REISSUE
               PERFORM 1510-READ-REQUEST UNTIL EOF-REISSUE
               CLOSE REISSUE-FILE
           END-IF.

       1510-READ-REQUEST.
           READ REISSUE-FILE
               AT END
                   SET EOF-REISSUE TO TRUE
               NOT AT END
                   IF T95R-TAX-YEAR = ZERO
                       OR T95R-TAX-YEAR = WS-TAX-YEAR
                       PERFORM 1520-ADD-REQUEST
                   END-IF
           END-READ.

       1520-ADD-REQUEST.
      *    TWO REQUESTS FOR ONE POLICY STILL REISSUE ONE FORM
           MOVE 'N' TO WS-RQ-FOUND
           PERFORM 1530-SCAN-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQUEST-COUNT OR RQ-FOUND
           IF NOT RQ-FOUND
               IF WS-REQUEST-COUNT < WS-MAX-REQUESTS
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE T95R-POLICY-NUMBER
                       TO WS-RQ-POLICY(WS-REQUEST-COUNT)
                   MOVE T95R-REASON TO WS-RQ-REASON(WS-REQUEST-COUNT)
                   MOVE SPACE TO WS-RQ-STATUS(WS-REQUEST-COUNT)
                   MOVE SPACES
                       TO WS-RQ-REJECT-REASON(WS-REQUEST-COUNT)
               ELSE
                   DISPLAY "TAX1095 WARNING: REQUEST TABLE FULL - "
                           "POLICY " T95R-POLICY-NUMBER " NOT LOADED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1530-SCAN-REQUEST.
           IF WS-RQ-POLICY(WS-RQ-IDX) = T95R-POLICY-NUMBER
               SET RQ-FOUND TO TRUE
               MOVE WS-RQ-IDX TO WS-RQ-MATCH-IDX
           END-IF.

       1600-LOAD-ORIGINALS.
           OPEN INPUT ISSUED-FILE
           IF WS-ISSUED-STATUS = "00"
               MOVE 'N' TO WS-EOF-ISSUED
               PERFORM 1610-READ-ISSUED UNTIL EOF-ISSUED
               CLOSE ISSUED-FILE
           END-IF.

       1610-READ-ISSUED.
           READ ISSUED-FILE
               AT END
                   SET EOF-ISSUED TO TRUE
               NOT AT END
                   IF T95I-TAX-YEAR = WS-TAX-YEAR AND T95I-ORIGINAL
                       AND WS-ORIGINAL-COUNT < WS-MAX-ORIGINALS
                       ADD 1 TO WS-ORIGINAL-COUNT
                       MOVE T95I-POLICY-NUMBER
                           TO WS-OR-POLICY(WS-ORIGINAL-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * ONE PASS OVER THE MEMBERS IN POLICY ORDER - A CHANGE OF POLICY *
      * FINISHES THE PREVIOUS FORM AND OPENS THE NEXT                  *
      ******************************************************************
       3000-BUILD-FORMS.
           IF MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
               NOT = WS-BREAK-POLICY
               IF WS-MB-IDX > 1
                   PERFORM 3500-CLOSE-POLICY-FORM THRU 3500-EXIT
               END-IF
               MOVE MBR-POLICY-NUMBER OF WS-MB-ENTRY(WS-MB-IDX)
                   TO WS-BREAK-POLICY
               PERFORM 3100-OPEN-POLICY-FORM THRU 3100-EXIT
           END-IF

           IF POLICY-SELECTED
               PERFORM 3300-MEASURE-MEMBER THRU 3300-EXIT
           END-IF.

       3100-OPEN-POLICY-FORM.
           MOVE 'N' TO WS-POLICY-SELECTED
           MOVE ZERO TO WS-FORM-MEMBER-COUNT
           MOVE ZERO TO WS-FORM-MONTHS

           IF CORRECTION-RUN
               PERFORM 3110-CHECK-REQUEST THRU 3110-EXIT
               IF NOT RQ-FOUND
                   GO TO 3100-EXIT
               END-IF
               IF NOT RQ-PENDING(WS-RQ-MATCH-IDX)
                   GO TO 3100-EXIT
               END-IF
           END-IF

           CALL 'POLYLKUP' USING WS-BREAK-POLICY
                                 WS-POLICY-RECORD
                                 WS-POLICY-FOUND
           IF WS-POLICY-FOUND NOT = 'Y'
               ADD 1 TO WS-POLICIES-NOT-FOUND
               CALL 'ERRHANDL' USING
                   BY CONTENT EC-POLICY-NOT-FOUND
                   BY CONTENT WS-BREAK-POLICY
               IF CORRECTION-RUN
                   SET RQ-REJECTED(WS-RQ-MATCH-IDX) TO TRUE
                   MOVE "POLICY NOT ON THE POLICY MASTER"
                       TO WS-RQ-REJECT-REASON(WS-RQ-MATCH-IDX)
               END-IF
               GO TO 3100-EXIT
           END-IF

           SET POLICY-SELECTED TO TRUE
           MOVE POL-EFFECTIVE-DATE OF WS-POLICY-RECORD
               TO WS-POLICY-START
           IF POL-EXPIRY-DATE OF WS-POLICY-RECORD = ZERO
               MOVE 99999999 TO WS-POLICY-END
           ELSE
               MOVE POL-EXPIRY-DATE OF WS-POLICY-RECORD
                   TO WS-POLICY-END
           END-IF

           MOVE 'N' TO WS-COBRA-ON-POLICY
           PERFORM 3120-APPLY-COBRA-CASE
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-COBRA-COUNT

      *    A LAPSED POLICY WAS COVERED THROUGH THE PAID-THRU DATE IT
      *    LAPSED AT, WHATEVER ITS EXPIRY DATE STILL SAYS
           IF POL-STATUS OF WS-POLICY-RECORD = "L"
               MOVE WS-BREAK-POLICY TO WS-LAPSE-KEY
               PERFORM 1230-FIND-LAPSE-ENTRY
               IF LP-FOUND
                   MOVE WS-LP-DATE(WS-LP-MATCH-IDX) TO WS-LAPSE-DATE
               ELSE
                   MOVE POL-PAID-THRU-DATE OF WS-POLICY-RECORD
                       TO WS-LAPSE-DATE
               END-IF
               IF WS-LAPSE-DATE > ZERO
                   AND WS-LAPSE-DATE < WS-POLICY-END
                   MOVE WS-LAPSE-DATE TO WS-POLICY-END
               END-IF
           END-IF

           IF POL-GROUP-NUMBER OF WS-POLICY-RECORD NOT = SPACES
               OR POL-IS-CONTINUATION OF WS-POLICY-RECORD
               OR COBRA-ON-POLICY
               MOVE "B" TO WS-ORIGIN-CODE
           ELSE
               MOVE "D" TO WS-ORIGIN-CODE
           END-IF.

       3100-EXIT.
           EXIT.

       3110-CHECK-REQUEST.
           MOVE 'N' TO WS-RQ-FOUND
           PERFORM 3115-SCAN-REQUEST-POLICY
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQUEST-COUNT OR RQ-FOUND
           IF NOT RQ-FOUND
               GO TO 3110-EXIT
           END-IF

           MOVE 'N' TO WS-OR-FOUND
           PERFORM 3116-SCAN-ORIGINAL
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-ORIGINAL-COUNT OR OR-FOUND
           IF NOT OR-FOUND
               SET RQ-REJECTED(WS-RQ-MATCH-IDX) TO TRUE
               MOVE "NO ORIGINAL FORM ON THE ISSUE REGISTER"
                   TO WS-RQ-REJECT-REASON(WS-RQ-MATCH-IDX)
           END-IF.

       3110-EXIT.
           EXIT.

       3115-SCAN-REQUEST-POLICY.
           IF WS-RQ-POLICY(WS-RQ-IDX) = WS-BREAK-POLICY
               SET RQ-FOUND TO TRUE
               MOVE WS-RQ-IDX TO WS-RQ-MATCH-IDX
           END-IF.

       3116-SCAN-ORIGINAL.
           IF WS-OR-POLICY(WS-OR-IDX) = WS-BREAK-POLICY
               SET OR-FOUND TO TRUE
           END-IF.

       3120-APPLY-COBRA-CASE.
      *    AN ELECTED CONTINUATION RUNS THE COVERAGE ON TO THE END OF
      *    THE CONTINUATION PERIOD. A CASE NEVER ELECTED LEAVES THE
      *    COVERAGE ENDING WITH THE QUALIFYING EVENT
           IF COBR-POLICY-NUMBER OF WS-CB-ENTRY(WS-CB-IDX)
               = WS-BREAK-POLICY
               SET COBRA-ON-POLICY TO TRUE
               IF COBR-ELECTED OF WS-CB-ENTRY(WS-CB-IDX)
                   OR COBR-PERIOD-ENDED OF WS-CB-ENTRY(WS-CB-IDX)
                   IF COBR-CONTINUATION-END OF WS-CB-ENTRY(WS-CB-IDX)
                       > WS-POLICY-END
                       OR WS-POLICY-END = 99999999
                       MOVE COBR-CONTINUATION-END
                           OF WS-CB-ENTRY(WS-CB-IDX)
                           TO WS-POLICY-END
                   END-IF
               ELSE
                   IF COBR-EVENT-DATE OF WS-CB-ENTRY(WS-CB-IDX) > ZERO
                       AND COBR-EVENT-DATE OF WS-CB-ENTRY(WS-CB-IDX)
                           < WS-POLICY-END
                       MOVE COBR-EVENT-DATE OF WS-CB-ENTRY(WS-CB-IDX)
                           TO WS-POLICY-END
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A MONTH COUNTS WHEN THE MEMBER WAS COVERED ON ANY DAY OF IT -  *
      * THE MONTH IS CLIPPED TO THE MEMBER'S COVERAGE WINDOW AND THE   *
      * POLICY'S COVERAGE SEGMENTS ARE ASKED WHETHER IT WAS IN FORCE   *
      * AT EITHER END OF WHAT IS LEFT                                  *
      ******************************************************************
       3300-MEASURE-MEMBER.
           MOVE WS-POLICY-END TO WS-MEMBER-END
           IF MBR-TERMINATED OF WS-MB-ENTRY(WS-MB-IDX)
               AND MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-IDX) > ZERO
               AND MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                   < WS-MEMBER-END
               MOVE MBR-TERM-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                   TO WS-MEMBER-END
           END-IF
           IF MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX) IS NUMERIC
               AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX) > ZERO
               AND MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                   < WS-MEMBER-END
               MOVE MBR-DEATH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
                   TO WS-MEMBER-END
           END-IF

           MOVE SPACES TO WS-MONTH-FLAGS
           MOVE ZERO TO WS-MONTHS-COVERED
           PERFORM 3310-TEST-MONTH THRU 3310-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12

      *    A CORRECTED FORM STILL LISTS AN INDIVIDUAL WHO TURNS OUT
      *    TO HAVE NO COVERED MONTHS, SO THE ORIGINAL LINE IS ZEROED
           IF WS-MONTHS-COVERED = ZERO AND ORIGINAL-RUN
               ADD 1 TO WS-MEMBERS-UNCOVERED
               GO TO 3300-EXIT
           END-IF

           IF WS-FORM-MEMBER-COUNT NOT < WS-MAX-FORM-MEMBERS
               ADD 1 TO WS-FORMS-TRUNCATED
               DISPLAY "TAX1095 WARNING: POLICY " WS-BREAK-POLICY
                       " HAS MORE COVERED INDIVIDUALS THAN ONE FORM "
                       "HOLDS - MEMBER "
                       MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-IDX)
                       " NOT REPORTED"
               MOVE 4 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-FORM-MEMBER-COUNT
           MOVE WS-FORM-MEMBER-COUNT TO WS-FM-IDX
           MOVE MBR-MEMBER-ID OF WS-MB-ENTRY(WS-MB-IDX)
               TO WS-FM-MEMBER-ID(WS-FM-IDX)
           MOVE MBR-MEMBER-NAME OF WS-MB-ENTRY(WS-MB-IDX)
               TO WS-FM-MEMBER-NAME(WS-FM-IDX)
           MOVE MBR-BIRTH-DATE OF WS-MB-ENTRY(WS-MB-IDX)
               TO WS-FM-BIRTH-DATE(WS-FM-IDX)
           MOVE WS-MONTH-FLAGS TO WS-FM-MONTH-FLAGS(WS-FM-IDX)
           MOVE WS-MONTHS-COVERED TO WS-FM-MONTHS(WS-FM-IDX)
           ADD WS-MONTHS-COVERED TO WS-FORM-MONTHS.

       3300-EXIT.
           EXIT.

       3310-TEST-MONTH.
           COMPUTE WS-MONTH-START =
               WS-TAX-YEAR * 10000 + WS-MONTH-IDX * 100 + 1
           END-COMPUTE
           IF WS-MONTH-IDX = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-TAX-YEAR + 1) * 10000 + 101
               END-COMPUTE
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           END-COMPUTE

           MOVE WS-MONTH-START TO WS-RANGE-START
           IF WS-POLICY-START > WS-RANGE-START
               MOVE WS-POLICY-START TO WS-RANGE-START
           END-IF
           MOVE WS-MONTH-END TO WS-RANGE-END
           IF WS-MEMBER-END < WS-RANGE-END
               MOVE WS-MEMBER-END TO WS-RANGE-END
           END-IF
           IF WS-RANGE-START > WS-RANGE-END
               GO TO 3310-EXIT
           END-IF

           MOVE WS-POLICY-RECORD TO WS-SEG-POLICY-RECORD
           MOVE WS-RANGE-START TO WS-SEG-AS-OF-DATE
           CALL 'POLSEGLK' USING WS-SEG-POLICY-RECORD
                                 WS-SEG-AS-OF-DATE
                                 WS-SEG-IN-FORCE
           IF WS-SEG-IN-FORCE NOT = 'Y'
               MOVE WS-POLICY-RECORD TO WS-SEG-POLICY-RECORD
               MOVE WS-RANGE-END TO WS-SEG-AS-OF-DATE
               CALL 'POLSEGLK' USING WS-SEG-POLICY-RECORD
                                     WS-SEG-AS-OF-DATE
                                     WS-SEG-IN-FORCE
           END-IF
           IF WS-SEG-IN-FORCE = 'Y'
               MOVE "X" TO WS-MONTH-FLAG(WS-MONTH-IDX)
               ADD 1 TO WS-MONTHS-COVERED
           END-IF.

       3310-EXIT.
           EXIT.

      ******************************************************************
      * FINISH THE POLICY'S FORM - PRINT IT, FILE ONE EXTRACT RECORD   *
      * PER COVERED INDIVIDUAL, AND LOG IT TO THE ISSUE REGISTER       *
      ******************************************************************
       3500-CLOSE-POLICY-FORM.
           IF NOT POLICY-SELECTED
               GO TO 3500-EXIT
           END-IF
           IF WS-FORM-MEMBER-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF
           IF CORRECTION-RUN
               IF RQ-REJECTED(WS-RQ-MATCH-IDX)
                   GO TO 3500-EXIT
               END-IF
           END-IF

           PERFORM 3510-RESOLVE-ADDRESS
           PERFORM 3600-PRINT-FORM
           PERFORM 3700-WRITE-FILING-RECORD
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FORM-MEMBER-COUNT

           MOVE WS-TAX-YEAR TO T95I-TAX-YEAR
           MOVE WS-BREAK-POLICY TO T95I-POLICY-NUMBER
           IF CORRECTION-RUN
               SET T95I-CORRECTED TO TRUE
               SET RQ-REISSUED(WS-RQ-MATCH-IDX) TO TRUE
           ELSE
               SET T95I-ORIGINAL TO TRUE
           END-IF
           MOVE WS-TODAY-DATE TO T95I-ISSUE-DATE
           MOVE WS-FORM-MEMBER-COUNT TO T95I-INDIVIDUALS
           MOVE WS-FORM-MONTHS TO T95I-MONTHS-COVERED
           WRITE ISSUED-RECORD
           ADD 1 TO WS-FORMS-ISSUED.

       3500-EXIT.
           EXIT.

       3510-RESOLVE-ADDRESS.
      *    THE FORM IS STILL FURNISHED TO A POLICYHOLDER WITH NO
      *    DELIVERABLE ADDRESS, BUT IS FLAGGED FOR MAILROOM HOLD
           MOVE SPACES TO WS-ADDRESS-RECORD
           MOVE SPACES TO WS-RESP-MEMBER-ID
           MOVE 'N' TO WS-ADDRESS-HOLD
           CALL 'MBRLKUP' USING WS-BREAK-POLICY
                                WS-BLANK-MEMBER-ID
                                WS-SUBSCRIBER-RECORD
                                WS-SUBSCR-FOUND
                                WS-MBR-MASTER-PRESENT
           IF WS-SUBSCR-FOUND = 'Y'
               MOVE MBR-MEMBER-ID OF WS-SUBSCRIBER-RECORD
                   TO WS-RESP-MEMBER-ID
               CALL 'ADDRLKUP' USING WS-BREAK-POLICY
                                     WS-RESP-MEMBER-ID
                                     WS-ADDRESS-RECORD
                                     WS-ADDR-FOUND
                                     WS-ADDR-MASTER-PRESENT
           ELSE
               MOVE 'N' TO WS-ADDR-FOUND
           END-IF
           IF WS-ADDR-FOUND NOT = 'Y'
               MOVE SPACES TO WS-ADDRESS-RECORD
               SET ADDRESS-ON-HOLD TO TRUE
           ELSE
               IF ADDR-RETURNED OF WS-ADDRESS-RECORD
                   SET ADDRESS-ON-HOLD TO TRUE
               END-IF
           END-IF
           IF ADDRESS-ON-HOLD
               ADD 1 TO WS-FORMS-ADDRESS-HELD
           END-IF.

       3600-PRINT-FORM.
           IF CORRECTION-RUN
               MOVE "FORM 1095-B  HEALTH COVERAGE  CORRECTED"
                   TO WS-FORM-TITLE
           ELSE
               MOVE "FORM 1095-B  HEALTH COVERAGE"
                   TO WS-FORM-TITLE
           END-IF
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE
           MOVE ALL "=" TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING WS-FORM-TITLE "    TAX YEAR " WS-TAX-YEAR
                  "    POLICY " WS-BREAK-POLICY
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           IF ADDRESS-ON-HOLD
               MOVE SPACES TO FORM-LINE
               STRING "*** MAILROOM HOLD - NO DELIVERABLE ADDRESS ON "
                      "FILE FOR THE RESPONSIBLE INDIVIDUAL ***"
                   DELIMITED BY SIZE INTO FORM-LINE
               WRITE FORM-LINE
           END-IF
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE

           MOVE "PART I - RESPONSIBLE INDIVIDUAL" TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "  " POL-HOLDER-NAME OF WS-POLICY-RECORD
                  "  MEMBER ID " WS-RESP-MEMBER-ID
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "  " ADDR-LINE-1 OF WS-ADDRESS-RECORD
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           IF ADDR-LINE-2 OF WS-ADDRESS-RECORD NOT = SPACES
               MOVE SPACES TO FORM-LINE
               STRING "  " ADDR-LINE-2 OF WS-ADDRESS-RECORD
                   DELIMITED BY SIZE INTO FORM-LINE
               WRITE FORM-LINE
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           STRING ADDR-CITY OF WS-ADDRESS-RECORD " "
                  ADDR-STATE OF WS-ADDRESS-RECORD " "
                  ADDR-ZIP OF WS-ADDRESS-RECORD
               DELIMITED BY SIZE INTO WS-CITY-LINE
           MOVE SPACES TO FORM-LINE
           STRING "  " WS-CITY-LINE
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "  ORIGIN OF HEALTH COVERAGE: " WS-ORIGIN-CODE
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE

           MOVE "PART III - ISSUER OR OTHER COVERAGE PROVIDER"
               TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "  CONTINENTAL INSURANCE GROUP  EIN " WS-ISSUER-EIN
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE

           MOVE "PART IV - COVERED INDIVIDUALS" TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "NAME                           MEMBER ID  "
                  "DOB      ALL YR  " WS-MONTH-HEADINGS
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           PERFORM 3610-PRINT-INDIVIDUAL
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FORM-MEMBER-COUNT.

       3610-PRINT-INDIVIDUAL.
           MOVE SPACES TO WS-FORM-DETAIL
           MOVE WS-FM-MEMBER-NAME(WS-FM-IDX) TO WS-FD-MEMBER-NAME
           MOVE WS-FM-MEMBER-ID(WS-FM-IDX) TO WS-FD-MEMBER-ID
           MOVE WS-FM-BIRTH-DATE(WS-FM-IDX) TO WS-FD-BIRTH-DATE
           IF WS-FM-MONTHS(WS-FM-IDX) = 12
               MOVE "X" TO WS-FD-ALL-YEAR
           END-IF
           PERFORM 3620-FILL-MONTH-CELL
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           MOVE WS-FORM-DETAIL TO FORM-LINE
           WRITE FORM-LINE.

       3620-FILL-MONTH-CELL.
      *    A FULL YEAR IS MARKED ONCE IN THE ALL-YEAR COLUMN
           IF WS-FM-MONTHS(WS-FM-IDX) < 12
               MOVE WS-FM-MONTH-FLAGS(WS-FM-IDX)(WS-MONTH-IDX:1)
                   TO WS-FD-MONTH(WS-MONTH-IDX)
           END-IF.

       3700-WRITE-FILING-RECORD.
           MOVE SPACES TO TAX1095-RECORD
           MOVE WS-TAX-YEAR TO T95X-TAX-YEAR
           IF CORRECTION-RUN
               SET T95X-IS-CORRECTION TO TRUE
           END-IF
           MOVE WS-BREAK-POLICY TO T95X-POLICY-NUMBER
           MOVE POL-HOLDER-NAME OF WS-POLICY-RECORD TO T95X-RESP-NAME
           MOVE WS-RESP-MEMBER-ID TO T95X-RESP-MEMBER-ID
           MOVE ADDR-LINE-1 OF WS-ADDRESS-RECORD TO T95X-ADDRESS-LINE-1
           MOVE ADDR-LINE-2 OF WS-ADDRESS-RECORD TO T95X-ADDRESS-LINE-2
           MOVE ADDR-CITY OF WS-ADDRESS-RECORD TO T95X-CITY
           MOVE ADDR-STATE OF WS-ADDRESS-RECORD TO T95X-STATE
           MOVE ADDR-ZIP OF WS-ADDRESS-RECORD TO T95X-ZIP
           MOVE WS-ORIGIN-CODE TO T95X-ORIGIN-CODE
           MOVE WS-FM-MEMBER-ID(WS-FM-IDX) TO T95X-MEMBER-ID
           MOVE WS-FM-MEMBER-NAME(WS-FM-IDX) TO T95X-MEMBER-NAME
           MOVE WS-FM-BIRTH-DATE(WS-FM-IDX) TO T95X-BIRTH-DATE
           IF WS-FM-MONTHS(WS-FM-IDX) = 12
               MOVE "Y" TO T95X-ALL-YEAR
           ELSE
               MOVE "N" TO T95X-ALL-YEAR
           END-IF
           MOVE WS-FM-MONTH-FLAGS(WS-FM-IDX) TO T95X-MONTH-FLAGS
           MOVE WS-FM-MONTHS(WS-FM-IDX) TO T95X-MONTHS-COVERED
           WRITE TAX1095-RECORD
           ADD 1 TO WS-INDIVIDUALS-REPORTED
           ADD 1 TO WS-BCTL-DETAILS
           ADD WS-FM-MONTHS(WS-FM-IDX) TO WS-BCTL-HASH.

      ******************************************************************
      * CORRECTION RUN - A REQUEST THE RUN NEVER REACHED HAD NO        *
      * MEMBERS ON THE MASTER; EVERY REJECTION IS LISTED AT THE FOOT   *
      * OF THE FORM REPORT FOR THE TAX DESK                            *
      ******************************************************************
       4000-REPORT-REQUESTS.
           IF RQ-PENDING(WS-RQ-IDX)
               SET RQ-REJECTED(WS-RQ-IDX) TO TRUE
               MOVE "NO MEMBERS ON THE MEMBER MASTER"
                   TO WS-RQ-REJECT-REASON(WS-RQ-IDX)
           END-IF
           IF RQ-REJECTED(WS-RQ-IDX)
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO FORM-LINE
               STRING "REISSUE REQUEST REJECTED - POLICY "
                      WS-RQ-POLICY(WS-RQ-IDX) " - "
                      WS-RQ-REJECT-REASON(WS-RQ-IDX)
                      " (" WS-RQ-REASON(WS-RQ-IDX) ")"
                   DELIMITED BY SIZE INTO FORM-LINE
               WRITE FORM-LINE
               DISPLAY "TAX1095 WARNING: REISSUE FOR POLICY "
                       WS-RQ-POLICY(WS-RQ-IDX) " REJECTED - "
                       WS-RQ-REJECT-REASON(WS-RQ-IDX)
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "1095-B FORMS COMPLETE FOR TAX YEAR " WS-TAX-YEAR
           DISPLAY "MEMBERS READ:           " WS-MEMBERS-READ
           DISPLAY "POLICIES NOT ON MASTER: " WS-POLICIES-NOT-FOUND
           DISPLAY "MEMBERS NOT COVERED:    " WS-MEMBERS-UNCOVERED
           DISPLAY "FORMS ISSUED:           " WS-FORMS-ISSUED
           DISPLAY "INDIVIDUALS REPORTED:   " WS-INDIVIDUALS-REPORTED
           DISPLAY "COVERED MONTHS TOTAL:   " WS-BCTL-HASH
           DISPLAY "FORMS ON MAILROOM HOLD: " WS-FORMS-ADDRESS-HELD
           IF WS-FORMS-TRUNCATED > ZERO
               DISPLAY "INDIVIDUALS NOT FITTED: " WS-FORMS-TRUNCATED
           END-IF
           IF CORRECTION-RUN
               DISPLAY "REISSUES REJECTED:      " WS-REQUESTS-REJECTED
           END-IF
           DISPLAY "FORMS WRITTEN TO:   " WS-FORM-FILENAME
           DISPLAY "EXTRACT WRITTEN TO: " WS-TAX1095-FILENAME.

       9000-CLEANUP.
           MOVE "TRL" TO BCTL-TAG OF TAX1095-CONTROL-RECORD
           MOVE WS-TODAY-DATE
               TO BCTL-FILE-DATE OF TAX1095-CONTROL-RECORD
           MOVE WS-BCTL-DETAILS
               TO BCTL-RECORD-COUNT OF TAX1095-CONTROL-RECORD
           MOVE WS-BCTL-HASH
               TO BCTL-HASH-CENTS OF TAX1095-CONTROL-RECORD
           WRITE TAX1095-CONTROL-RECORD
           CLOSE TAX1095-FILE
           CLOSE FORM-FILE
           CLOSE ISSUED-FILE.
