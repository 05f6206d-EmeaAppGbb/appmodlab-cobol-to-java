               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIT-STATUS.

           SELECT PROC-EDIT-FILE
               ASSIGN TO "data/procedure_edits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDT-STATUS.

           SELECT DECISION-AUDIT-FILE
               ASSIGN TO "data/adjud_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-USAGE-STATUS.

           SELECT ACCUM-HISTORY-FILE
               ASSIGN TO "data/accum_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  WAIT-PERIOD-REC.
           COPY WAITREC.

       FD  PROC-EDIT-FILE.
       01  PROC-EDIT-REC.
           COPY PEDTREC.

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-RECORD.
           COPY ADTRREC.
       01  REFERRAL-USAGE-RECORD.
           COPY REFUSREC.

       FD  ACCUM-HISTORY-FILE.
       01  ACCUM-HISTORY-RECORD.
           COPY ACCHREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-POLICY-ACTIVE         PIC X VALUE 'N'.
           88 POLICY-IS-ACTIVE      VALUE 'Y'.
       01  WS-SEGMENT-IN-FORCE      PIC X VALUE 'Y'.
           88 SEGMENT-IN-FORCE      VALUE 'Y'.

      * BUSINESS RULE LIMITS - LOADED FROM THE COVERAGE RULES FILE ON
      * THE FIRST CALL; THE VALUE CLAUSES BELOW ARE THE DEFAULTS USED
       01  WS-MAX-AUTO-APPROVE      PIC 9(7)V99 VALUE 5000.00.
       01  WS-DENTAL-MAX            PIC 9(5)V99 VALUE 2500.00.
       01  WS-VISION-MAX            PIC 9(4)V99 VALUE 500.00.
      *    LIFETIME CAP ON ORTHODONTIC BENEFIT PER PATIENT, SEPARATE
      *    FROM THE POLICY'S OVERALL MAXIMUM - TESTED AGAINST
      *    ACCUM-ORTHO-PAID
       01  WS-ORTHO-LIFETIME-MAX    PIC 9(7)V99 VALUE 2000.00.
       01  WS-ORTHO-ROW             PIC X VALUE SPACE.
       01  WS-ORTHO-REMAINING       PIC 9(7)V99.
       01  WS-MANUAL-REVIEW-LIMIT   PIC 9(7)V99 VALUE 25000.00.
      *    PERCENT OF A PRIOR FILL'S DAYS SUPPLY THAT MUST HAVE
      *    ELAPSED BEFORE A REFILL OF THE SAME NDC IS IN BOUNDS -
       01  WS-PERDIEM-APPLIED       PIC X VALUE 'N'.
           88 PER-DIEM-APPLIED      VALUE 'Y'.

      * DRG CASE-RATE PRICING - A HOSPITAL CONTRACT CARRYING A DRG BASE
      * RATE PRICES AN INPATIENT STAY AT BASE RATE TIMES THE RELATIVE
      * WEIGHT OF THE DRG THE STAY GROUPS TO, AHEAD OF ANY PER-DIEM
      * RATE ON THE SAME CONTRACT. A STAY PAST THE DRG'S OUTLIER
      * THRESHOLD EARNS AN ADD-ON FOR THE EXTRA DAYS AT
      * WS-DRG-OUTLIER-PCT OF THE CASE RATE'S DAILY EQUIVALENT, THEN
      * ROUTES TO MANUAL REVIEW WITH THE PRICED FIGURE IN HAND
       01  WS-DRG-BASE-RATE         PIC 9(7)V99 VALUE 0.
       01  WS-DRG-WEIGHT-RECORD.
           COPY DRGWREC.
       01  WS-DRG-FOUND             PIC X VALUE 'N'.
           88 DRG-GROUPED           VALUE 'Y'.
       01  WS-DRG-CASE-RATE         PIC 9(9)V99 VALUE 0.
       01  WS-DRG-OUTLIER-ADDON     PIC 9(9)V99 VALUE 0.
       01  WS-DRG-ALLOWED           PIC 9(9)V99 VALUE 0.
       01  WS-DRG-DAILY-DIVISOR     PIC 9(3)V9 VALUE 0.
       01  WS-DRG-EXCESS-DAYS       PIC 9(5) VALUE 0.
       01  WS-DRG-OUTLIER-PCT       PIC 9(3) VALUE 80.
       01  WS-DRG-OUTLIER-FLAG      PIC X VALUE 'N'.
           88 DRG-OUTLIER-STAY      VALUE 'Y'.

      * PROCEDURE CODE LINE EDITS - EVERY LINE ITEM'S SERVICE CODE IS
      * HELD TO THE PROCEDURE CODE MASTER (DATES, CLAIM TYPE, PATIENT
      * AGE AND SEX) AND TO THE CORRECT-CODING PAIR EDITS BEFORE THE
      * CLAIM PRICES. A CLAIM FAILING ANY EDIT IS DENIED WITH THAT
      * EDIT'S OWN REASON SO THE PROVIDER CAN REBILL IT CODED
      * CORRECTLY. WITH NO PROCEDURE MASTER ON FILE THE LINES PASS
      * UNEDITED, EXACTLY AS BEFORE THE MASTER EXISTED
       01  WS-LINE-DETAIL.
           COPY CLMLNTBL.
       01  WS-PROC-RECORD.
           COPY PROCREC.
       01  WS-PROC-FOUND            PIC X VALUE 'N'.
       01  WS-PROC-MASTER-PRESENT   PIC X VALUE 'N'.
       01  WS-LN-IDX                PIC 9(3) VALUE 0.
       01  WS-LN-IDX2               PIC 9(3) VALUE 0.
       01  WS-LN-FAILED-IDX         PIC 9(3) VALUE 0.
       01  WS-LINE-EDIT-REASON      PIC 99 VALUE 0.
       01  WS-LINE-EDIT-CHECK       PIC X(20).
       01  WS-PROC-TYPE-IDX         PIC 9(1) VALUE 0.
       01  WS-PROC-TYPE-MATCHED     PIC X VALUE 'N'.
           88 PROC-TYPE-MATCHED     VALUE 'Y'.
       01  WS-LN-MPR-TABLE.
           05  WS-LN-MPR-IND        PIC X OCCURS 99 TIMES.
      *    THE PATIENT'S MEMBER ROW IS ONLY FETCHED WHEN A LINE'S CODE
      *    CARRIES AN AGE OR SEX RESTRICTION - A PATIENT NOT ON THE
      *    MEMBER MASTER IS CLMEDIT'S CONCERN, AND PASSES HERE
       01  WS-PATIENT-RECORD.
           COPY MBRREC.
       01  WS-PATIENT-FOUND         PIC X VALUE 'N'.
       01  WS-PATIENT-MASTER-PRESENT PIC X VALUE 'N'.
       01  WS-PATIENT-LOOKED-UP     PIC X VALUE 'N'.
           88 PATIENT-LOOKED-UP     VALUE 'Y'.
       01  WS-PATIENT-AGE           PIC 9(3) VALUE 0.
      *    CORRECT-CODING PAIR EDITS - LOADED ON THE FIRST CALL FROM
      *    data/procedure_edits.dat. A MISSING FILE MEANS NO PAIR OF
      *    CODES IS RESTRICTED
       01  WS-PEDT-STATUS           PIC XX.
       01  WS-EOF-PEDT              PIC X VALUE 'N'.
           88 EOF-PEDT              VALUE 'Y'.
       01  WS-MAX-PAIR-EDITS        PIC 9(4) VALUE 2000.
       01  WS-PAIR-EDIT-COUNT       PIC 9(4) VALUE 0.
       01  WS-PE-IDX                PIC 9(4) VALUE 0.
       01  WS-PE-FOUND              PIC X VALUE 'N'.
           88 PE-FOUND              VALUE 'Y'.
       01  WS-PAIR-EDIT-TABLE.
           05  WS-PE-ENTRY OCCURS 2000 TIMES.
               COPY PEDTREC REPLACING ==05== BY ==10==.
      *    MULTIPLE-PROCEDURE REDUCTION - PERCENT TAKEN OFF EACH
      *    SECONDARY SURGICAL LINE BILLED ON THE SAME SERVICE DATE AS
      *    A HIGHER-BILLED ONE, AND THE CLAIM'S TOTAL REDUCTION,
      *    WHICH COMES OFF THE BILLED AMOUNT BEFORE ANY FEE CAP
       01  WS-MPR-PCT               PIC 9(3)V99 VALUE 50.00.
       01  WS-MPR-REDUCTION         PIC 9(7)V99 VALUE 0.
       01  WS-MPR-LINE-REDUCTION    PIC 9(7)V99 VALUE 0.
       01  WS-MPR-SECONDARY         PIC X VALUE 'N'.
           88 MPR-IS-SECONDARY      VALUE 'Y'.

       01  WS-PROJECTED-BENEFIT     PIC 9(9)V99.

      * RULE-BY-RULE DECISION AUDIT - EVERY CHECK THIS PROGRAM APPLIES
       01  WS-REFERRAL-MATCHED      PIC X VALUE 'N'.
           88 REFERRAL-WAS-MATCHED  VALUE 'Y'.

      * CAPITATED ENCOUNTER - A CAPITATED-SERVICE CLAIM BILLED BY THE
      * MEMBER'S OWN ASSIGNED PCP ON A CAPITATED GATEKEEPER PLAN IS
      * ALREADY PAID FOR BY CAPPAY'S MONTHLY CAPITATION. IT STILL RUNS
      * THE EDITS SO THE UTILIZATION IS CAPTURED CLEAN, THEN APPROVES
      * AT ZERO WITHOUT TOUCHING THE ACCUMULATORS
       01  WS-CAP-ENCOUNTER         PIC X VALUE 'N'.
           88 CAP-ENCOUNTER         VALUE 'Y'.

      * BENEFIT PLAN MASTER - MEMBER COST SHARING (COINSURANCE,
      * COPAYS, ANNUAL OUT-OF-POCKET MAXIMUM) PER PLAN TYPE, LOADED
      * ON THE FIRST CALL. A PLAN TYPE WITH NO ROW KEEPS THE
       01  WS-OOP-MET-WORK          PIC 9(7)V99 VALUE 0.
       01  WS-OOP-POSTING           PIC 9(9)V99 VALUE 0.

      * PLAN-YEAR SPLIT OF A SERVICE SPAN - A STAY OR COURSE OF CARE
      * RUNNING BACK INTO A PLAN YEAR ACCUMRL HAS ALREADY CLOSED IS
      * APPORTIONED BY YEAR, BY THE LINE ITEMS' OWN SERVICE DATES OR
      * ELSE BY SERVICE DAYS. EACH CLOSED YEAR'S SHARE IS ADJUDICATED
      * AGAINST THAT YEAR'S COVERAGE AND ITS ARCHIVED FIGURES ON THE
      * PRIOR-YEAR HISTORY FILE, WHERE ITS POSTINGS ARE APPENDED; THE
      * LAST ENTRY IS THE SHARE FALLING IN THE OPEN YEAR, WHICH RUNS
      * THROUGH THE ORDINARY CALCULATION AGAINST THE LIVE STORE
       01  WS-ACCH-STATUS           PIC XX.
       01  WS-EOF-ACCH              PIC X VALUE 'N'.
           88 EOF-ACCH              VALUE 'Y'.
      *    THE LIVE STORE CARRIES NO YEAR - IT HOLDS THE YEAR AFTER
      *    THE LAST ONE ARCHIVED. ZERO WHEN NO YEAR HAS BEEN CLOSED
       01  WS-LIVE-PLAN-YEAR        PIC 9(4) VALUE 0.
       01  WS-LIVE-YEAR-KNOWN       PIC X VALUE 'N'.
           88 LIVE-YEAR-KNOWN       VALUE 'Y'.
       01  WS-SPAN-FROM-DATE        PIC 9(8).
       01  WS-SPAN-THRU-DATE        PIC 9(8).
       01  WS-SPAN-FROM-YEAR        PIC 9(4).
       01  WS-SPAN-THRU-YEAR        PIC 9(4).
       01  WS-SPAN-YEAR             PIC 9(4).
       01  WS-SPAN-YEAR-FIRST       PIC 9(8).
       01  WS-SPAN-YEAR-LAST        PIC 9(8).
       01  WS-SPAN-YEAR-START       PIC 9(8).
       01  WS-SPAN-YEAR-END         PIC 9(8).
       01  WS-SPAN-YEAR-BASIS       PIC 9(9)V99.
       01  WS-SPAN-BASIS-TOTAL      PIC 9(9)V99.
       01  WS-SPAN-FINAL-START      PIC 9(8).
       01  WS-SPAN-FINAL-BASIS      PIC 9(9)V99.
       01  WS-SPAN-LINE-DATE        PIC 9(8).
       01  WS-SPAN-LINE-DATE-R REDEFINES WS-SPAN-LINE-DATE.
           05  WS-SPAN-LINE-YEAR    PIC 9(4).
           05  FILLER               PIC 9(4).
       01  WS-SPAN-SAVE-ALLOWED     PIC 9(7)V99.
       01  WS-SPAN-SHARED-TOTAL     PIC 9(9)V99.
       01  WS-SPAN-REMAINDER        PIC S9(7)V99.
       01  WS-SPAN-LAST-BASIS-IDX   PIC 9(1) VALUE 0.
       01  WS-SPAN-PRIOR-COVERAGE   PIC 9(9)V99 VALUE 0.
       01  WS-SPAN-PRIOR-RESP       PIC 9(7)V99 VALUE 0.
       01  WS-SPAN-VC-SLOT          PIC 9(3) VALUE 0.
       01  WS-SPAN-PASS             PIC X VALUE 'N'.
           88 SPAN-PRIOR-PASS       VALUE 'Y'.
       01  WS-SPAN-VISIT-OVER       PIC X VALUE 'N'.
           88 SPAN-VISIT-OVER       VALUE 'Y'.
       01  WS-SPAN-OVER-MAX         PIC X VALUE 'N'.
           88 SPAN-OVER-MAX         VALUE 'Y'.
       01  WS-SPAN-APPROVED         PIC X VALUE 'N'.
           88 SPAN-APPROVED         VALUE 'Y'.
       01  WS-SPAN-ACCUM.
           COPY ACCUMREC.
       01  WS-MAX-SPAN-PRIOR        PIC 9(1) VALUE 8.
       01  WS-SPAN-PRIOR-COUNT      PIC 9(1) VALUE 0.
       01  WS-SPAN-PORTION-COUNT    PIC 9(1) VALUE 0.
       01  WS-SP-IDX                PIC 9(2) VALUE 0.
       01  WS-SPAN-TABLE.
           05  WS-SP-ENTRY OCCURS 9 TIMES.
               10  WS-SP-PLAN-YEAR      PIC 9(4).
               10  WS-SP-START-DATE     PIC 9(8).
               10  WS-SP-BASIS          PIC 9(9)V99.
               10  WS-SP-ALLOWED        PIC 9(7)V99.
               10  WS-SP-COVERAGE       PIC 9(7)V99.
               10  WS-SP-MBR-RESP       PIC 9(7)V99.
      *        'Y' ONCE THE SHARE HAS FIGURES TO APPEND TO HISTORY
               10  WS-SP-POSTED         PIC X.
      *        'Y' WHEN THE MEMBER'S OWN HISTORY ROW WAS TOUCHED
               10  WS-SP-MBR-USED       PIC X.
               10  WS-SP-VISIT-ROW      PIC X.
               10  WS-SP-VC-SLOT        PIC 9(3).
               10  WS-SP-FAM-ROW        PIC X(98).
               10  WS-SP-MBR-ROW        PIC X(98).

      * CLAIM TYPE RULES - SEEDED WITH THE FIVE BUILT-IN TYPES AND
      * THEN EXTENDED/OVERRIDDEN BY data/claim_types.dat WHEN PRESENT,
      * SO A NEW CLAIM TYPE CAN BE ADDED WITHOUT CHANGING THIS PROGRAM
       01  WS-CTYPE-STATUS          PIC XX.
           05  WS-CT-ENTRY OCCURS 50 TIMES.
               COPY CTYPEREC REPLACING ==05== BY ==10==.

      *    WHAT A CLAIM PENDED FOR INFORMATION IS MISSING - HANDED TO
      *    RFIGEN SO THE PROVIDER LETTER ASKS FOR EXACTLY THAT
       01  WS-RFI-NEED-DIAGNOSIS    PIC X VALUE 'N'.
           88 RFI-DIAGNOSIS-MISSING VALUE 'Y'.
       01  WS-RFI-NEED-PROVIDER     PIC X VALUE 'N'.
           88 RFI-PROVIDER-MISSING  VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-CLAIM-RECORD.
           COPY CLMREC.
           88 LS-APPROVED           VALUE 'A'.
           88 LS-DENIED             VALUE 'D'.
           88 LS-PENDING            VALUE 'P'.
           88 LS-PENDED-INFO        VALUE 'I'.
       01  LS-REASON-CODE           PIC 99.
      *    THE FEE-SCHEDULE-CAPPED, DEDUCTIBLE-APPLIED AMOUNT THIS
      *    CLAIM WAS ACTUALLY APPROVED FOR (NATIVE CURRENCY) - ZERO
      *    AND POTENTIALLY DIVERGE FROM WHAT WAS RECORDED AGAINST
      *    ACCUM-DEDUCT-MET/ACCUM-BENEFIT-PAID ABOVE
       01  LS-CALCULATED-COVERAGE   PIC 9(7)V99.
      *    THE DEDUCTIBLE AND COST SHARE THIS CLAIM LEFT THE MEMBER
      *    TO PAY (NATIVE CURRENCY) - WHAT WAS POSTED TOWARD THE
      *    OUT-OF-POCKET POSITION. CLMPROC AND APPEALPR OFFER IT TO
      *    THE MEMBER'S HRA WHEN THE GROUP FUNDS ONE
       01  LS-MEMBER-RESPONSIBILITY PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-CLAIM-RECORD
                                LS-POLICY-RECORD
                                LS-RESULT
                                LS-REASON-CODE
                                LS-CALCULATED-COVERAGE
                                LS-MEMBER-RESPONSIBILITY.

       0000-ADJUDICATE-CLAIM.
           MOVE 'D' TO LS-RESULT
           MOVE ZERO TO LS-REASON-CODE
           MOVE ZERO TO LS-CALCULATED-COVERAGE
           MOVE ZERO TO LS-MEMBER-RESPONSIBILITY
      *    WORKING-STORAGE PERSISTS ACROSS CALLS - WITHOUT THIS RESET
      *    A CLAIM PENDED BEFORE THE COVERAGE CALCULATION RUNS WOULD
      *    HAND THE PREVIOUS CLAIM'S COVERAGE BACK AT 8500
           MOVE 'N' TO WS-MEMBER-TRACKING
           MOVE 'N' TO WS-MBR-ROW-LOADED
           MOVE 'N' TO WS-REFERRAL-MATCHED
           MOVE 'N' TO WS-CAP-ENCOUNTER
           MOVE 'N' TO WS-PATIENT-LOOKED-UP
           MOVE SPACE TO WS-VISIT-ROW
           MOVE SPACE TO WS-ORTHO-ROW
           MOVE ZERO TO WS-VC-SLOT
           MOVE ZERO TO WS-MPR-REDUCTION
           MOVE ZERO TO WS-SPAN-PORTION-COUNT
           MOVE ZERO TO WS-SPAN-PRIOR-COUNT
           MOVE 'N' TO WS-SPAN-APPROVED
           MOVE 'N' TO WS-DRG-OUTLIER-FLAG

           IF NOT RULES-ARE-LOADED
               PERFORM 0400-RESOLVE-RUNPARMS
               PERFORM 0700-LOAD-PLAN-MASTER
               PERFORM 0750-LOAD-UC-AMOUNTS
               PERFORM 0770-LOAD-WAIT-PERIODS
               PERFORM 0790-LOAD-PAIR-EDITS
           END-IF

      *    A MEMBER KNOWN TO HAVE DIED BEFORE THE SERVICE DATE IS
      *    DENIED AS SUCH EVEN WHEN THE POLICY HAS SINCE TERMINATED -
      *    THE PLAIN INACTIVE-POLICY DENIAL WOULD HIDE THE REAL REASON
           PERFORM 0900-CHECK-MEMBER-DECEASED THRU 0900-EXIT
           IF LS-REASON-CODE = EC-DENY-MEMBER-DECEASED
               GO TO 8000-DENY-CLAIM
           END-IF

           PERFORM 1000-VALIDATE-POLICY-STATUS THRU 1000-EXIT
           IF CLM-CLAIM-TYPE OF LS-CLAIM-RECORD = "04"
               PERFORM 3700-CHECK-PHARMACY THRU 3700-EXIT
           END-IF
           PERFORM 3800-EDIT-PROCEDURE-LINES THRU 3800-EXIT
           IF CAP-ENCOUNTER
               GO TO 8700-RECORD-ENCOUNTER
           END-IF
           PERFORM 4000-APPLY-COVERAGE-RULES
           
           GO TO 9000-EXIT.
                   MOVE RULE-VALUE TO WS-DENTAL-MAX
               WHEN "VISION-MAX"
                   MOVE RULE-VALUE TO WS-VISION-MAX
               WHEN "ORTHO-LIFETIME-MAX"
                   MOVE RULE-VALUE TO WS-ORTHO-LIFETIME-MAX
      *        READ BY ORTHPLAN - NAMED HERE SO THEY ARE NOT WARNED
               WHEN "ORTHO-INITIAL-PCT"
               WHEN "ORTHO-INSTALLMENTS"
                   CONTINUE
               WHEN "MANUAL-REVIEW-LIMIT"
                   MOVE RULE-VALUE TO WS-MANUAL-REVIEW-LIMIT
               WHEN "OON-COINS-PCT"
                   MOVE RULE-VALUE TO WS-REFILL-PCT
               WHEN "PREMIUM-GRACE-DAYS"
                   MOVE RULE-VALUE TO WS-PREMIUM-GRACE-DAYS
               WHEN "MULT-PROC-REDUCE-PCT"
                   MOVE RULE-VALUE TO WS-MPR-PCT
               WHEN "DRG-OUTLIER-PCT"
                   MOVE RULE-VALUE TO WS-DRG-OUTLIER-PCT
               WHEN OTHER
      *            VISIT-MAX-nn ROWS CARRY THE CLAIM TYPE IN THE RULE
      *            NAME ITSELF SO THE NAME/VALUE FILE SHAPE STILL
       0600-SEED-CLAIM-TYPES.
      *    THE FOUR TYPES THIS PROGRAM HAS ALWAYS SUPPORTED - THE
      *    DENTAL/VISION MAXIMUMS REFLECT WHATEVER COVERAGE RULES
      *    FILE OVERRIDE 0500-LOAD-RULES JUST APPLIED - PLUS
      *    ORTHODONTIA, WHICH PAYS THROUGH A TREATMENT PLAN AND IS
      *    CAPPED BY ITS OWN LIFETIME MAXIMUM RATHER THAN A PER-CLAIM
      *    ONE
           MOVE 5 TO WS-CTYPE-COUNT
           MOVE "01" TO CTYPE-CODE OF WS-CT-ENTRY(1)
           MOVE "MEDICAL" TO CTYPE-NAME OF WS-CT-ENTRY(1)
           MOVE ZERO TO CTYPE-MAX-AMOUNT OF WS-CT-ENTRY(1)
           MOVE ZERO TO CTYPE-MAX-AMOUNT OF WS-CT-ENTRY(4)
           MOVE "N" TO CTYPE-REQUIRE-DIAGNOSIS OF WS-CT-ENTRY(4)
           MOVE "Y" TO CTYPE-REQUIRE-PROVIDER OF WS-CT-ENTRY(4)
           MOVE "05" TO CTYPE-CODE OF WS-CT-ENTRY(5)
           MOVE "ORTHODONTIA" TO CTYPE-NAME OF WS-CT-ENTRY(5)
           MOVE ZERO TO CTYPE-MAX-AMOUNT OF WS-CT-ENTRY(5)
           MOVE "N" TO CTYPE-REQUIRE-DIAGNOSIS OF WS-CT-ENTRY(5)
           MOVE "Y" TO CTYPE-REQUIRE-PROVIDER OF WS-CT-ENTRY(5)
      *    NONE OF THE BUILT-IN TYPES REQUIRES PRE-CERTIFICATION
      *    OUT OF THE BOX - data/claim_types.dat FLAGS THE ONES THAT DO
           MOVE "N" TO CTYPE-REQUIRE-PREAUTH OF WS-CT-ENTRY(1)
           MOVE "N" TO CTYPE-REQUIRE-PREAUTH OF WS-CT-ENTRY(2)
           MOVE "N" TO CTYPE-REQUIRE-PREAUTH OF WS-CT-ENTRY(3)
           MOVE "N" TO CTYPE-REQUIRE-PREAUTH OF WS-CT-ENTRY(4)
           MOVE "N" TO CTYPE-REQUIRE-PREAUTH OF WS-CT-ENTRY(5)
      *    NOR DOES ANY BUILT-IN TYPE REQUIRE A PCP REFERRAL OUT OF
      *    THE BOX - data/claim_types.dat FLAGS THE ONES THAT DO
           MOVE "N" TO CTYPE-REQUIRE-REFERRAL OF WS-CT-ENTRY(1)
           MOVE "N" TO CTYPE-REQUIRE-REFERRAL OF WS-CT-ENTRY(2)
           MOVE "N" TO CTYPE-REQUIRE-REFERRAL OF WS-CT-ENTRY(3)
           MOVE "N" TO CTYPE-REQUIRE-REFERRAL OF WS-CT-ENTRY(4)
           MOVE "N" TO CTYPE-REQUIRE-REFERRAL OF WS-CT-ENTRY(5)
      *    THE BUILT-IN TYPES ALL PRICE FLAT PER CLAIM - AN
      *    INPATIENT TYPE FROM data/claim_types.dat FLAGS PER-DIEM
           MOVE "N" TO CTYPE-PRICE-PER-DIEM OF WS-CT-ENTRY(1)
           MOVE "N" TO CTYPE-PRICE-PER-DIEM OF WS-CT-ENTRY(2)
           MOVE "N" TO CTYPE-PRICE-PER-DIEM OF WS-CT-ENTRY(3)
           MOVE "N" TO CTYPE-PRICE-PER-DIEM OF WS-CT-ENTRY(4)
           MOVE "N" TO CTYPE-PRICE-PER-DIEM OF WS-CT-ENTRY(5)
      *    NOR IS ANY BUILT-IN TYPE CAPITATED - data/claim_types.dat
      *    FLAGS THE OFFICE-VISIT TYPES A PCP'S CAPITATION COVERS
           MOVE "N" TO CTYPE-CAPITATED OF WS-CT-ENTRY(1)
           MOVE "N" TO CTYPE-CAPITATED OF WS-CT-ENTRY(2)
           MOVE "N" TO CTYPE-CAPITATED OF WS-CT-ENTRY(3)
           MOVE "N" TO CTYPE-CAPITATED OF WS-CT-ENTRY(4)
           MOVE "N" TO CTYPE-CAPITATED OF WS-CT-ENTRY(5).

       0650-LOAD-CLAIM-TYPES.
      *    A MISSING CLAIM TYPE FILE IS NORMAL - THE SEEDED DEFAULTS
                   END-IF
           END-READ.

       0790-LOAD-PAIR-EDITS.
      *    A MISSING PAIR EDIT FILE IS NORMAL - NO PAIR OF PROCEDURE
      *    CODES IS THEN RESTRICTED
           OPEN INPUT PROC-EDIT-FILE
           IF WS-PEDT-STATUS = "00"
               MOVE 'N' TO WS-EOF-PEDT
               PERFORM 0795-READ-PAIR-EDIT UNTIL EOF-PEDT
               CLOSE PROC-EDIT-FILE
           END-IF.

       0795-READ-PAIR-EDIT.
           READ PROC-EDIT-FILE
               AT END
                   SET EOF-PEDT TO TRUE
               NOT AT END
                   IF WS-PAIR-EDIT-COUNT < WS-MAX-PAIR-EDITS
                       ADD 1 TO WS-PAIR-EDIT-COUNT
                       MOVE PROC-EDIT-REC
                           TO WS-PE-ENTRY(WS-PAIR-EDIT-COUNT)
                   ELSE
                       DISPLAY "ADJUDCTN WARNING: PAIR EDIT TABLE "
                               "FULL - PAIR "
                               PEDT-COLUMN1-CODE OF PROC-EDIT-REC "/"
                               PEDT-COLUMN2-CODE OF PROC-EDIT-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       0900-CHECK-MEMBER-DECEASED.
      *    THE DATE OF DEATH IS CARRIED ON THE MEMBER MASTER - A CLAIM
      *    WITH NO MEMBER ID IS THE SUBSCRIBER'S, WHICH MBRLKUP
      *    RESOLVES. NO MASTER, NO ROW OR NO DATE ON FILE PASSES
           IF NOT PATIENT-LOOKED-UP
               MOVE 'N' TO WS-PATIENT-FOUND
               MOVE 'N' TO WS-PATIENT-MASTER-PRESENT
               CALL 'MBRLKUP' USING CLM-POLICY-NUMBER
                                        OF LS-CLAIM-RECORD
                                    CLM-MEMBER-ID
                                    WS-PATIENT-RECORD
                                    WS-PATIENT-FOUND
                                    WS-PATIENT-MASTER-PRESENT
               SET PATIENT-LOOKED-UP TO TRUE
           END-IF
           IF WS-PATIENT-FOUND NOT = 'Y'
               GO TO 0900-EXIT
           END-IF
           IF MBR-DEATH-DATE OF WS-PATIENT-RECORD NOT NUMERIC
             OR MBR-DEATH-DATE OF WS-PATIENT-RECORD = ZERO
               GO TO 0900-EXIT
           END-IF
           IF CLM-CLAIM-DATE > MBR-DEATH-DATE OF WS-PATIENT-RECORD
               MOVE EC-DENY-MEMBER-DECEASED TO LS-REASON-CODE
               CALL 'BIZDATE' USING WS-TODAY-DATE
               MOVE "MEMBER-DECEASED" TO WS-AUD-CHECK-NAME
               MOVE ZERO TO WS-AUD-VALUE
               MOVE ZERO TO WS-AUD-LIMIT
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF.
       0900-EXIT.
           EXIT.

       1000-VALIDATE-POLICY-STATUS.
      *    THE CLAIM IS ADJUDICATED ON THE COVERAGE IN FORCE ON ITS
      *    SERVICE DATE - POLSEGLK LAYS THAT SEGMENT'S PLAN,
      *    DEDUCTIBLES, MAXIMUM, GROUP AND STATUS OVER THE POLICY
      *    RECORD BEFORE ANYTHING BELOW READS THEM. A POLICY WITH
      *    SEGMENTS BUT NONE COVERING THE DATE WAS NOT IN FORCE THEN
           CALL 'POLSEGLK' USING LS-POLICY-RECORD
                                 CLM-CLAIM-DATE
                                 WS-SEGMENT-IN-FORCE
           IF NOT SEGMENT-IN-FORCE
               MOVE 'N' TO WS-POLICY-ACTIVE
               MOVE EC-DENY-POLICY-INACTIVE TO LS-REASON-CODE
               GO TO 1000-EXIT
           END-IF

      *    CHECK IF POLICY IS ACTIVE
           IF POL-STATUS = 'A'
               MOVE 'Y' TO WS-POLICY-ACTIVE
               GO TO 8000-DENY-CLAIM
           END-IF

      *    MISSING REQUIRED INFORMATION PENDS THE CLAIM AND ASKS THE
      *    PROVIDER FOR IT RATHER THAN DENYING OUTRIGHT - BOTH ITEMS
      *    ARE CHECKED FIRST SO ONE LETTER ASKS FOR EVERYTHING. A
      *    CLAIM ALREADY BACK FROM A REQUEST (ANSWERED OR TIMED OUT BY
      *    RFIPROC) THAT IS STILL MISSING INFORMATION DENIES AS BEFORE
           MOVE 'N' TO WS-RFI-NEED-DIAGNOSIS
           MOVE 'N' TO WS-RFI-NEED-PROVIDER
           IF CTYPE-DIAGNOSIS-REQUIRED OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
               IF CLM-DIAGNOSIS-CODE = "00000" OR SPACES
                   SET RFI-DIAGNOSIS-MISSING TO TRUE
               END-IF
           END-IF

           IF CTYPE-PROVIDER-REQUIRED OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
               IF CLM-PROVIDER-ID = SPACES
                   SET RFI-PROVIDER-MISSING TO TRUE
               END-IF
           END-IF

           IF RFI-DIAGNOSIS-MISSING OR RFI-PROVIDER-MISSING
               IF RFI-DIAGNOSIS-MISSING
                   MOVE EC-DENY-MISSING-DIAGNOSIS TO LS-REASON-CODE
               ELSE
                   MOVE EC-DENY-MISSING-PROVIDER TO LS-REASON-CODE
               END-IF
               IF CLM-IS-RFI-RETURN
                   GO TO 8000-DENY-CLAIM
               END-IF
               GO TO 8600-PEND-FOR-INFORMATION
           END-IF

           IF CTYPE-PREAUTH-REQUIRED OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
               PERFORM 3200-CHECK-PRIOR-AUTH
           END-IF

           IF CTYPE-CAPITATED-SERVICE OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
               PERFORM 3400-CHECK-CAPITATED-ENCOUNTER THRU 3400-EXIT
           END-IF

      *    THE MEMBER'S OWN PCP NEEDS NO REFERRAL TO ITSELF
           IF CTYPE-REFERRAL-REQUIRED OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
             AND NOT CAP-ENCOUNTER
               PERFORM 3300-CHECK-REFERRAL THRU 3300-EXIT
           END-IF

       3300-EXIT.
           EXIT.

       3400-CHECK-CAPITATED-ENCOUNTER.
      *    ONLY A PLAN THAT ACTUALLY CAPITATES ITS PCPS - GATEKEEPER
      *    WITH A PMPM RATE - TURNS THE PCP'S OWN CLAIMS INTO
      *    ENCOUNTERS. THE PATIENT'S MEMBER ROW IS FETCHED ONCE PER
      *    CLAIM AND SHARED WITH THE LINE EDITS' AGE/SEX CHECK
           IF CLM-PROVIDER-ID = SPACES
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-PL-FOUND
           PERFORM 4250-SCAN-PLAN-ENTRY
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR PL-FOUND
           IF NOT PL-FOUND
               GO TO 3400-EXIT
           END-IF
           IF NOT PLAN-IS-GATEKEEPER OF WS-PL-ENTRY(WS-PL-MATCH-IDX)
               GO TO 3400-EXIT
           END-IF
           IF PLAN-CAP-PMPM OF WS-PL-ENTRY(WS-PL-MATCH-IDX)
                   NOT NUMERIC
             OR PLAN-CAP-PMPM OF WS-PL-ENTRY(WS-PL-MATCH-IDX) = ZERO
               GO TO 3400-EXIT
           END-IF

           IF NOT PATIENT-LOOKED-UP
               MOVE 'N' TO WS-PATIENT-FOUND
               MOVE 'N' TO WS-PATIENT-MASTER-PRESENT
               CALL 'MBRLKUP' USING CLM-POLICY-NUMBER
                                        OF LS-CLAIM-RECORD
                                    CLM-MEMBER-ID
                                    WS-PATIENT-RECORD
                                    WS-PATIENT-FOUND
                                    WS-PATIENT-MASTER-PRESENT
               SET PATIENT-LOOKED-UP TO TRUE
           END-IF
           IF WS-PATIENT-FOUND NOT = 'Y'
               GO TO 3400-EXIT
           END-IF

      *    THE SERVICE MUST FALL ON OR AFTER THE ASSIGNMENT - A VISIT
      *    TO THE NEW PCP BEFORE THE MEMBER MOVED IS STILL FEE-FOR-
      *    SERVICE, AND THE OLD PCP'S CAPITATION COVERED THE MONTH
           IF MBR-PCP-ID OF WS-PATIENT-RECORD NOT = CLM-PROVIDER-ID
               GO TO 3400-EXIT
           END-IF
           IF MBR-PCP-EFF-DATE OF WS-PATIENT-RECORD NOT NUMERIC
             OR MBR-PCP-EFF-DATE OF WS-PATIENT-RECORD > CLM-CLAIM-DATE
               GO TO 3400-EXIT
           END-IF

           SET CAP-ENCOUNTER TO TRUE
           MOVE "CAP-ENCOUNTER" TO WS-AUD-CHECK-NAME
           MOVE WS-CLAIM-AMOUNT-USD TO WS-AUD-VALUE
           MOVE ZERO TO WS-AUD-LIMIT
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD.

       3400-EXIT.
           EXIT.

       3050-SCAN-FOR-CLAIM-TYPE.
           IF CTYPE-CODE OF WS-CT-ENTRY(WS-CT-IDX) = CLM-CLAIM-TYPE
               SET CT-FOUND TO TRUE
      *    DEDUCTIBLE THIS POLICY HAS ALREADY SATISFIED ON A PRIOR
      *    CLAIM
           PERFORM 4010-APPLY-FEE-SCHEDULE
           PERFORM 4300-APPORTION-SPAN-CLAIM THRU 4300-EXIT
           PERFORM 4050-FIND-ACCUM-ENTRY
           PERFORM 4055-FIND-MEMBER-ACCUM THRU 4055-EXIT
      *    A SPAN WHOLLY IN CLOSED YEARS LEAVES THE OPEN YEAR NOTHING
      *    TO ADJUDICATE - IT MUST NOT USE UP AN OPEN-YEAR VISIT
           IF WS-SPAN-PORTION-COUNT = ZERO
             OR WS-ALLOWED-AMOUNT > ZERO
               PERFORM 4030-CHECK-VISIT-LIMIT THRU 4030-EXIT
           END-IF
           PERFORM 4100-APPLY-DEDUCTIBLE
           PERFORM 4200-APPLY-COST-SHARING THRU 4200-EXIT
           IF WS-SPAN-PORTION-COUNT > ZERO
               PERFORM 4380-MERGE-SPAN-PORTIONS
           END-IF

      *    THE DEDUCTIBLE CHECK'S AUDIT ROW CARRIES THE ALLOWED AMOUNT
      *    AGAINST THE DEDUCTIBLE STILL OUTSTANDING WHEN THE CLAIM
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           IF CLM-CLAIM-TYPE OF LS-CLAIM-RECORD = "05"
               PERFORM 4060-CHECK-ORTHO-MAX THRU 4060-EXIT
           END-IF

      *    THE POLICY'S MAXIMUM COVERAGE IS A LIFETIME CAP - CHECK
      *    WHAT THIS CLAIM WOULD BRING THE POLICY'S RUNNING TOTAL TO,
      *    NOT JUST WHETHER THIS ONE CLAIM IS OVER THE LIMIT BY ITSELF
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

      *    A CLOSED YEAR'S SHARE THAT WOULD TAKE THAT YEAR PAST ITS
      *    OWN MAXIMUM WAS AUDITED WHEN IT WAS ADJUDICATED
           IF SPAN-OVER-MAX
               MOVE EC-REVIEW-COVERAGE-MAX TO LS-REASON-CODE
               GO TO 8500-REQUIRE-MANUAL-REVIEW
           END-IF

      *    A DRG OUTLIER STAY WAS PRICED WITH ITS ADD-ON SO THE
      *    REVIEWER SEES THE FULL FIGURE - IT IS NEVER AUTO-APPROVED
           IF DRG-OUTLIER-STAY
               MOVE "DRG-OUTLIER-REVIEW" TO WS-AUD-CHECK-NAME
               MOVE WS-UNIT-TOTAL TO WS-AUD-VALUE
               MOVE DRGW-OUTLIER-DAYS OF WS-DRG-WEIGHT-RECORD
                   TO WS-AUD-LIMIT
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE EC-REVIEW-DRG-OUTLIER TO LS-REASON-CODE
               GO TO 8500-REQUIRE-MANUAL-REVIEW
           END-IF

      *    AUTO-APPROVE IF UNDER THRESHOLD
           MOVE "AUTO-APPROVE" TO WS-AUD-CHECK-NAME
           MOVE WS-CLAIM-AMOUNT-USD TO WS-AUD-VALUE
      *    COMPANY-WIDE USD FIGURE, SO IT IS COMPARED AGAINST THE
      *    NATIVE-CURRENCY BILLED AMOUNT, NOT WS-CLAIM-AMOUNT-USD
           MOVE CLM-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
      *    SECONDARY SURGICAL LINES COME OFF AT THE MULTIPLE-PROCEDURE
      *    REDUCTION BEFORE THE FEE OR U&C CAP IS APPLIED
           IF WS-MPR-REDUCTION > ZERO
             AND WS-MPR-REDUCTION < WS-ALLOWED-AMOUNT
               SUBTRACT WS-MPR-REDUCTION FROM WS-ALLOWED-AMOUNT
           END-IF
           MOVE 'N' TO WS-OON-FLAG
           MOVE 'N' TO WS-FEE-FOUND
           MOVE 'N' TO WS-PERDIEM-APPLIED
                                WS-FEE-FOUND
                                WS-PER-DIEM-RATE
                                CLM-CLAIM-DATE
                                WS-DRG-BASE-RATE

           IF FEE-SCHEDULE-FOUND
      *        AN INPATIENT (PER-DIEM) CLAIM TYPE WITH A CONTRACTED
      *        DAILY RATE PRICES AT UNITS TIMES THE RATE INSTEAD OF
      *        THE FLAT CAP - A STAY WITH NO UNITS ON FILE FALLS BACK
      *        TO FLAT PRICING, EXACTLY AS BEFORE PER-DIEM EXISTED.
      *        A DRG BASE RATE ON THE CONTRACT OUTRANKS THE DAILY RATE
               IF CTYPE-PER-DIEM-PRICED
                       OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
                 AND WS-DRG-BASE-RATE > ZERO
                   PERFORM 4016-PRICE-DRG THRU 4016-EXIT
               ELSE
                   IF CTYPE-PER-DIEM-PRICED
                           OF WS-CT-ENTRY(WS-CT-MATCH-IDX)
                     AND WS-PER-DIEM-RATE > ZERO
                       PERFORM 4015-PRICE-PER-DIEM THRU 4015-EXIT
                   END-IF
               END-IF
               IF NOT PER-DIEM-APPLIED
                   IF WS-ALLOWED-AMOUNT > WS-CONTRACTED-FEE
                       MOVE WS-CONTRACTED-FEE TO WS-ALLOWED-AMOUNT
                   END-IF
                   MOVE "FEE-SCHEDULE-CAP" TO WS-AUD-CHECK-NAME
                                 WS-LINE-COUNT
                                 WS-LINE-TOTAL
                                 WS-UNIT-TOTAL
                                 WS-LINE-DETAIL
           IF WS-UNIT-TOTAL = ZERO
               GO TO 4015-EXIT
           END-IF
       4015-EXIT.
           EXIT.

       4016-PRICE-DRG.
      *    THE STAY IS GROUPED FROM ITS PRINCIPAL DIAGNOSIS AND THE
      *    PROCEDURES ON ITS LINE ITEMS; THE WEIGHT IN FORCE ON THE
      *    ADMISSION DATE SETS THE CASE RATE. A STAY THAT CANNOT BE
      *    GROUPED IS PRICED BY A HUMAN RATHER THAN GUESSED AT
           MOVE ZERO TO WS-UNIT-TOTAL
           CALL 'CLMLNLKP' USING CLM-CLAIM-NUMBER
                                 WS-LINE-COUNT
                                 WS-LINE-TOTAL
                                 WS-UNIT-TOTAL
                                 WS-LINE-DETAIL
           CALL 'DRGLKUP' USING CLM-DIAGNOSIS-CODE
                                CLM-CLAIM-DATE
                                WS-LINE-DETAIL
                                WS-DRG-WEIGHT-RECORD
                                WS-DRG-FOUND

           MOVE "DRG-ASSIGN" TO WS-AUD-CHECK-NAME
           MOVE WS-UNIT-TOTAL TO WS-AUD-VALUE
           MOVE ZERO TO WS-AUD-LIMIT
           IF NOT DRG-GROUPED
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE EC-REVIEW-DRG-UNGROUPED TO LS-REASON-CODE
               GO TO 8500-REQUIRE-MANUAL-REVIEW
           END-IF
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           COMPUTE WS-DRG-CASE-RATE ROUNDED =
               WS-DRG-BASE-RATE
                   * DRGW-RELATIVE-WEIGHT OF WS-DRG-WEIGHT-RECORD
           END-COMPUTE

      *    DAYS PAST THE OUTLIER THRESHOLD ARE PAID AT THE OUTLIER
      *    PERCENTAGE OF THE CASE RATE SPREAD OVER THE DRG'S MEAN
      *    LENGTH OF STAY (OVER THE THRESHOLD ITSELF WHEN NO MEAN IS
      *    ON FILE)
           MOVE ZERO TO WS-DRG-OUTLIER-ADDON
           IF DRGW-OUTLIER-DAYS OF WS-DRG-WEIGHT-RECORD > ZERO
             AND WS-UNIT-TOTAL
                   > DRGW-OUTLIER-DAYS OF WS-DRG-WEIGHT-RECORD
               COMPUTE WS-DRG-EXCESS-DAYS =
                   WS-UNIT-TOTAL
                       - DRGW-OUTLIER-DAYS OF WS-DRG-WEIGHT-RECORD
               END-COMPUTE
               IF DRGW-MEAN-LOS OF WS-DRG-WEIGHT-RECORD > ZERO
                   MOVE DRGW-MEAN-LOS OF WS-DRG-WEIGHT-RECORD
                       TO WS-DRG-DAILY-DIVISOR
               ELSE
                   MOVE DRGW-OUTLIER-DAYS OF WS-DRG-WEIGHT-RECORD
                       TO WS-DRG-DAILY-DIVISOR
               END-IF
               COMPUTE WS-DRG-OUTLIER-ADDON ROUNDED =
                   WS-DRG-EXCESS-DAYS * WS-DRG-CASE-RATE
                       * WS-DRG-OUTLIER-PCT
                       / (WS-DRG-DAILY-DIVISOR * 100)
               END-COMPUTE
               SET DRG-OUTLIER-STAY TO TRUE
           END-IF

           COMPUTE WS-DRG-ALLOWED =
               WS-DRG-CASE-RATE + WS-DRG-OUTLIER-ADDON
           END-COMPUTE
           IF WS-DRG-ALLOWED < CLM-CLAIM-AMOUNT
               MOVE WS-DRG-ALLOWED TO WS-ALLOWED-AMOUNT
           ELSE
               MOVE CLM-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
           END-IF
      *    THE CASE RATE REPLACES THE FLAT CAP THE SAME WAY THE DAILY
      *    RATE DOES
           SET PER-DIEM-APPLIED TO TRUE

           MOVE "DRG-PRICE" TO WS-AUD-CHECK-NAME
           MOVE CLM-CLAIM-AMOUNT TO WS-AUD-VALUE
           MOVE WS-DRG-CASE-RATE TO WS-AUD-LIMIT
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           IF DRG-OUTLIER-STAY
               MOVE "DRG-OUTLIER-ADDON" TO WS-AUD-CHECK-NAME
               MOVE WS-DRG-OUTLIER-ADDON TO WS-AUD-VALUE
               MOVE WS-DRG-CASE-RATE TO WS-AUD-LIMIT
               MOVE "P" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF.

       4016-EXIT.
           EXIT.

       4020-SCAN-UC-ENTRY.
           IF UCR-CLAIM-TYPE OF WS-UC-ENTRY(WS-UC-IDX)
                   = CLM-CLAIM-TYPE
       4055-EXIT.
           EXIT.

       4060-CHECK-ORTHO-MAX.
      *    ORTHODONTIC BENEFIT ALREADY PAID RIDES THE MEMBER ROW WHEN
      *    THE CLAIM NAMES A MEMBER, OTHERWISE THE FAMILY ROW, THE
      *    SAME CHOICE AS THE VISIT COUNTS. A PATIENT AT THE MAXIMUM
      *    IS DENIED; OTHERWISE THE COURSE OF TREATMENT IS ALLOWED
      *    ONLY UP TO WHAT REMAINS UNDER IT
           IF CLM-MEMBER-ID = SPACES
               MOVE 'F' TO WS-ORTHO-ROW
               MOVE ACCUM-ORTHO-PAID OF WS-FAM-ACCUM TO WS-AUD-VALUE
           ELSE
               MOVE 'M' TO WS-ORTHO-ROW
               IF NOT MBR-ROW-LOADED
                   MOVE POL-POLICY-NUMBER
                       TO ACCUM-POLICY-NUMBER OF WS-MBR-ACCUM
                   MOVE CLM-MEMBER-ID
                       TO ACCUM-MEMBER-ID OF WS-MBR-ACCUM
                   MOVE "R" TO WS-ACCUMIO-FUNCTION
                   CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                        WS-MBR-ACCUM
                                        WS-ACCUMIO-OK
                   SET MBR-ROW-LOADED TO TRUE
               END-IF
               MOVE ACCUM-ORTHO-PAID OF WS-MBR-ACCUM TO WS-AUD-VALUE
           END-IF

           MOVE "ORTHO-LIFETIME-MAX" TO WS-AUD-CHECK-NAME
           MOVE WS-ORTHO-LIFETIME-MAX TO WS-AUD-LIMIT
           IF WS-AUD-VALUE NOT < WS-ORTHO-LIFETIME-MAX
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE SPACE TO WS-ORTHO-ROW
               MOVE EC-DENY-ORTHO-MAX TO LS-REASON-CODE
               GO TO 8000-DENY-CLAIM
           END-IF
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           COMPUTE WS-ORTHO-REMAINING =
               WS-ORTHO-LIFETIME-MAX - WS-AUD-VALUE
           END-COMPUTE
           IF WS-CALCULATED-COVERAGE > WS-ORTHO-REMAINING
               MOVE WS-ORTHO-REMAINING TO WS-CALCULATED-COVERAGE
           END-IF.

       4060-EXIT.
           EXIT.

       4030-CHECK-VISIT-LIMIT.
      *    A CLAIM TYPE UNDER A VISIT-MAX RULE IS CAPPED BY COUNT AS
      *    WELL AS BY DOLLARS - THE USED COUNT RIDES THE MEMBER ROW
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

      *    A CLOSED YEAR'S SHARE LEFT WITH NOTHING TO PAY SIMPLY PAYS
      *    NOTHING, AND NEITHER DOES THE OPEN YEAR'S WHEN A CLOSED
      *    YEAR'S SHARE STILL PAYS - THE CLAIM IS NOT DENIED FOR IT
           IF WS-CALCULATED-COVERAGE <= 0
             AND NOT SPAN-PRIOR-PASS
             AND WS-SPAN-PRIOR-COVERAGE = ZERO
               MOVE EC-DENY-ZERO-COVERAGE TO LS-REASON-CODE
               GO TO 8000-DENY-CLAIM
           END-IF.
           END-IF.

       4290-POST-OOP.
           MOVE WS-OOP-POSTING TO LS-MEMBER-RESPONSIBILITY
           IF WS-OOP-ON-MEMBER = 'Y'
               ADD WS-OOP-POSTING TO ACCUM-OOP-MET OF WS-MBR-ACCUM
           ELSE
               ADD WS-OOP-POSTING TO ACCUM-OOP-MET OF WS-FAM-ACCUM
           END-IF.

       4300-APPORTION-SPAN-CLAIM.
      *    A SERVICE SPAN REACHING BACK INTO A PLAN YEAR ACCUMRL HAS
      *    ALREADY CLOSED IS SPLIT BY PLAN YEAR - BY THE LINE ITEMS'
      *    OWN SERVICE DATES WHERE THE CLAIM HAS LINES, OTHERWISE PRO
      *    RATA BY SERVICE DAYS. EACH CLOSED YEAR'S SHARE OF THE
      *    ALLOWED AMOUNT IS ADJUDICATED HERE; THE OPEN YEAR'S SHARE
      *    IS LEFT IN WS-ALLOWED-AMOUNT FOR THE ORDINARY CALCULATION.
      *    AN ORTHODONTIC COURSE OF TREATMENT IS NEVER SPLIT - IT IS
      *    PAID OUT IN INSTALLMENTS FROM THE DAY IT IS APPROVED
           MOVE ZERO TO WS-SPAN-PORTION-COUNT
           MOVE ZERO TO WS-SPAN-PRIOR-COUNT
           MOVE ZERO TO WS-SPAN-PRIOR-COVERAGE
           MOVE ZERO TO WS-SPAN-PRIOR-RESP
           MOVE 'N' TO WS-SPAN-OVER-MAX
           IF CLM-CLAIM-TYPE OF LS-CLAIM-RECORD = "05"
               GO TO 4300-EXIT
           END-IF

      *    A CLAIM TAKEN IN BEFORE THE SPAN DATES EXISTED IS A
      *    SINGLE-DAY SERVICE ON ITS CLAIM DATE
           MOVE CLM-CLAIM-DATE TO WS-SPAN-FROM-DATE
           IF CLM-SERVICE-FROM-DATE IS NUMERIC
             AND CLM-SERVICE-FROM-DATE > ZERO
               MOVE CLM-SERVICE-FROM-DATE TO WS-SPAN-FROM-DATE
           END-IF
           MOVE WS-SPAN-FROM-DATE TO WS-SPAN-THRU-DATE
           IF CLM-SERVICE-THRU-DATE IS NUMERIC
             AND CLM-SERVICE-THRU-DATE > WS-SPAN-FROM-DATE
               MOVE CLM-SERVICE-THRU-DATE TO WS-SPAN-THRU-DATE
           END-IF
           IF CLT-LINE-COUNT > ZERO
               MOVE 99999999 TO WS-SPAN-FROM-DATE
               MOVE ZERO TO WS-SPAN-THRU-DATE
               PERFORM 4305-WIDEN-TO-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > CLT-LINE-COUNT
           END-IF
           MOVE WS-SPAN-FROM-DATE(1:4) TO WS-SPAN-FROM-YEAR
           MOVE WS-SPAN-THRU-DATE(1:4) TO WS-SPAN-THRU-YEAR
           IF WS-SPAN-FROM-YEAR = WS-SPAN-THRU-YEAR
               GO TO 4300-EXIT
           END-IF

           IF NOT LIVE-YEAR-KNOWN
               PERFORM 4310-SET-LIVE-PLAN-YEAR THRU 4310-EXIT
           END-IF
           IF WS-LIVE-PLAN-YEAR = ZERO
             OR WS-SPAN-FROM-YEAR NOT < WS-LIVE-PLAN-YEAR
               GO TO 4300-EXIT
           END-IF

      *    ONE ENTRY PER CLOSED YEAR, THEN ONE FOR EVERYTHING FROM
      *    THE OPEN YEAR ON
           MOVE ZERO TO WS-SPAN-BASIS-TOTAL
           MOVE ZERO TO WS-SPAN-FINAL-START
           MOVE ZERO TO WS-SPAN-FINAL-BASIS
           PERFORM 4320-ADD-YEAR-PORTION THRU 4320-EXIT
               VARYING WS-SPAN-YEAR FROM WS-SPAN-FROM-YEAR BY 1
               UNTIL WS-SPAN-YEAR > WS-SPAN-THRU-YEAR
           IF WS-SPAN-PRIOR-COUNT = ZERO
               GO TO 4300-EXIT
           END-IF
           COMPUTE WS-SPAN-PORTION-COUNT = WS-SPAN-PRIOR-COUNT + 1
           MOVE WS-SPAN-PORTION-COUNT TO WS-SP-IDX
           MOVE WS-LIVE-PLAN-YEAR TO WS-SP-PLAN-YEAR(WS-SP-IDX)
           MOVE WS-SPAN-FINAL-START TO WS-SP-START-DATE(WS-SP-IDX)
           MOVE WS-SPAN-FINAL-BASIS TO WS-SP-BASIS(WS-SP-IDX)

      *    THE ROUNDING REMAINDER GOES TO THE LATEST SHARE THAT HAS
      *    ANY SERVICE IN IT, SO THE SHARES ALWAYS ADD BACK UP TO THE
      *    ALLOWED AMOUNT
           MOVE WS-ALLOWED-AMOUNT TO WS-SPAN-SAVE-ALLOWED
           MOVE ZERO TO WS-SPAN-SHARED-TOTAL
           MOVE ZERO TO WS-SPAN-LAST-BASIS-IDX
           PERFORM 4330-SHARE-ALLOWED
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SPAN-PORTION-COUNT
           COMPUTE WS-SPAN-REMAINDER =
               WS-SPAN-SAVE-ALLOWED - WS-SPAN-SHARED-TOTAL
           END-COMPUTE
           ADD WS-SPAN-REMAINDER
               TO WS-SP-ALLOWED(WS-SPAN-LAST-BASIS-IDX)

           MOVE "SPAN-SPLIT" TO WS-AUD-CHECK-NAME
           MOVE WS-SPAN-SAVE-ALLOWED TO WS-AUD-VALUE
           MOVE WS-SPAN-PORTION-COUNT TO WS-AUD-LIMIT
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           PERFORM 4400-ADJUDICATE-PRIOR-PORTION THRU 4400-EXIT
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SPAN-PRIOR-COUNT

      *    THE OPEN YEAR STARTS FROM A CLEAN SLATE, ON THE COVERAGE
      *    IN FORCE WHEN ITS SHARE OF THE SERVICE BEGAN
           MOVE 'N' TO WS-MEMBER-TRACKING
           MOVE SPACE TO WS-VISIT-ROW
           MOVE ZERO TO WS-VC-SLOT
           MOVE WS-SPAN-PORTION-COUNT TO WS-SP-IDX
           MOVE WS-SP-ALLOWED(WS-SP-IDX) TO WS-ALLOWED-AMOUNT
           IF WS-ALLOWED-AMOUNT = ZERO
               GO TO 4300-EXIT
           END-IF
           CALL 'POLSEGLK' USING LS-POLICY-RECORD
                                 WS-SP-START-DATE(WS-SP-IDX)
                                 WS-SEGMENT-IN-FORCE
           IF NOT SEGMENT-IN-FORCE
               MOVE "SPAN-YEAR-COVERAGE" TO WS-AUD-CHECK-NAME
               MOVE WS-ALLOWED-AMOUNT TO WS-AUD-VALUE
               MOVE WS-SP-PLAN-YEAR(WS-SP-IDX) TO WS-AUD-LIMIT
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE ZERO TO WS-ALLOWED-AMOUNT
           END-IF.

       4300-EXIT.
           EXIT.

       4305-WIDEN-TO-LINE.
           MOVE CLT-SERVICE-DATE(WS-LN-IDX) TO WS-SPAN-LINE-DATE
           IF WS-SPAN-LINE-DATE = ZERO
               MOVE CLM-CLAIM-DATE TO WS-SPAN-LINE-DATE
           END-IF
           IF WS-SPAN-LINE-DATE < WS-SPAN-FROM-DATE
               MOVE WS-SPAN-LINE-DATE TO WS-SPAN-FROM-DATE
           END-IF
           IF WS-SPAN-LINE-DATE > WS-SPAN-THRU-DATE
               MOVE WS-SPAN-LINE-DATE TO WS-SPAN-THRU-DATE
           END-IF.

       4310-SET-LIVE-PLAN-YEAR.
      *    READ ONCE PER RUN - ONLY ACCUMRL CLOSES A YEAR, AND IT
      *    NEVER RUNS ALONGSIDE THE CLAIM CYCLE. WITH NO HISTORY ON
      *    FILE NO YEAR HAS BEEN CLOSED AND NOTHING IS SPLIT
           SET LIVE-YEAR-KNOWN TO TRUE
           MOVE ZERO TO WS-LIVE-PLAN-YEAR
           OPEN INPUT ACCUM-HISTORY-FILE
           IF WS-ACCH-STATUS NOT = "00"
               GO TO 4310-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-ACCH
           PERFORM 4315-READ-HISTORY-YEAR UNTIL EOF-ACCH
           CLOSE ACCUM-HISTORY-FILE
           IF WS-LIVE-PLAN-YEAR > ZERO
               ADD 1 TO WS-LIVE-PLAN-YEAR
           END-IF.

       4310-EXIT.
           EXIT.

       4315-READ-HISTORY-YEAR.
           READ ACCUM-HISTORY-FILE
               AT END
                   SET EOF-ACCH TO TRUE
               NOT AT END
                   IF ACCH-PLAN-YEAR IS NUMERIC
                     AND ACCH-PLAN-YEAR > WS-LIVE-PLAN-YEAR
                       MOVE ACCH-PLAN-YEAR TO WS-LIVE-PLAN-YEAR
                   END-IF
           END-READ.

       4320-ADD-YEAR-PORTION.
      *    A YEAR THE SPAN TOUCHES BUT NO LINE WAS RENDERED IN TAKES
      *    NO SHARE. PAST THE TABLE'S CAPACITY THE EARLIEST YEARS
      *    ARE KEPT APART AND ANY FURTHER CLOSED YEAR FALLS IN WITH
      *    THE OPEN YEAR
           MOVE ZERO TO WS-SPAN-YEAR-BASIS
           MOVE ZERO TO WS-SPAN-YEAR-START
           IF CLT-LINE-COUNT > ZERO
               PERFORM 4325-SUM-YEAR-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > CLT-LINE-COUNT
           ELSE
               PERFORM 4328-COUNT-YEAR-DAYS
           END-IF
           IF WS-SPAN-YEAR-BASIS = ZERO
               GO TO 4320-EXIT
           END-IF
           ADD WS-SPAN-YEAR-BASIS TO WS-SPAN-BASIS-TOTAL

           IF WS-SPAN-YEAR < WS-LIVE-PLAN-YEAR
             AND WS-SPAN-PRIOR-COUNT < WS-MAX-SPAN-PRIOR
               ADD 1 TO WS-SPAN-PRIOR-COUNT
               MOVE WS-SPAN-PRIOR-COUNT TO WS-SP-IDX
               MOVE WS-SPAN-YEAR TO WS-SP-PLAN-YEAR(WS-SP-IDX)
               MOVE WS-SPAN-YEAR-START TO WS-SP-START-DATE(WS-SP-IDX)
               MOVE WS-SPAN-YEAR-BASIS TO WS-SP-BASIS(WS-SP-IDX)
           ELSE
               IF WS-SPAN-FINAL-START = ZERO
                   MOVE WS-SPAN-YEAR-START TO WS-SPAN-FINAL-START
               END-IF
               ADD WS-SPAN-YEAR-BASIS TO WS-SPAN-FINAL-BASIS
           END-IF.

       4320-EXIT.
           EXIT.

       4325-SUM-YEAR-LINE.
           MOVE CLT-SERVICE-DATE(WS-LN-IDX) TO WS-SPAN-LINE-DATE
           IF WS-SPAN-LINE-DATE = ZERO
               MOVE CLM-CLAIM-DATE TO WS-SPAN-LINE-DATE
           END-IF
           IF WS-SPAN-LINE-YEAR = WS-SPAN-YEAR
               ADD CLT-SERVICE-AMOUNT(WS-LN-IDX)
                   TO WS-SPAN-YEAR-BASIS
               IF WS-SPAN-YEAR-START = ZERO
                 OR WS-SPAN-LINE-DATE < WS-SPAN-YEAR-START
                   MOVE WS-SPAN-LINE-DATE TO WS-SPAN-YEAR-START
               END-IF
           END-IF.

       4328-COUNT-YEAR-DAYS.
      *    THE SERVICE DAYS OF THE SPAN THAT FALL INSIDE THE YEAR
           COMPUTE WS-SPAN-YEAR-FIRST = WS-SPAN-YEAR * 10000 + 101
           COMPUTE WS-SPAN-YEAR-LAST = WS-SPAN-YEAR * 10000 + 1231
           IF WS-SPAN-FROM-DATE > WS-SPAN-YEAR-FIRST
               MOVE WS-SPAN-FROM-DATE TO WS-SPAN-YEAR-START
           ELSE
               MOVE WS-SPAN-YEAR-FIRST TO WS-SPAN-YEAR-START
           END-IF
           IF WS-SPAN-THRU-DATE < WS-SPAN-YEAR-LAST
               MOVE WS-SPAN-THRU-DATE TO WS-SPAN-YEAR-END
           ELSE
               MOVE WS-SPAN-YEAR-LAST TO WS-SPAN-YEAR-END
           END-IF
           COMPUTE WS-SPAN-YEAR-BASIS =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-YEAR-END)
               - FUNCTION INTEGER-OF-DATE(WS-SPAN-YEAR-START) + 1
           END-COMPUTE.

       4330-SHARE-ALLOWED.
           IF WS-SP-BASIS(WS-SP-IDX) > ZERO
               COMPUTE WS-SP-ALLOWED(WS-SP-IDX) ROUNDED =
                   WS-SPAN-SAVE-ALLOWED * WS-SP-BASIS(WS-SP-IDX)
                   / WS-SPAN-BASIS-TOTAL
               END-COMPUTE
               MOVE WS-SP-IDX TO WS-SPAN-LAST-BASIS-IDX
           ELSE
               MOVE ZERO TO WS-SP-ALLOWED(WS-SP-IDX)
           END-IF
           ADD WS-SP-ALLOWED(WS-SP-IDX) TO WS-SPAN-SHARED-TOTAL.

       4380-MERGE-SPAN-PORTIONS.
      *    THE CLAIM PAYS, AND LEAVES THE MEMBER OWING, THE OPEN
      *    YEAR'S SHARE PLUS EVERY CLOSED YEAR'S. THE WHOLE PAYMENT
      *    STILL COUNTS AGAINST THE LIFETIME FIGURE ON THE LIVE STORE
           ADD WS-SPAN-PRIOR-COVERAGE TO WS-CALCULATED-COVERAGE
           ADD WS-SPAN-PRIOR-RESP TO LS-MEMBER-RESPONSIBILITY
           MOVE WS-SPAN-SAVE-ALLOWED TO WS-ALLOWED-AMOUNT.

       4400-ADJUDICATE-PRIOR-PORTION.
      *    ONE CLOSED YEAR'S SHARE, ON THE COVERAGE IN FORCE THAT
      *    YEAR AND THAT YEAR'S ARCHIVED DEDUCTIBLE, OUT-OF-POCKET,
      *    VISIT AND BENEFIT FIGURES, THROUGH THE SAME DEDUCTIBLE AND
      *    COST-SHARING PARAGRAPHS AS THE OPEN YEAR. A SHARE OUTSIDE
      *    THAT YEAR'S COVERAGE OR OVER ITS VISIT LIMIT PAYS NOTHING
      *    AND POSTS NOTHING - THE REST OF THE CLAIM STILL PAYS
           MOVE ZERO TO WS-SP-COVERAGE(WS-SP-IDX)
           MOVE ZERO TO WS-SP-MBR-RESP(WS-SP-IDX)
           MOVE 'N' TO WS-SP-POSTED(WS-SP-IDX)
           MOVE 'N' TO WS-SP-MBR-USED(WS-SP-IDX)
           MOVE SPACE TO WS-SP-VISIT-ROW(WS-SP-IDX)
           MOVE ZERO TO WS-SP-VC-SLOT(WS-SP-IDX)
           IF WS-SP-ALLOWED(WS-SP-IDX) = ZERO
               GO TO 4400-EXIT
           END-IF

           CALL 'POLSEGLK' USING LS-POLICY-RECORD
                                 WS-SP-START-DATE(WS-SP-IDX)
                                 WS-SEGMENT-IN-FORCE
           MOVE "SPAN-YEAR-COVERAGE" TO WS-AUD-CHECK-NAME
           MOVE WS-SP-ALLOWED(WS-SP-IDX) TO WS-AUD-VALUE
           MOVE WS-SP-PLAN-YEAR(WS-SP-IDX) TO WS-AUD-LIMIT
           IF NOT SEGMENT-IN-FORCE
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               GO TO 4400-EXIT
           END-IF
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           PERFORM 4410-LOAD-HISTORY-ROWS THRU 4410-EXIT
           MOVE 'N' TO WS-MEMBER-TRACKING
           IF CLM-MEMBER-ID NOT = SPACES
             AND POL-INDIV-DEDUCTIBLE NOT = ZERO
               SET MEMBER-IS-TRACKED TO TRUE
               MOVE 'Y' TO WS-SP-MBR-USED(WS-SP-IDX)
           END-IF

           PERFORM 4420-CHECK-PORTION-VISITS THRU 4420-EXIT
           IF SPAN-VISIT-OVER
               GO TO 4400-EXIT
           END-IF
           MOVE WS-VISIT-ROW TO WS-SP-VISIT-ROW(WS-SP-IDX)
           MOVE WS-VC-SLOT TO WS-SP-VC-SLOT(WS-SP-IDX)
           IF WS-VISIT-ROW = 'M'
               MOVE 'Y' TO WS-SP-MBR-USED(WS-SP-IDX)
           END-IF

           MOVE WS-SP-ALLOWED(WS-SP-IDX) TO WS-ALLOWED-AMOUNT
           MOVE ZERO TO WS-CALCULATED-COVERAGE
           SET SPAN-PRIOR-PASS TO TRUE
           PERFORM 4100-APPLY-DEDUCTIBLE
           PERFORM 4200-APPLY-COST-SHARING THRU 4200-EXIT
           MOVE 'N' TO WS-SPAN-PASS
           MOVE WS-CALCULATED-COVERAGE TO WS-SP-COVERAGE(WS-SP-IDX)
           MOVE LS-MEMBER-RESPONSIBILITY TO WS-SP-MBR-RESP(WS-SP-IDX)
           ADD WS-CALCULATED-COVERAGE TO WS-SPAN-PRIOR-COVERAGE
           ADD LS-MEMBER-RESPONSIBILITY TO WS-SPAN-PRIOR-RESP
           MOVE ZERO TO WS-CALCULATED-COVERAGE
           MOVE ZERO TO LS-MEMBER-RESPONSIBILITY

      *    THAT YEAR'S MAXIMUM AGAINST WHAT THAT YEAR HAD PAID
           COMPUTE WS-PROJECTED-BENEFIT =
               ACCUM-BENEFIT-PAID OF WS-FAM-ACCUM
                   + WS-SP-COVERAGE(WS-SP-IDX)
           END-COMPUTE
           MOVE "SPAN-YEAR-MAX" TO WS-AUD-CHECK-NAME
           MOVE WS-PROJECTED-BENEFIT TO WS-AUD-VALUE
           MOVE POL-MAX-COVERAGE TO WS-AUD-LIMIT
           IF WS-PROJECTED-BENEFIT > POL-MAX-COVERAGE
               MOVE "F" TO WS-AUD-RESULT
               SET SPAN-OVER-MAX TO TRUE
           ELSE
               MOVE "P" TO WS-AUD-RESULT
           END-IF
           PERFORM 7000-WRITE-AUDIT-RECORD

           MOVE WS-FAM-ACCUM TO WS-SP-FAM-ROW(WS-SP-IDX)
           MOVE WS-MBR-ACCUM TO WS-SP-MBR-ROW(WS-SP-IDX)
           MOVE 'Y' TO WS-SP-POSTED(WS-SP-IDX).

       4400-EXIT.
           EXIT.

       4410-LOAD-HISTORY-ROWS.
      *    THE YEAR'S FIGURES ARE ON THE LAST ROW FILED FOR IT - A
      *    YEAR WITH NO ROW FOR THE POLICY OR MEMBER STARTS AT ZERO
           INITIALIZE WS-FAM-ACCUM
           MOVE POL-POLICY-NUMBER
               TO ACCUM-POLICY-NUMBER OF WS-FAM-ACCUM
           MOVE SPACES TO ACCUM-MEMBER-ID OF WS-FAM-ACCUM
           INITIALIZE WS-MBR-ACCUM
           MOVE POL-POLICY-NUMBER
               TO ACCUM-POLICY-NUMBER OF WS-MBR-ACCUM
           MOVE CLM-MEMBER-ID TO ACCUM-MEMBER-ID OF WS-MBR-ACCUM
           OPEN INPUT ACCUM-HISTORY-FILE
           IF WS-ACCH-STATUS NOT = "00"
               GO TO 4410-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-ACCH
           PERFORM 4415-READ-HISTORY-ROW UNTIL EOF-ACCH
           CLOSE ACCUM-HISTORY-FILE.

       4410-EXIT.
           EXIT.

       4415-READ-HISTORY-ROW.
           READ ACCUM-HISTORY-FILE
               AT END
                   SET EOF-ACCH TO TRUE
               NOT AT END
                   IF ACCH-PLAN-YEAR = WS-SP-PLAN-YEAR(WS-SP-IDX)
                     AND ACCH-POLICY-NUMBER = POL-POLICY-NUMBER
                       IF ACCH-MEMBER-ID = SPACES
                           PERFORM 4416-TAKE-FAMILY-ROW
                       ELSE
                           IF ACCH-MEMBER-ID = CLM-MEMBER-ID
                               PERFORM 4417-TAKE-MEMBER-ROW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       4416-TAKE-FAMILY-ROW.
           MOVE ACCH-DEDUCT-MET TO ACCUM-DEDUCT-MET OF WS-FAM-ACCUM
           MOVE ACCH-BENEFIT-PAID
               TO ACCUM-BENEFIT-PAID OF WS-FAM-ACCUM
           MOVE ACCH-OOP-MET TO ACCUM-OOP-MET OF WS-FAM-ACCUM
           IF ACCH-VISIT-COUNTS = SPACES
               INITIALIZE ACCUM-VISIT-COUNTS OF WS-FAM-ACCUM
           ELSE
               MOVE ACCH-VISIT-COUNTS
                   TO ACCUM-VISIT-COUNTS OF WS-FAM-ACCUM
           END-IF.

       4417-TAKE-MEMBER-ROW.
           MOVE ACCH-DEDUCT-MET TO ACCUM-DEDUCT-MET OF WS-MBR-ACCUM
           MOVE ACCH-BENEFIT-PAID
               TO ACCUM-BENEFIT-PAID OF WS-MBR-ACCUM
           MOVE ACCH-OOP-MET TO ACCUM-OOP-MET OF WS-MBR-ACCUM
           IF ACCH-VISIT-COUNTS = SPACES
               INITIALIZE ACCUM-VISIT-COUNTS OF WS-MBR-ACCUM
           ELSE
               MOVE ACCH-VISIT-COUNTS
                   TO ACCUM-VISIT-COUNTS OF WS-MBR-ACCUM
           END-IF.

       4420-CHECK-PORTION-VISITS.
      *    THE SAME VISIT-MAX TEST AS 4030, AGAINST THE CLOSED YEAR'S
      *    COUNTS - EXCEPT THAT A YEAR ALREADY AT ITS LIMIT ONLY
      *    LOSES ITS OWN SHARE INSTEAD OF DENYING THE WHOLE CLAIM
           MOVE 'N' TO WS-SPAN-VISIT-OVER
           MOVE SPACE TO WS-VISIT-ROW
           MOVE ZERO TO WS-VC-SLOT
           MOVE 'N' TO WS-VL-FOUND
           PERFORM 4032-SCAN-VISIT-LIMIT
               VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VISIT-LIMIT-COUNT OR VL-FOUND
           IF NOT VL-FOUND
               GO TO 4420-EXIT
           END-IF

           IF CLM-MEMBER-ID = SPACES
               MOVE 'F' TO WS-VISIT-ROW
           ELSE
               MOVE 'M' TO WS-VISIT-ROW
           END-IF
           MOVE 'N' TO WS-VC-MATCHED
           PERFORM 4035-SCAN-VISIT-SLOT
               VARYING WS-VC-IDX FROM 1 BY 1
               UNTIL WS-VC-IDX > 8 OR VC-TYPE-MATCHED
           IF WS-VC-SLOT = ZERO
               MOVE SPACE TO WS-VISIT-ROW
               GO TO 4420-EXIT
           END-IF

           MOVE "SPAN-VISIT-LIMIT" TO WS-AUD-CHECK-NAME
           PERFORM 4037-GET-VISITS-USED
           MOVE WS-VL-LIMIT(WS-VL-MATCH-IDX) TO WS-AUD-LIMIT
           IF WS-AUD-VALUE NOT < WS-VL-LIMIT(WS-VL-MATCH-IDX)
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               SET SPAN-VISIT-OVER TO TRUE
               GO TO 4420-EXIT
           END-IF
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD.

       4420-EXIT.
           EXIT.

       4900-SAVE-ACCUM-ROWS.
      *    WHATEVER THE OUTCOME, ANY DEDUCTIBLE OR OUT-OF-POCKET THE
      *    CLAIM CONSUMED IS ALREADY POSTED IN THE ROW COPIES - THEY
               CALL 'ACCUMIO' USING WS-ACCUMIO-FUNCTION
                                    WS-MBR-ACCUM
                                    WS-ACCUMIO-OK
           END-IF
      *    A CLOSED YEAR'S SHARE POSTS TO THE PRIOR-YEAR HISTORY
      *    INSTEAD, AS A FRESH ROW CARRYING THAT YEAR'S NEW FIGURES.
      *    LIKE THE STORE ITSELF, A SIMULATED CYCLE LEAVES IT ALONE
           IF WS-SPAN-PRIOR-COUNT > ZERO AND NOT SIMULATE-MODE
               OPEN EXTEND ACCUM-HISTORY-FILE
               IF WS-ACCH-STATUS NOT = "00"
                   OPEN OUTPUT ACCUM-HISTORY-FILE
               END-IF
               PERFORM 4950-POST-PRIOR-PORTION
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPAN-PRIOR-COUNT
               CLOSE ACCUM-HISTORY-FILE
           END-IF.

       4950-POST-PRIOR-PORTION.
      *    BENEFIT-PAID AND THE VISIT COUNT ONLY MOVE WHEN THE CLAIM
      *    APPROVES, THE SAME AS ON THE LIVE STORE
           IF WS-SP-POSTED(WS-SP-IDX) = 'Y'
               MOVE WS-SP-FAM-ROW(WS-SP-IDX) TO WS-SPAN-ACCUM
               IF SPAN-APPROVED
                   ADD WS-SP-COVERAGE(WS-SP-IDX)
                       TO ACCUM-BENEFIT-PAID OF WS-SPAN-ACCUM
                   IF WS-SP-VISIT-ROW(WS-SP-IDX) = 'F'
                       PERFORM 4955-CONSUME-SPAN-VISIT
                   END-IF
               END-IF
               PERFORM 4960-WRITE-HISTORY-ROW
               IF WS-SP-MBR-USED(WS-SP-IDX) = 'Y'
                   MOVE WS-SP-MBR-ROW(WS-SP-IDX) TO WS-SPAN-ACCUM
                   IF SPAN-APPROVED
                     AND WS-SP-VISIT-ROW(WS-SP-IDX) = 'M'
                       PERFORM 4955-CONSUME-SPAN-VISIT
                   END-IF
                   PERFORM 4960-WRITE-HISTORY-ROW
               END-IF
           END-IF.

       4955-CONSUME-SPAN-VISIT.
           MOVE WS-SP-VC-SLOT(WS-SP-IDX) TO WS-SPAN-VC-SLOT
           MOVE CLM-CLAIM-TYPE
               TO ACCUM-VC-CLAIM-TYPE OF WS-SPAN-ACCUM(WS-SPAN-VC-SLOT)
           ADD 1 TO ACCUM-VC-USED OF WS-SPAN-ACCUM(WS-SPAN-VC-SLOT).

       4960-WRITE-HISTORY-ROW.
           MOVE WS-SP-PLAN-YEAR(WS-SP-IDX) TO ACCH-PLAN-YEAR
           MOVE ACCUM-POLICY-NUMBER OF WS-SPAN-ACCUM
               TO ACCH-POLICY-NUMBER
           MOVE ACCUM-MEMBER-ID OF WS-SPAN-ACCUM TO ACCH-MEMBER-ID
           MOVE ACCUM-DEDUCT-MET OF WS-SPAN-ACCUM TO ACCH-DEDUCT-MET
           MOVE ACCUM-BENEFIT-PAID OF WS-SPAN-ACCUM
               TO ACCH-BENEFIT-PAID
           MOVE ACCUM-OOP-MET OF WS-SPAN-ACCUM TO ACCH-OOP-MET
           MOVE ACCUM-VISIT-COUNTS OF WS-SPAN-ACCUM
               TO ACCH-VISIT-COUNTS
           MOVE WS-TODAY-DATE TO ACCH-ARCHIVED-DATE
           WRITE ACCUM-HISTORY-RECORD.

       3700-CHECK-PHARMACY.
      *    DRUG-LEVEL ADJUDICATION FOR PHARMACY CLAIMS - THE DETAIL
      *    RECORD SAYS WHAT WAS DISPENSED, THE FORMULARY SAYS WHETHER
       3700-EXIT.
           EXIT.

       3800-EDIT-PROCEDURE-LINES.
      *    EVERY LINE ITEM'S PROCEDURE CODE MUST BE ON THE MASTER AND
      *    IN FORCE ON ITS SERVICE DATE, BILLABLE ON THE CLAIM'S TYPE,
      *    AND APPROPRIATE TO THE PATIENT'S AGE AND SEX; NO TWO LINES
      *    ON THE SAME DATE MAY FORM A BUNDLED OR MUTUALLY EXCLUSIVE
      *    PAIR. A SINGLE-SERVICE CLAIM WITH NO LINE ITEMS IS NOT
      *    EDITED, THE SAME STANCE CLMEDIT TAKES ON ITS LINE TOTALS
           MOVE ZERO TO WS-MPR-REDUCTION
           MOVE ZERO TO WS-LINE-EDIT-REASON
           MOVE ZERO TO WS-LN-FAILED-IDX
           MOVE SPACES TO WS-LN-MPR-TABLE
           CALL 'CLMLNLKP' USING CLM-CLAIM-NUMBER
                                 WS-LINE-COUNT
                                 WS-LINE-TOTAL
                                 WS-UNIT-TOTAL
                                 WS-LINE-DETAIL
           IF CLT-LINE-COUNT = ZERO
               GO TO 3800-EXIT
           END-IF

      *    A LINE WRITTEN WITHOUT ITS OWN SERVICE DATE WAS RENDERED
      *    ON THE CLAIM'S
           PERFORM 3805-DEFAULT-SERVICE-DATE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > CLT-LINE-COUNT

           PERFORM 3810-EDIT-LINE THRU 3810-EXIT
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > CLT-LINE-COUNT
                  OR WS-LINE-EDIT-REASON NOT = ZERO
           IF WS-PROC-MASTER-PRESENT NOT = 'Y'
               GO TO 3800-EXIT
           END-IF

           IF WS-LINE-EDIT-REASON = ZERO
               PERFORM 3850-EDIT-LINE-PAIRS
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > CLT-LINE-COUNT
                      OR WS-LINE-EDIT-REASON NOT = ZERO
           END-IF

      *    THE FAILED EDIT'S AUDIT ROW CARRIES THE OFFENDING LINE
      *    NUMBER SO A PROVIDER REBILL CAN BE WORKED FROM THE TRAIL
           IF WS-LINE-EDIT-REASON NOT = ZERO
               MOVE WS-LINE-EDIT-CHECK TO WS-AUD-CHECK-NAME
               MOVE CLT-LINE-NUMBER(WS-LN-FAILED-IDX) TO WS-AUD-VALUE
               MOVE CLT-LINE-COUNT TO WS-AUD-LIMIT
               MOVE "F" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE WS-LINE-EDIT-REASON TO LS-REASON-CODE
               GO TO 8000-DENY-CLAIM
           END-IF
           MOVE "PROC-LINE-EDITS" TO WS-AUD-CHECK-NAME
           MOVE CLT-LINE-COUNT TO WS-AUD-VALUE
           MOVE ZERO TO WS-AUD-LIMIT
           MOVE "P" TO WS-AUD-RESULT
           PERFORM 7000-WRITE-AUDIT-RECORD

           PERFORM 3880-REDUCE-SECONDARY-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > CLT-LINE-COUNT
           IF WS-MPR-REDUCTION > ZERO
               MOVE "MULT-PROC-REDUCE" TO WS-AUD-CHECK-NAME
               MOVE WS-MPR-REDUCTION TO WS-AUD-VALUE
               MOVE WS-MPR-PCT TO WS-AUD-LIMIT
               MOVE "P" TO WS-AUD-RESULT
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF.

       3800-EXIT.
           EXIT.

       3805-DEFAULT-SERVICE-DATE.
           IF CLT-SERVICE-DATE(WS-LN-IDX) = ZERO
               MOVE CLM-CLAIM-DATE TO CLT-SERVICE-DATE(WS-LN-IDX)
           END-IF.

       3810-EDIT-LINE.
           MOVE 'N' TO WS-PROC-FOUND
           MOVE 'N' TO WS-PROC-MASTER-PRESENT
           CALL 'PROCLKUP' USING CLT-SERVICE-CODE(WS-LN-IDX)
                                 WS-PROC-RECORD
                                 WS-PROC-FOUND
                                 WS-PROC-MASTER-PRESENT
           IF WS-PROC-MASTER-PRESENT NOT = 'Y'
               GO TO 3810-EXIT
           END-IF

           IF WS-PROC-FOUND NOT = 'Y'
             OR CLT-SERVICE-DATE(WS-LN-IDX)
                   < PROC-EFFECTIVE-DATE OF WS-PROC-RECORD
             OR (PROC-TERM-DATE OF WS-PROC-RECORD > ZERO
                 AND CLT-SERVICE-DATE(WS-LN-IDX)
                   > PROC-TERM-DATE OF WS-PROC-RECORD)
               MOVE EC-DENY-INVALID-PROC TO WS-LINE-EDIT-REASON
               MOVE "PROC-CODE-VALID" TO WS-LINE-EDIT-CHECK
               MOVE WS-LN-IDX TO WS-LN-FAILED-IDX
               GO TO 3810-EXIT
           END-IF

      *    ALL FOUR CLAIM-TYPE SLOTS BLANK MEANS ANY CLAIM TYPE
           MOVE 'N' TO WS-PROC-TYPE-MATCHED
           IF PROC-CLAIM-TYPE OF WS-PROC-RECORD(1) = SPACES
             AND PROC-CLAIM-TYPE OF WS-PROC-RECORD(2) = SPACES
             AND PROC-CLAIM-TYPE OF WS-PROC-RECORD(3) = SPACES
             AND PROC-CLAIM-TYPE OF WS-PROC-RECORD(4) = SPACES
               SET PROC-TYPE-MATCHED TO TRUE
           END-IF
           PERFORM 3815-SCAN-PROC-CLAIM-TYPE
               VARYING WS-PROC-TYPE-IDX FROM 1 BY 1
               UNTIL WS-PROC-TYPE-IDX > 4 OR PROC-TYPE-MATCHED
           IF NOT PROC-TYPE-MATCHED
               MOVE EC-DENY-PROC-CLAIM-TYPE TO WS-LINE-EDIT-REASON
               MOVE "PROC-CLAIM-TYPE" TO WS-LINE-EDIT-CHECK
               MOVE WS-LN-IDX TO WS-LN-FAILED-IDX
               GO TO 3810-EXIT
           END-IF

           PERFORM 3820-EDIT-AGE-SEX THRU 3820-EXIT
           IF WS-LINE-EDIT-REASON NOT = ZERO
               GO TO 3810-EXIT
           END-IF

           MOVE PROC-MULT-PROC-IND OF WS-PROC-RECORD
               TO WS-LN-MPR-IND(WS-LN-IDX).

       3810-EXIT.
           EXIT.

       3815-SCAN-PROC-CLAIM-TYPE.
           IF PROC-CLAIM-TYPE OF WS-PROC-RECORD(WS-PROC-TYPE-IDX)
                   = CLM-CLAIM-TYPE
               SET PROC-TYPE-MATCHED TO TRUE
           END-IF.

       3820-EDIT-AGE-SEX.
           IF PROC-MIN-AGE OF WS-PROC-RECORD = ZERO
             AND PROC-MAX-AGE OF WS-PROC-RECORD = ZERO
             AND PROC-ANY-SEX OF WS-PROC-RECORD
               GO TO 3820-EXIT
           END-IF

           IF NOT PATIENT-LOOKED-UP
               MOVE 'N' TO WS-PATIENT-FOUND
               MOVE 'N' TO WS-PATIENT-MASTER-PRESENT
               CALL 'MBRLKUP' USING CLM-POLICY-NUMBER
                                        OF LS-CLAIM-RECORD
                                    CLM-MEMBER-ID
                                    WS-PATIENT-RECORD
                                    WS-PATIENT-FOUND
                                    WS-PATIENT-MASTER-PRESENT
               SET PATIENT-LOOKED-UP TO TRUE
           END-IF
           IF WS-PATIENT-FOUND NOT = 'Y'
               GO TO 3820-EXIT
           END-IF

      *    AGE IN WHOLE YEARS AT THE LINE'S SERVICE DATE - THE
      *    DIFFERENCE OF TWO CCYYMMDD DATES OVER 10000, TRUNCATED
           IF MBR-BIRTH-DATE OF WS-PATIENT-RECORD IS NUMERIC
             AND MBR-BIRTH-DATE OF WS-PATIENT-RECORD > ZERO
             AND MBR-BIRTH-DATE OF WS-PATIENT-RECORD
                   <= CLT-SERVICE-DATE(WS-LN-IDX)
               COMPUTE WS-PATIENT-AGE =
                   (CLT-SERVICE-DATE(WS-LN-IDX)
                       - MBR-BIRTH-DATE OF WS-PATIENT-RECORD) / 10000
               END-COMPUTE
               IF WS-PATIENT-AGE < PROC-MIN-AGE OF WS-PROC-RECORD
                 OR (PROC-MAX-AGE OF WS-PROC-RECORD > ZERO
                     AND WS-PATIENT-AGE
                           > PROC-MAX-AGE OF WS-PROC-RECORD)
                   MOVE EC-DENY-PROC-AGE-SEX TO WS-LINE-EDIT-REASON
                   MOVE "PROC-AGE" TO WS-LINE-EDIT-CHECK
                   MOVE WS-LN-IDX TO WS-LN-FAILED-IDX
                   GO TO 3820-EXIT
               END-IF
           END-IF

      *    AN UNKNOWN SEX ON THE MEMBER ROW PASSES
           IF NOT PROC-ANY-SEX OF WS-PROC-RECORD
             AND NOT MBR-SEX-UNKNOWN OF WS-PATIENT-RECORD
             AND MBR-SEX OF WS-PATIENT-RECORD
                   NOT = PROC-SEX OF WS-PROC-RECORD
               MOVE EC-DENY-PROC-AGE-SEX TO WS-LINE-EDIT-REASON
               MOVE "PROC-SEX" TO WS-LINE-EDIT-CHECK
               MOVE WS-LN-IDX TO WS-LN-FAILED-IDX
           END-IF.

       3820-EXIT.
           EXIT.

       3850-EDIT-LINE-PAIRS.
           PERFORM 3860-EDIT-ONE-PAIR
               VARYING WS-LN-IDX2 FROM 1 BY 1
               UNTIL WS-LN-IDX2 > CLT-LINE-COUNT
                  OR WS-LINE-EDIT-REASON NOT = ZERO.

       3860-EDIT-ONE-PAIR.
      *    THE LINE AT WS-LN-IDX IS TRIED AS THE COLUMN 1 CODE AND
      *    THE LINE AT WS-LN-IDX2 AS COLUMN 2 - EVERY ORDERED PAIR ON
      *    THE SAME SERVICE DATE IS TRIED, SO BILLING ORDER DOES NOT
      *    MATTER. THE COMPONENT (COLUMN 2) LINE IS THE ONE REPORTED
           IF WS-LN-IDX2 NOT = WS-LN-IDX
             AND CLT-SERVICE-DATE(WS-LN-IDX2)
                   = CLT-SERVICE-DATE(WS-LN-IDX)
               MOVE 'N' TO WS-PE-FOUND
               PERFORM 3870-SCAN-PAIR-EDIT
                   VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PAIR-EDIT-COUNT OR PE-FOUND
           END-IF.

       3870-SCAN-PAIR-EDIT.
           IF PEDT-COLUMN1-CODE OF WS-PE-ENTRY(WS-PE-IDX)
                   = CLT-SERVICE-CODE(WS-LN-IDX)
             AND PEDT-COLUMN2-CODE OF WS-PE-ENTRY(WS-PE-IDX)
                   = CLT-SERVICE-CODE(WS-LN-IDX2)
             AND CLT-SERVICE-DATE(WS-LN-IDX)
                   >= PEDT-EFFECTIVE-DATE OF WS-PE-ENTRY(WS-PE-IDX)
             AND (PEDT-TERM-DATE OF WS-PE-ENTRY(WS-PE-IDX) = ZERO
                  OR CLT-SERVICE-DATE(WS-LN-IDX)
                   <= PEDT-TERM-DATE OF WS-PE-ENTRY(WS-PE-IDX))
               SET PE-FOUND TO TRUE
               MOVE WS-LN-IDX2 TO WS-LN-FAILED-IDX
               IF PEDT-MUTUALLY-EXCL OF WS-PE-ENTRY(WS-PE-IDX)
                   MOVE EC-DENY-PROC-MUTUAL-EXCL
                       TO WS-LINE-EDIT-REASON
                   MOVE "PROC-MUTUAL-EXCL" TO WS-LINE-EDIT-CHECK
               ELSE
                   MOVE EC-DENY-PROC-UNBUNDLED TO WS-LINE-EDIT-REASON
                   MOVE "PROC-UNBUNDLED" TO WS-LINE-EDIT-CHECK
               END-IF
           END-IF.

       3880-REDUCE-SECONDARY-LINE.
      *    A REDUCIBLE LINE IS SECONDARY WHEN ANOTHER REDUCIBLE LINE
      *    ON THE SAME DATE BILLED MORE - OR THE SAME, AND CAME FIRST.
      *    THE PRIMARY PROCEDURE PRICES IN FULL
           MOVE 'N' TO WS-MPR-SECONDARY
           IF WS-LN-MPR-IND(WS-LN-IDX) = "Y"
               PERFORM 3890-COMPARE-REDUCIBLE-LINE
                   VARYING WS-LN-IDX2 FROM 1 BY 1
                   UNTIL WS-LN-IDX2 > CLT-LINE-COUNT
                      OR MPR-IS-SECONDARY
           END-IF
           IF MPR-IS-SECONDARY
               COMPUTE WS-MPR-LINE-REDUCTION ROUNDED =
                   CLT-SERVICE-AMOUNT(WS-LN-IDX) * WS-MPR-PCT / 100
               END-COMPUTE
               ADD WS-MPR-LINE-REDUCTION TO WS-MPR-REDUCTION
           END-IF.

       3890-COMPARE-REDUCIBLE-LINE.
           IF WS-LN-IDX2 NOT = WS-LN-IDX
             AND WS-LN-MPR-IND(WS-LN-IDX2) = "Y"
             AND CLT-SERVICE-DATE(WS-LN-IDX2)
                   = CLT-SERVICE-DATE(WS-LN-IDX)
               IF CLT-SERVICE-AMOUNT(WS-LN-IDX2)
                       > CLT-SERVICE-AMOUNT(WS-LN-IDX)
                 OR (CLT-SERVICE-AMOUNT(WS-LN-IDX2)
                       = CLT-SERVICE-AMOUNT(WS-LN-IDX)
                     AND WS-LN-IDX2 < WS-LN-IDX)
                   SET MPR-IS-SECONDARY TO TRUE
               END-IF
           END-IF.

       3600-WRITE-SUBRO-REFERRAL.
      *    OPEN EXTEND APPENDS ON EVERY CALL AFTER THE FIRST - THE
      *    OUTPUT FALLBACK CREATES THE FILE ON THE VERY FIRST REFERRAL
           MOVE 'P' TO LS-RESULT
           GO TO 9000-EXIT.

       8600-PEND-FOR-INFORMATION.
      *    NOTHING HAS BEEN PRICED OR ACCUMULATED THIS EARLY - THE
      *    CLAIM IS PARKED ON THE PENDED-FOR-INFORMATION FILE AND THE
      *    PROVIDER IS WRITTEN TO. RFIPROC RE-PRESENTS IT WHEN THE
      *    ANSWER ARRIVES OR THE RESPONSE WINDOW CLOSES
           PERFORM 4900-SAVE-ACCUM-ROWS
           CALL 'RFIGEN' USING LS-CLAIM-RECORD
                               WS-RFI-NEED-DIAGNOSIS
                               WS-RFI-NEED-PROVIDER
                               LS-REASON-CODE
           MOVE 'I' TO LS-RESULT
           GO TO 9000-EXIT.

       8700-RECORD-ENCOUNTER.
      *    THE PCP'S CAPITATION ALREADY PAID FOR THIS VISIT - APPROVE
      *    IT AT ZERO SO THE UTILIZATION IS ON FILE, WITHOUT POSTING
      *    DEDUCTIBLE, OUT-OF-POCKET OR BENEFIT-MAXIMUM USAGE. THE
      *    REASON CODE TELLS THE CALLER NOT TO AUTHORIZE A PAYMENT
           PERFORM 4900-SAVE-ACCUM-ROWS
           MOVE ZERO TO WS-CALCULATED-COVERAGE
           MOVE ZERO TO LS-CALCULATED-COVERAGE
           MOVE EC-CAPITATED-ENCOUNTER TO LS-REASON-CODE
           MOVE 'A' TO LS-RESULT
           GO TO 9000-EXIT.

       9900-APPROVE-CLAIM.
      *    ONLY A CLAIM THAT ACTUALLY DISBURSES COUNTS AGAINST THE
      *    POLICY'S LIFETIME/ANNUAL BENEFIT MAXIMUM - A CLAIM ROUTED
      *    TO MANUAL REVIEW INSTEAD MUST NOT ERODE THE CAP UNLESS AND
      *    UNTIL IT IS APPROVED HERE
      *    AN ORTHODONTIC CLAIM IS APPROVED FOR THE WHOLE COURSE OF
      *    TREATMENT BUT PAYS ONLY ITS INITIAL PAYMENT NOW - ORTHPLAN
      *    SETS UP THE TREATMENT PLAN FOR THE MONTHLY INSTALLMENTS AND
      *    HANDS BACK THE INITIAL AMOUNT, WHICH IS ALL THAT IS
      *    AUTHORIZED AND ACCUMULATED HERE
           IF CLM-CLAIM-TYPE OF LS-CLAIM-RECORD = "05"
               MOVE WS-CALCULATED-COVERAGE TO LS-CALCULATED-COVERAGE
               CALL 'ORTHPLAN' USING LS-CLAIM-RECORD
                                     LS-CALCULATED-COVERAGE
               MOVE LS-CALCULATED-COVERAGE TO WS-CALCULATED-COVERAGE
               EVALUATE WS-ORTHO-ROW
                   WHEN 'F'
                       ADD WS-CALCULATED-COVERAGE
                           TO ACCUM-ORTHO-PAID OF WS-FAM-ACCUM
                   WHEN 'M'
                       ADD WS-CALCULATED-COVERAGE
                           TO ACCUM-ORTHO-PAID OF WS-MBR-ACCUM
               END-EVALUATE
           END-IF
           ADD WS-CALCULATED-COVERAGE
               TO ACCUM-BENEFIT-PAID OF WS-FAM-ACCUM
           IF WS-VISIT-ROW NOT = SPACE AND WS-VC-SLOT > ZERO
               PERFORM 4040-CONSUME-VISIT
           END-IF
           IF WS-SPAN-PRIOR-COUNT > ZERO
               SET SPAN-APPROVED TO TRUE
           END-IF
           PERFORM 4900-SAVE-ACCUM-ROWS
      *    ONLY AN APPROVED CLAIM CONSUMES A REFERRAL VISIT - A CLAIM
      *    DENIED OR PENDED DOWNSTREAM OF THE REFERRAL CHECK MUST NOT
