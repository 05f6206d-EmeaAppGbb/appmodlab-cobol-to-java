       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORTHPLAN.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * ORTHODONTIC TREATMENT PLAN SET-UP                              *
      * CALLED WHEN AN ORTHODONTIC CLAIM APPROVES - BY ADJUDCTN ON AN  *
      * AUTO-APPROVAL OR APPEAL RE-DRIVE, BY RVWDECSN ON A REVIEWER    *
      * APPROVAL. THE ADJUDICATED COVERAGE IS THE ALLOWED AMOUNT FOR   *
      * THE WHOLE COURSE OF TREATMENT; ONLY THE INITIAL PERCENTAGE OF  *
      * IT IS PAID NOW. A TREATMENT PLAN IS APPENDED TO THE PLAN FILE  *
      * FOR THE REST, SPLIT INTO EQUAL MONTHLY INSTALLMENTS FROM THE   *
      * BANDING DATE, WHICH THE MONTHLY ORTHOPAY RUN AUTHORIZES WHILE  *
      * THE PATIENT STAYS ELIGIBLE. THE COVERAGE IS HANDED BACK        *
      * REPLACED BY THE INITIAL PAYMENT, SO THE CALLER AUTHORIZES AND  *
      * ACCUMULATES ONLY THAT                                          *
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

           SELECT ORTHO-PLAN-FILE
               ASSIGN TO "data/ortho_plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  ORTHO-PLAN-FILE.
       01  ORTHO-PLAN-RECORD.
           COPY OTPLREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-RULES             PIC X VALUE 'N'.
           88 EOF-RULES             VALUE 'Y'.
       01  WS-EOF-PLAN              PIC X VALUE 'N'.
           88 EOF-PLAN              VALUE 'Y'.

      * LOADED ONCE AND CACHED SINCE WORKING-STORAGE PERSISTS ACROSS
      * CALLS - THE VALUE CLAUSES ARE THE DEFAULTS WHEN THE COVERAGE
      * RULES FILE DOES NOT NAME THEM
       01  WS-RULES-LOADED          PIC X VALUE 'N'.
           88 RULES-ARE-LOADED      VALUE 'Y'.
       01  WS-INITIAL-PCT           PIC 9(3)V99 VALUE 25.00.
       01  WS-INSTALLMENT-COUNT     PIC 9(3) VALUE 24.

      *    A SIMULATED CYCLE WORKS OUT THE INITIAL PAYMENT SO THE
      *    WHAT-IF FIGURES ARE HONEST, BUT SETS UP NO PLAN FOR ORTHOPAY
      *    TO PAY FROM
       01  WS-SIMULATE-MODE         PIC X VALUE 'N'.
           88 SIMULATE-MODE         VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-TOTAL-ALLOWED         PIC 9(7)V99.
       01  WS-INITIAL-AMOUNT        PIC 9(7)V99.
       01  WS-INSTALLMENT-AMOUNT    PIC 9(7)V99.
       01  WS-PLAN-FOUND            PIC X VALUE 'N'.
           88 PLAN-FOUND            VALUE 'Y'.

      * THE FIRST INSTALLMENT FALLS DUE A MONTH AFTER BANDING - ON
      * THE SAME DAY OF THE MONTH, OR THE 28TH WHEN BANDING WAS LATER
      * IN THE MONTH, SO EVERY MONTH HAS THE DUE DAY
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(4).
           05  WS-DUE-MM            PIC 9(2).
           05  WS-DUE-DD            PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-CLAIM-RECORD.
           COPY CLMREC.
      *    IN: THE ADJUDICATED COVERAGE FOR THE WHOLE COURSE OF
      *    TREATMENT (POLICY CURRENCY). OUT: THE INITIAL PAYMENT TO
      *    AUTHORIZE NOW
       01  LS-COVERAGE-AMOUNT       PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-CLAIM-RECORD
                                LS-COVERAGE-AMOUNT.

       0000-SET-UP-PLAN.
           IF NOT RULES-ARE-LOADED
               PERFORM 0400-RESOLVE-RUNPARMS
               PERFORM 0500-LOAD-RULES
           END-IF
           IF LS-COVERAGE-AMOUNT = ZERO
               GOBACK
           END-IF
           CALL 'BIZDATE' USING WS-CURRENT-DATE

      *    A CLAIM THAT ALREADY HAS A PLAN (A RERUN OF THE CYCLE, OR A
      *    RE-DRIVE OF A CLAIM THAT APPROVED BEFORE) KEEPS THE PLAN IT
      *    HAS - ONLY ITS INITIAL PAYMENT IS HANDED BACK, AND PYMTAUTH
      *    REFUSES THAT AGAIN IF IT WAS ALREADY BOOKED
           PERFORM 1000-FIND-EXISTING-PLAN THRU 1000-EXIT
           IF PLAN-FOUND
               DISPLAY "ORTHPLAN: CLAIM " CLM-CLAIM-NUMBER
                       " ALREADY HAS A TREATMENT PLAN - NONE ADDED"
               MOVE OTPL-INITIAL-AMOUNT TO LS-COVERAGE-AMOUNT
               GOBACK
           END-IF

           PERFORM 2000-WORK-OUT-SCHEDULE
           IF NOT SIMULATE-MODE
               PERFORM 3000-WRITE-PLAN
           END-IF
           MOVE WS-INITIAL-AMOUNT TO LS-COVERAGE-AMOUNT
           GOBACK.

       0400-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 0410-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       0410-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "SIMULATE"
                       AND RUNPARM-VALUE(1:1) = "Y"
                       SET SIMULATE-MODE TO TRUE
                   END-IF
           END-READ.

       0500-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE 'N' TO WS-EOF-RULES
               PERFORM 0510-READ-RULE UNTIL EOF-RULES
               CLOSE RULES-FILE
           END-IF
      *    A PERCENTAGE OVER 100 WOULD PAY MORE THAN WAS ALLOWED UP
      *    FRONT - IT IS TREATED AS PAYING THE WHOLE AMOUNT AT ONCE
           IF WS-INITIAL-PCT > 100
               MOVE 100 TO WS-INITIAL-PCT
           END-IF
           SET RULES-ARE-LOADED TO TRUE.

       0510-READ-RULE.
           READ RULES-FILE
               AT END
                   SET EOF-RULES TO TRUE
               NOT AT END
                   EVALUATE RULE-NAME
                       WHEN "ORTHO-INITIAL-PCT"
                           MOVE RULE-VALUE TO WS-INITIAL-PCT
                       WHEN "ORTHO-INSTALLMENTS"
                           MOVE RULE-VALUE TO WS-INSTALLMENT-COUNT
                   END-EVALUATE
           END-READ.

       1000-FIND-EXISTING-PLAN.
      *    A MISSING PLAN FILE JUST MEANS NO PLAN HAS BEEN SET UP YET
           MOVE 'N' TO WS-PLAN-FOUND
           OPEN INPUT ORTHO-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-PLAN
           PERFORM 1100-READ-PLAN UNTIL EOF-PLAN OR PLAN-FOUND
           CLOSE ORTHO-PLAN-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-PLAN.
           READ ORTHO-PLAN-FILE
               AT END
                   SET EOF-PLAN TO TRUE
               NOT AT END
                   IF OTPL-CLAIM-NUMBER = CLM-CLAIM-NUMBER
                       SET PLAN-FOUND TO TRUE
                   END-IF
           END-READ.

       2000-WORK-OUT-SCHEDULE.
           MOVE LS-COVERAGE-AMOUNT TO WS-TOTAL-ALLOWED
           COMPUTE WS-INITIAL-AMOUNT ROUNDED =
               WS-TOTAL-ALLOWED * WS-INITIAL-PCT / 100
           END-COMPUTE
      *    NO INSTALLMENTS CONFIGURED PAYS THE WHOLE COURSE UP FRONT
           IF WS-INSTALLMENT-COUNT = ZERO
               MOVE WS-TOTAL-ALLOWED TO WS-INITIAL-AMOUNT
               MOVE ZERO TO WS-INSTALLMENT-AMOUNT
           ELSE
               COMPUTE WS-INSTALLMENT-AMOUNT ROUNDED =
                   (WS-TOTAL-ALLOWED - WS-INITIAL-AMOUNT)
                       / WS-INSTALLMENT-COUNT
               END-COMPUTE
           END-IF

           MOVE CLM-CLAIM-DATE TO WS-DUE-DATE-NUM
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.

       3000-WRITE-PLAN.
      *    OPEN EXTEND APPENDS, WITH THE OUTPUT FALLBACK CREATING THE
      *    PLAN FILE FOR THE FIRST PLAN EVER SET UP
           OPEN EXTEND ORTHO-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               OPEN OUTPUT ORTHO-PLAN-FILE
           END-IF
           MOVE SPACES TO ORTHO-PLAN-RECORD
           MOVE CLM-CLAIM-NUMBER TO OTPL-CLAIM-NUMBER
           MOVE CLM-POLICY-NUMBER TO OTPL-POLICY-NUMBER
           MOVE CLM-MEMBER-ID TO OTPL-MEMBER-ID
           MOVE CLM-PROVIDER-ID TO OTPL-PROVIDER-ID
           MOVE CLM-ASSIGN-BENEFITS TO OTPL-ASSIGN-BENEFITS
           MOVE CLM-CLAIM-DATE TO OTPL-BANDING-DATE
           MOVE WS-TOTAL-ALLOWED TO OTPL-TOTAL-ALLOWED
           MOVE WS-INITIAL-PCT TO OTPL-INITIAL-PCT
           MOVE WS-INITIAL-AMOUNT TO OTPL-INITIAL-AMOUNT
           MOVE WS-INSTALLMENT-COUNT TO OTPL-INSTALLMENT-COUNT
           MOVE WS-INSTALLMENT-AMOUNT TO OTPL-INSTALLMENT-AMOUNT
           MOVE ZERO TO OTPL-INSTALLMENTS-PAID
           MOVE WS-INITIAL-AMOUNT TO OTPL-PAID-TO-DATE
           MOVE WS-DUE-DATE-NUM TO OTPL-NEXT-DUE-DATE
           MOVE WS-CURRENT-DATE TO OTPL-LAST-PAID-DATE
           IF WS-INSTALLMENT-COUNT = ZERO
               SET OTPL-COMPLETE TO TRUE
           ELSE
               SET OTPL-ACTIVE TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE TO OTPL-STATUS-DATE
           MOVE WS-CURRENT-DATE TO OTPL-CREATED-DATE
           WRITE ORTHO-PLAN-RECORD
           CLOSE ORTHO-PLAN-FILE
           DISPLAY "  ORTHODONTIC PLAN SET UP FOR CLAIM "
                   CLM-CLAIM-NUMBER " - INITIAL $" WS-INITIAL-AMOUNT
                   " THEN " WS-INSTALLMENT-COUNT " X $"
                   WS-INSTALLMENT-AMOUNT.
