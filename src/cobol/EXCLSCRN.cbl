       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCLSCRN.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * FEDERAL EXCLUSION-LIST SCREENING                               *
      * MONTHLY SCREEN OF THE PROVIDER MASTER AND THE TAX ID MASTER    *
      * AGAINST THE GOVERNMENT'S LIST OF PARTIES EXCLUDED FROM FEDERAL *
      * HEALTH CARE PROGRAMS - PAYING AN EXCLUDED PROVIDER IS A        *
      * VIOLATION WE WOULD HAVE TO SELF-REPORT. EACH LIST ENTRY IS     *
      * COMPARED WITH EVERY PROVIDER ON NAME (PROVIDER OR 1099 PAYEE   *
      * NAME), TAX ID AND LICENSE NUMBER:                              *
      *   - TWO OR MORE AGREEING IS A CONFIRMED HIT - A TERMINATE      *
      *     TRANSACTION IS STAGED FOR PRVMAINT AS OF THE EXCLUSION     *
      *     DATE, A PROVIDER-LEVEL PAYMENT HOLD IS PLACED SO PYMTAUTH  *
      *     HOLDS EVERYTHING AUTHORIZED FROM HERE ON, AND EVERY LEDGER *
      *     LINE ALREADY AUTHORIZED BUT NOT YET PAID IS MOVED TO HELD  *
      *   - ONE AGREEING, OR A NAME THAT AGREES ONLY ON ITS LEADING    *
      *     CHARACTERS, IS A NEAR MATCH FOR THE COMPLIANCE REVIEW      *
      *     REPORT AND IS NOT ACTED ON                                 *
      * THE HOLDS ARE DISPOSED THROUGH HOLDDISP LIKE ANY FRAUD HOLD.   *
      * THE HELD LEDGER LINES ARE REWRITTEN IN PLACE THROUGH PYMTIO    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE
               ASSIGN TO "data/exclusion_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSION-STATUS.

           SELECT PROVIDER-FILE
               ASSIGN TO "data/providers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT TAXID-FILE
               ASSIGN TO "data/tax_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXID-STATUS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO "data/credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT PROVIDER-TRANS-FILE
               ASSIGN TO "data/provider_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-TRANS-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "data/payment_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO "reports/exclusion_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCLUSION-FILE.
       01  EXCLUSION-RECORD.
           COPY EXCLREC.

       FD  PROVIDER-FILE.
       01  PROV-MASTER-REC.
           COPY PROVREC.

       FD  TAXID-FILE.
       01  TAXID-MASTER-REC.
           COPY TAXIDMST.

       FD  CREDENTIAL-FILE.
       01  CREDENTIAL-RECORD.
           COPY CREDREC.

       FD  PROVIDER-TRANS-FILE.
       01  PROVIDER-TRANS-RECORD.
           COPY PRVTRNRC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  REVIEW-FILE.
       01  REVIEW-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-EXCLUSION-STATUS      PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-TAXID-STATUS          PIC XX.
       01  WS-CREDENTIAL-STATUS     PIC XX.
       01  WS-PROVIDER-TRANS-STATUS PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.

       01  WS-EOF-EXCLUSION         PIC X VALUE 'N'.
           88 EOF-EXCLUSION         VALUE 'Y'.
       01  WS-EOF-PROVIDER          PIC X VALUE 'N'.
           88 EOF-PROVIDER          VALUE 'Y'.
       01  WS-EOF-CREDENTIAL        PIC X VALUE 'N'.
           88 EOF-CREDENTIAL        VALUE 'Y'.
       01  WS-EOF-TAXID             PIC X VALUE 'N'.
           88 EOF-TAXID             VALUE 'Y'.
       01  WS-EOF-PROVIDER-TRANS    PIC X VALUE 'N'.
           88 EOF-PROVIDER-TRANS    VALUE 'Y'.
       01  WS-EOF-HOLD              PIC X VALUE 'N'.
           88 EOF-HOLD              VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE PROVIDER MASTER WITH EACH PROVIDER'S TAX ID AND 1099 PAYEE
      * NAME ATTACHED, NAMES HELD UPPER-CASED FOR THE COMPARISON. KEYED
      * SO THE TAX ID, HOLD, PENDING-TRANSACTION AND LEDGER PASSES CAN
      * FIND A PROVIDER DIRECTLY - SAME SIZE AS PROVLKUP'S TABLE
       01  WS-MAX-PROVIDERS         PIC 9(5) VALUE 9000.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE 0.
       01  WS-PR-SUB                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PX-FOUND              PIC X VALUE 'N'.
           88 PX-FOUND              VALUE 'Y'.
       01  WS-PROVIDER-SEARCH-ID    PIC X(8).
       01  WS-PROVIDER-TABLE.
           05  WS-PX-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS WS-PX-PROVIDER-ID
               INDEXED BY WS-PX-IDX.
               10  WS-PX-PROVIDER-ID    PIC X(8).
               10  WS-PX-PROVIDER-NAME  PIC X(30).
               10  WS-PX-NAME-UPPER     PIC X(30).
               10  WS-PX-PAYEE-UPPER    PIC X(30).
               10  WS-PX-TAX-ID         PIC X(9).
               10  WS-PX-LICENSE-NUMBER PIC X(15).
               10  WS-PX-LICENSE-STATE  PIC X(2).
      *            "T" ONCE TERMINATED ON THE MASTER OR WITH A
      *            TERMINATION ALREADY WAITING FOR PRVMAINT
               10  WS-PX-STATUS         PIC X(1).
               10  WS-PX-CONFIRMED      PIC X(1).
                   88 PX-CONFIRMED      VALUE 'Y'.
      *            AN ACTIVE PROVIDER-LEVEL HOLD IS ALREADY ON FILE
               10  WS-PX-HELD           PIC X(1).
                   88 PX-HELD           VALUE 'Y'.

      * ONE LIST ENTRY AS JUDGED AGAINST ONE PROVIDER
       01  WS-EXCL-NAME-UPPER       PIC X(30).
       01  WS-AGREE-COUNT           PIC 9 VALUE 0.
       01  WS-NAME-NEAR             PIC X VALUE 'N'.
           88 NAME-IS-NEAR          VALUE 'Y'.
      * HOW MANY LEADING CHARACTERS OF TWO NAMES MUST AGREE FOR A NAME
      * THAT IS NOT AN EXACT MATCH TO STILL GO TO COMPLIANCE REVIEW
       01  WS-NEAR-NAME-LENGTH      PIC 99 VALUE 15.
       01  WS-AGREEMENT.
           05  WS-AG-NAME           PIC X(5).
           05  WS-AG-TIN            PIC X(4).
           05  WS-AG-LICENSE        PIC X(7).
       01  WS-HIT-TYPE              PIC X(10).
       01  WS-ACTION-TAKEN          PIC X(50).
       01  WS-ACTION-TERM           PIC X(20).
       01  WS-ACTION-HOLD           PIC X(20).
       01  WS-TERM-DATE             PIC 9(8).
       01  WS-ALERT-DATA            PIC X(20).

       01  WS-COUNTERS.
           05  WS-LIST-READ         PIC 9(7) VALUE 0.
           05  WS-LIST-REINSTATED   PIC 9(7) VALUE 0.
           05  WS-CONFIRMED-HITS    PIC 9(5) VALUE 0.
           05  WS-NEAR-MATCHES      PIC 9(5) VALUE 0.
           05  WS-TERMS-STAGED      PIC 9(5) VALUE 0.
           05  WS-HOLDS-PLACED      PIC 9(5) VALUE 0.
           05  WS-LEDGER-HELD       PIC 9(5) VALUE 0.
           05  WS-TAXID-UNMATCHED   PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "EXCLSCRN".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-PROVIDERS UNTIL EOF-PROVIDER
           PERFORM 1200-SORT-PROVIDERS
           PERFORM 1300-ATTACH-TAX-IDS UNTIL EOF-TAXID
           PERFORM 1350-ATTACH-CREDENTIALS UNTIL EOF-CREDENTIAL
           PERFORM 1400-NOTE-PENDING-TERMS UNTIL EOF-PROVIDER-TRANS
           PERFORM 1500-NOTE-ACTIVE-HOLDS UNTIL EOF-HOLD
           PERFORM 2000-PROCESS-EXCLUSION UNTIL EOF-EXCLUSION
           PERFORM 4000-REWRITE-LEDGER UNTIL EOF-PAYMENT
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
           DISPLAY "CONTINENTAL INSURANCE - EXCLUSION-LIST SCREENING"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           OPEN INPUT EXCLUSION-FILE
           IF WS-EXCLUSION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXCLUSION LIST: "
                       WS-EXCLUSION-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-EXCLUSION-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-STATUS NOT = "00"
               DISPLAY "EXCLSCRN WARNING: NO PROVIDER MASTER - "
                       "NOTHING TO SCREEN"
               SET EOF-PROVIDER TO TRUE
           END-IF

      *    WITHOUT THE TAX ID MASTER THE SCREEN STILL RUNS ON NAME AND
      *    LICENSE
           OPEN INPUT TAXID-FILE
           IF WS-TAXID-STATUS NOT = "00"
               DISPLAY "EXCLSCRN WARNING: NO TAX ID MASTER - "
                       "SCREENING ON NAME AND LICENSE ONLY"
               SET EOF-TAXID TO TRUE
           END-IF

           OPEN INPUT CREDENTIAL-FILE
           IF WS-CREDENTIAL-STATUS NOT = "00"
               SET EOF-CREDENTIAL TO TRUE
           END-IF

           OPEN INPUT PROVIDER-TRANS-FILE
           IF WS-PROVIDER-TRANS-STATUS NOT = "00"
               SET EOF-PROVIDER-TRANS TO TRUE
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               SET EOF-HOLD TO TRUE
           END-IF

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "EXCLSCRN WARNING: PAYMENT LEDGER EMPTY - NO "
                       "AUTHORIZED LINES TO HOLD"
               SET EOF-PAYMENT TO TRUE
           END-IF

      *    A FRESH REPORT EACH RUN - IT IS THE COMPLIANCE WORK LIST
      *    FOR THIS MONTH'S LIST, NOT A HISTORY
           OPEN OUTPUT REVIEW-FILE
           MOVE SPACES TO REVIEW-LINE
           STRING "FEDERAL EXCLUSION-LIST SCREENING - CONFIRMED HITS "
                  "AND NEAR MATCHES - RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE.

       1100-LOAD-PROVIDERS.
           READ PROVIDER-FILE
               AT END
                   SET EOF-PROVIDER TO TRUE
                   CLOSE PROVIDER-FILE
               NOT AT END
                   IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                       ADD 1 TO WS-PROVIDER-COUNT
                       PERFORM 1150-ADD-PROVIDER-ENTRY
                   ELSE
                       DISPLAY "EXCLSCRN WARNING: PROVIDER TABLE FULL "
                               "- PROVIDER " PROV-PROVIDER-ID
                               " NOT SCREENED"
                   END-IF
           END-READ.

       1150-ADD-PROVIDER-ENTRY.
           MOVE PROV-PROVIDER-ID
               TO WS-PX-PROVIDER-ID(WS-PROVIDER-COUNT)
           MOVE PROV-PROVIDER-NAME
               TO WS-PX-PROVIDER-NAME(WS-PROVIDER-COUNT)
           MOVE FUNCTION UPPER-CASE(PROV-PROVIDER-NAME)
               TO WS-PX-NAME-UPPER(WS-PROVIDER-COUNT)
           MOVE SPACES TO WS-PX-PAYEE-UPPER(WS-PROVIDER-COUNT)
           MOVE SPACES TO WS-PX-TAX-ID(WS-PROVIDER-COUNT)
           MOVE PROV-LICENSE-NUMBER
               TO WS-PX-LICENSE-NUMBER(WS-PROVIDER-COUNT)
           MOVE PROV-LICENSE-STATE
               TO WS-PX-LICENSE-STATE(WS-PROVIDER-COUNT)
           MOVE PROV-STATUS TO WS-PX-STATUS(WS-PROVIDER-COUNT)
           MOVE 'N' TO WS-PX-CONFIRMED(WS-PROVIDER-COUNT)
           MOVE 'N' TO WS-PX-HELD(WS-PROVIDER-COUNT).

       1200-SORT-PROVIDERS.
      *    THE TABLE SORT ORDERS ALL OCCURRENCES - UNUSED SLOTS ARE
      *    KEYED HIGH-VALUES SO THE LOADED PROVIDERS STAY WITHIN THE
      *    1..WS-PROVIDER-COUNT RANGE, AS PRVMAINT DOES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-PX-ENTRY ON ASCENDING KEY WS-PX-PROVIDER-ID.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES TO WS-PX-PROVIDER-ID(WS-PAD-IDX + 1).

       1300-ATTACH-TAX-IDS.
           READ TAXID-FILE
               AT END
                   SET EOF-TAXID TO TRUE
                   CLOSE TAXID-FILE
               NOT AT END
                   MOVE TAXID-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                   PERFORM 1900-FIND-PROVIDER
                   IF PX-FOUND
                       MOVE TAXID-TAX-ID TO WS-PX-TAX-ID(WS-PX-IDX)
                       MOVE FUNCTION UPPER-CASE(TAXID-PAYEE-NAME)
                           TO WS-PX-PAYEE-UPPER(WS-PX-IDX)
                   ELSE
                       ADD 1 TO WS-TAXID-UNMATCHED
                   END-IF
           END-READ.

       1350-ATTACH-CREDENTIALS.
      *    THE CREDENTIALING FILE HOLDS THE VERIFIED LICENSE - WHERE IT
      *    CARRIES ONE IT IS SCREENED IN PLACE OF THE MASTER'S
           READ CREDENTIAL-FILE
               AT END
                   SET EOF-CREDENTIAL TO TRUE
                   CLOSE CREDENTIAL-FILE
               NOT AT END
                   IF CRED-LICENSE-NUMBER NOT = SPACES
                       MOVE CRED-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                       PERFORM 1900-FIND-PROVIDER
                       IF PX-FOUND
                           MOVE CRED-LICENSE-NUMBER
                               TO WS-PX-LICENSE-NUMBER(WS-PX-IDX)
                           MOVE CRED-LICENSE-STATE
                               TO WS-PX-LICENSE-STATE(WS-PX-IDX)
                       END-IF
                   END-IF
           END-READ.

       1400-NOTE-PENDING-TERMS.
      *    A TERMINATION ALREADY WAITING FOR PRVMAINT - FROM A CLERK OR
      *    FROM AN EARLIER SCREEN NOT YET APPLIED - IS NOT STAGED AGAIN
           READ PROVIDER-TRANS-FILE
               AT END
                   SET EOF-PROVIDER-TRANS TO TRUE
                   CLOSE PROVIDER-TRANS-FILE
               NOT AT END
                   IF PVTR-TERMINATE
                       MOVE PVTR-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                       PERFORM 1900-FIND-PROVIDER
                       IF PX-FOUND
                           MOVE "T" TO WS-PX-STATUS(WS-PX-IDX)
                       END-IF
                   END-IF
           END-READ.

       1500-NOTE-ACTIVE-HOLDS.
           READ HOLD-FILE
               AT END
                   SET EOF-HOLD TO TRUE
                   CLOSE HOLD-FILE
               NOT AT END
                   IF HOLD-ACTIVE
                     AND HOLD-CLAIM-NUMBER = SPACES
                       MOVE HOLD-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                       PERFORM 1900-FIND-PROVIDER
                       IF PX-FOUND
                           SET PX-HELD(WS-PX-IDX) TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1900-FIND-PROVIDER.
           MOVE 'N' TO WS-PX-FOUND
           IF WS-PROVIDER-COUNT > ZERO
               SEARCH ALL WS-PX-ENTRY
                   WHEN WS-PX-PROVIDER-ID(WS-PX-IDX)
                            = WS-PROVIDER-SEARCH-ID
                       SET PX-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2000-PROCESS-EXCLUSION.
           READ EXCLUSION-FILE
               AT END
                   SET EOF-EXCLUSION TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-READ
                   PERFORM 2100-SCREEN-EXCLUSION THRU 2100-EXIT
           END-READ.

       2100-SCREEN-EXCLUSION.
      *    A PARTY WHOSE REINSTATEMENT HAS ARRIVED IS NO LONGER
      *    EXCLUDED
           IF EXCL-REINSTATE-DATE IS NUMERIC
             AND EXCL-REINSTATE-DATE > ZERO
             AND EXCL-REINSTATE-DATE NOT > WS-TODAY-DATE
               ADD 1 TO WS-LIST-REINSTATED
               GO TO 2100-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(EXCL-NAME) TO WS-EXCL-NAME-UPPER
           PERFORM 2200-MATCH-PROVIDER THRU 2200-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PROVIDER-COUNT.
       2100-EXIT.
           EXIT.

       2200-MATCH-PROVIDER.
           MOVE ZERO TO WS-AGREE-COUNT
           MOVE 'N' TO WS-NAME-NEAR
           MOVE SPACES TO WS-AGREEMENT

      *    THE NAME AGREES WITH EITHER THE PROVIDER NAME OR THE 1099
      *    PAYEE NAME; FAILING THAT, LEADING CHARACTERS IN COMMON ARE
      *    ENOUGH TO PUT THE PAIR IN FRONT OF COMPLIANCE
           IF WS-EXCL-NAME-UPPER NOT = SPACES
               IF WS-EXCL-NAME-UPPER = WS-PX-NAME-UPPER(WS-PR-SUB)
                 OR WS-EXCL-NAME-UPPER = WS-PX-PAYEE-UPPER(WS-PR-SUB)
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE "NAME" TO WS-AG-NAME
               ELSE
                   IF WS-EXCL-NAME-UPPER(1:WS-NEAR-NAME-LENGTH)
                         = WS-PX-NAME-UPPER(WS-PR-SUB)
                               (1:WS-NEAR-NAME-LENGTH)
                     OR WS-EXCL-NAME-UPPER(1:WS-NEAR-NAME-LENGTH)
                         = WS-PX-PAYEE-UPPER(WS-PR-SUB)
                               (1:WS-NEAR-NAME-LENGTH)
                       SET NAME-IS-NEAR TO TRUE
                       MOVE "NAME?" TO WS-AG-NAME
                   END-IF
               END-IF
           END-IF

           IF EXCL-TAX-ID NOT = SPACES
             AND EXCL-TAX-ID = WS-PX-TAX-ID(WS-PR-SUB)
               ADD 1 TO WS-AGREE-COUNT
               MOVE "TIN" TO WS-AG-TIN
           END-IF

      *    A LICENSE NUMBER IS ONLY UNIQUE WITHIN ITS STATE - A STATE
      *    MISSING ON EITHER SIDE DOES NOT DISQUALIFY THE MATCH
           IF EXCL-LICENSE-NUMBER NOT = SPACES
             AND EXCL-LICENSE-NUMBER
                   = WS-PX-LICENSE-NUMBER(WS-PR-SUB)
             AND (EXCL-LICENSE-STATE = SPACES
               OR WS-PX-LICENSE-STATE(WS-PR-SUB) = SPACES
               OR EXCL-LICENSE-STATE = WS-PX-LICENSE-STATE(WS-PR-SUB))
               ADD 1 TO WS-AGREE-COUNT
               MOVE "LICENSE" TO WS-AG-LICENSE
           END-IF

           IF WS-AGREE-COUNT >= 2
               PERFORM 3000-CONFIRM-HIT THRU 3000-EXIT
               GO TO 2200-EXIT
           END-IF

      *    A PROVIDER ALREADY CONFIRMED THIS RUN IS ALREADY IN HAND
           IF (WS-AGREE-COUNT = 1 OR NAME-IS-NEAR)
             AND NOT PX-CONFIRMED(WS-PR-SUB)
               ADD 1 TO WS-NEAR-MATCHES
               MOVE "NEAR MATCH" TO WS-HIT-TYPE
               MOVE "NONE - COMPLIANCE TO CONFIRM OR CLEAR"
                   TO WS-ACTION-TAKEN
               PERFORM 3900-WRITE-REVIEW-LINES
           END-IF.
       2200-EXIT.
           EXIT.

       3000-CONFIRM-HIT.
      *    A SECOND LIST ENTRY FOR A PROVIDER ALREADY CONFIRMED THIS
      *    RUN HAS NOTHING LEFT TO DO
           IF PX-CONFIRMED(WS-PR-SUB)
               GO TO 3000-EXIT
           END-IF
           SET PX-CONFIRMED(WS-PR-SUB) TO TRUE
           ADD 1 TO WS-CONFIRMED-HITS
           MOVE SPACES TO WS-ACTION-TAKEN

           MOVE WS-PX-PROVIDER-ID(WS-PR-SUB) TO WS-ALERT-DATA
           CALL 'ERRHANDL' USING
               BY CONTENT EC-FRAUD-PROVIDER-EXCLUDED
               BY CONTENT WS-ALERT-DATA

           IF WS-PX-STATUS(WS-PR-SUB) = "A"
               PERFORM 3100-STAGE-TERMINATION
               MOVE "TERMINATION STAGED" TO WS-ACTION-TERM
           ELSE
               MOVE "ALREADY TERMINATED" TO WS-ACTION-TERM
           END-IF

           IF PX-HELD(WS-PR-SUB)
               MOVE "HOLD ALREADY ACTIVE" TO WS-ACTION-HOLD
           ELSE
               PERFORM 3200-PLACE-HOLD
               MOVE "PAYMENT HOLD PLACED" TO WS-ACTION-HOLD
           END-IF
           STRING WS-ACTION-TERM DELIMITED BY "  "
                  ", " WS-ACTION-HOLD DELIMITED BY SIZE
               INTO WS-ACTION-TAKEN
           END-STRING

           MOVE "CONFIRMED" TO WS-HIT-TYPE
           PERFORM 3900-WRITE-REVIEW-LINES.
       3000-EXIT.
           EXIT.

       3100-STAGE-TERMINATION.
      *    TERMINATED AS OF THE EXCLUSION DATE SO ADJUDCTN DENIES ANY
      *    SERVICE SINCE - A MISSING OR FUTURE DATE LEAVES IT ZERO,
      *    WHICH PRVMAINT TAKES AS TODAY
           MOVE ZERO TO WS-TERM-DATE
           IF EXCL-EXCLUSION-DATE IS NUMERIC
             AND EXCL-EXCLUSION-DATE > ZERO
             AND EXCL-EXCLUSION-DATE NOT > WS-TODAY-DATE
               MOVE EXCL-EXCLUSION-DATE TO WS-TERM-DATE
           END-IF

      *    STAGED BEHIND WHATEVER IS ALREADY WAITING FOR THE NEXT
      *    PRVMAINT RUN
           OPEN EXTEND PROVIDER-TRANS-FILE
           IF WS-PROVIDER-TRANS-STATUS NOT = "00"
               OPEN OUTPUT PROVIDER-TRANS-FILE
           END-IF
           MOVE SPACES TO PROVIDER-TRANS-RECORD
           MOVE "T" TO PVTR-TRANS-CODE
           MOVE WS-PX-PROVIDER-ID(WS-PR-SUB) TO PVTR-PROVIDER-ID
           MOVE ZERO TO PVTR-EFFECTIVE-DATE
           MOVE WS-TERM-DATE TO PVTR-TERM-DATE
           WRITE PROVIDER-TRANS-RECORD
           CLOSE PROVIDER-TRANS-FILE
           MOVE "T" TO WS-PX-STATUS(WS-PR-SUB)
           ADD 1 TO WS-TERMS-STAGED.

       3200-PLACE-HOLD.
      *    A PROVIDER-LEVEL HOLD (NO CLAIM NUMBER) - PYMTAUTH BOOKS
      *    EVERY LATER CLAIM OF THE PROVIDER AS HELD UNTIL HOLDDISP
      *    RELEASES OR DENIES IT
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-PX-PROVIDER-ID(WS-PR-SUB) TO HOLD-PROVIDER-ID
           MOVE SPACES TO HOLD-CLAIM-NUMBER
           MOVE EC-FRAUD-PROVIDER-EXCLUDED TO HOLD-ALERT-CODE
           MOVE "A" TO HOLD-STATUS
           MOVE WS-TODAY-DATE TO HOLD-PLACED-DATE
           MOVE ZERO TO HOLD-DISP-DATE
           MOVE SPACES TO HOLD-DISP-REASON
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           SET PX-HELD(WS-PR-SUB) TO TRUE
           ADD 1 TO WS-HOLDS-PLACED.

       3900-WRITE-REVIEW-LINES.
           MOVE SPACES TO REVIEW-LINE
           STRING WS-HIT-TYPE
                  " PROVIDER " WS-PX-PROVIDER-ID(WS-PR-SUB)
                  "  AGREES ON: " WS-AG-NAME " " WS-AG-TIN " "
                  WS-AG-LICENSE
                  "  EXCLUDED " EXCL-EXCLUSION-DATE
                  " TYPE " EXCL-EXCLUSION-TYPE
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "           LIST:   " EXCL-NAME
                  " TIN " EXCL-TAX-ID
                  " LICENSE " EXCL-LICENSE-STATE " "
                  EXCL-LICENSE-NUMBER
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "           MASTER: "
                  WS-PX-PROVIDER-NAME(WS-PR-SUB)
                  " TIN " WS-PX-TAX-ID(WS-PR-SUB)
                  " LICENSE " WS-PX-LICENSE-STATE(WS-PR-SUB) " "
                  WS-PX-LICENSE-NUMBER(WS-PR-SUB)
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "           ACTION: " WS-ACTION-TAKEN
               DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE.

       4000-REWRITE-LEDGER.
      *    EVERY LINE AUTHORIZED FOR A PROVIDER CONFIRMED THIS RUN BUT
      *    NOT YET DISBURSED IS HELD - THE DISBURSEMENT SWEEP ONLY
      *    PAYS STATUS A
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "A"
                 AND PYMT-PROVIDER-ID OF PAYMENT-RECORD
                       NOT = SPACES
                   MOVE PYMT-PROVIDER-ID OF PAYMENT-RECORD
                       TO WS-PROVIDER-SEARCH-ID
                   PERFORM 1900-FIND-PROVIDER
                   IF PX-FOUND
                     AND PX-CONFIRMED(WS-PX-IDX)
                       MOVE "H" TO PYMT-STATUS OF PAYMENT-RECORD
                       MOVE "U" TO WS-PYMTIO-FUNCTION
                       CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                           PAYMENT-RECORD
                                           WS-PYMTIO-OK
                       ADD 1 TO WS-LEDGER-HELD
                   END-IF
               END-IF
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "EXCLUSION-LIST SCREENING COMPLETE"
           DISPLAY "LIST ENTRIES READ:      " WS-LIST-READ
           DISPLAY "REINSTATED - SKIPPED:   " WS-LIST-REINSTATED
           DISPLAY "PROVIDERS SCREENED:     " WS-PROVIDER-COUNT
           DISPLAY "CONFIRMED HITS:         " WS-CONFIRMED-HITS
           DISPLAY "NEAR MATCHES:           " WS-NEAR-MATCHES
           DISPLAY "TERMINATIONS STAGED:    " WS-TERMS-STAGED
           DISPLAY "PAYMENT HOLDS PLACED:   " WS-HOLDS-PLACED
           DISPLAY "LEDGER LINES HELD:      " WS-LEDGER-HELD
           DISPLAY "TAX IDS NOT ON MASTER:  " WS-TAXID-UNMATCHED
           DISPLAY "REVIEW REPORT: reports/exclusion_review.txt".

       9000-CLEANUP.
           CLOSE EXCLUSION-FILE
           CLOSE REVIEW-FILE.
