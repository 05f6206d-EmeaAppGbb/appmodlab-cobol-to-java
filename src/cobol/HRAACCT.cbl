       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRAACCT.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * HRA ACCOUNT ACCESS AND REIMBURSEMENT SUBROUTINE                *
      * THE ONE PLACE THAT TOUCHES THE KEYED HRA STORE DURING THE      *
      * CLAIMS CYCLE - ONE ACCOUNT IS READ AND REWRITTEN BY KEY, THE   *
      * SAME WAY ACCUMIO SERVES THE ACCUMULATORS, SO PARALLEL CLAIM    *
      * STREAMS NEVER OVERWRITE EACH OTHER'S BALANCES. THE MEMBER'S    *
      * OWN ACCOUNT IS USED, FALLING BACK TO THE POLICY-LEVEL ACCOUNT  *
      * (MEMBER ID SPACES) WHEN THE MEMBER HAS NONE. FUNCTIONS:        *
      *   L - LOOK UP THE ACCOUNT (EOBGEN, ELIGINQ)                    *
      *   R - REIMBURSE THE MEMBER'S DEDUCTIBLE/COINSURANCE SHARE OF   *
      *       A CLAIM UP TO THE BALANCE: THE ACCOUNT IS DRAWN DOWN AND *
      *       A MEMBER-PAYEE LEDGER LINE (PAY TYPE H) IS BOOKED ON THE *
      *       CLAIM'S NUMBER. A CLAIM ALREADY CARRYING AN HRA LINE IS  *
      *       NEVER REIMBURSED TWICE                                   *
      *   C - CREDIT A VOIDED REIMBURSEMENT BACK TO THE BALANCE        *
      *       (CLMADJRV, WHEN A REVERSAL VOIDS THE CLAIM'S HRA LINE)   *
      * LS-AMOUNT IS THE USD AMOUNT ASKED FOR ON THE WAY IN AND WHAT   *
      * WAS ACTUALLY REIMBURSED OR CREDITED ON THE WAY OUT             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT HRA-FILE
               ASSIGN TO WS-HRA-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRA-KEY OF HRA-RECORD
               FILE STATUS IS WS-HRA-STATUS.

           SELECT HRA-CONTROL-FILE
               ASSIGN TO WS-HRA-CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  HRA-FILE.
       01  HRA-RECORD.
           COPY HRAREC.

       FD  HRA-CONTROL-FILE.
       01  HRA-CONTROL-RECORD.
           05  HRCT-LAST-SEQUENCE   PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-HRA-STATUS            PIC XX.
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-LEDGER            PIC X VALUE 'N'.
           88 EOF-LEDGER            VALUE 'Y'.

       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED SINCE WORKING-STORAGE PERSISTS ACROSS CALLS
       01  WS-STORE-OPENED          PIC X VALUE 'N'.
           88 STORE-IS-OPEN         VALUE 'Y'.
       01  WS-STORE-USABLE          PIC X VALUE 'N'.
           88 STORE-IS-USABLE       VALUE 'Y'.
       01  WS-HRA-FILENAME          PIC X(60)
           VALUE "data/hra_accounts.idx".
      *    A SIMULATED CYCLE WORKS OUT WHAT THE HRA WOULD PAY BUT
      *    NEITHER DRAWS THE ACCOUNT DOWN NOR BOOKS THE LEDGER LINE
       01  WS-SIMULATE-MODE         PIC X VALUE 'N'.
           88 SIMULATE-MODE         VALUE 'Y'.
      *    A PARALLEL STREAM STAMPS ITS DIGIT INTO THE AUTH CODE
      *    (H<ID>NNNN INSTEAD OF HRNNNN) AND KEEPS ITS OWN SEQUENCE
      *    FILE, THE SAME AS PYMTAUTH
       01  WS-STREAM-ID             PIC X(1) VALUE SPACE.
       01  WS-HRA-CTL-FILENAME      PIC X(60)
           VALUE "data/hra_sequence_ctl.dat".
       01  WS-HRA-SEQUENCE          PIC 9(4) VALUE 0.

      * CLAIMS THAT ALREADY CARRY A LIVE HRA LINE - SNAPSHOT OFF THE
      * LEDGER AT THE FIRST REIMBURSEMENT AND EXTENDED AS THIS RUN
      * BOOKS MORE, SO A RERUN OR AN APPEAL RE-ADJUDICATION CANNOT
      * DRAW THE ACCOUNT DOWN TWICE FOR ONE CLAIM
       01  WS-LEDGER-LOADED         PIC X VALUE 'N'.
           88 LEDGER-IS-LOADED      VALUE 'Y'.
       01  WS-MAX-HRA-CLAIMS        PIC 9(5) VALUE 9000.
       01  WS-HRA-CLAIM-COUNT       PIC 9(5) VALUE 0.
       01  WS-HC-IDX                PIC 9(5) VALUE 0.
       01  WS-HC-FOUND              PIC X VALUE 'N'.
           88 HC-FOUND              VALUE 'Y'.
       01  WS-HRA-CLAIM-TABLE.
           05  WS-HC-CLAIM-NUMBER OCCURS 9000 TIMES PIC X(10).

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-ASKED-AMOUNT          PIC 9(7)V99.
       01  WS-ACCOUNT-FOUND         PIC X VALUE 'N'.
           88 ACCOUNT-FOUND         VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X(1).
           88 LS-FUNC-LOOKUP        VALUE "L".
           88 LS-FUNC-REIMBURSE     VALUE "R".
           88 LS-FUNC-CREDIT        VALUE "C".
       01  LS-POLICY-NUMBER         PIC X(10).
       01  LS-MEMBER-ID             PIC X(10).
       01  LS-CLAIM-NUMBER          PIC X(10).
       01  LS-AMOUNT                PIC 9(7)V99.
       01  LS-HRA-RECORD.
           COPY HRAREC.
       01  LS-FOUND-FLAG            PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION
                                LS-POLICY-NUMBER
                                LS-MEMBER-ID
                                LS-CLAIM-NUMBER
                                LS-AMOUNT
                                LS-HRA-RECORD
                                LS-FOUND-FLAG.

       0000-MAIN-ACCESS.
           IF NOT STORE-IS-OPEN
               PERFORM 1000-OPEN-STORE
           END-IF

           MOVE 'N' TO LS-FOUND-FLAG
           MOVE LS-AMOUNT TO WS-ASKED-AMOUNT
           MOVE ZERO TO LS-AMOUNT
           MOVE SPACES TO LS-HRA-RECORD

           PERFORM 2000-FIND-ACCOUNT THRU 2000-EXIT
           IF NOT ACCOUNT-FOUND
               GOBACK
           END-IF
           MOVE 'Y' TO LS-FOUND-FLAG

           EVALUATE TRUE
               WHEN LS-FUNC-LOOKUP
                   CONTINUE
               WHEN LS-FUNC-REIMBURSE
                   PERFORM 3000-REIMBURSE THRU 3000-EXIT
               WHEN LS-FUNC-CREDIT
                   PERFORM 4000-CREDIT-BACK THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "HRAACCT ERROR: UNKNOWN FUNCTION "
                           LS-FUNCTION
           END-EVALUATE
           MOVE HRA-RECORD TO LS-HRA-RECORD
           GOBACK.

       1000-OPEN-STORE.
           PERFORM 1050-RESOLVE-RUNPARMS
           PERFORM 1100-LOAD-HRA-CONTROL
      *    NO STORE YET SIMPLY MEANS NO GROUP FUNDS AN HRA - EVERY
      *    LOOKUP COMES BACK NOT FOUND AND NOTHING IS REIMBURSED
           OPEN I-O HRA-FILE
           IF WS-HRA-STATUS = "00"
               SET STORE-IS-USABLE TO TRUE
           END-IF
           SET STORE-IS-OPEN TO TRUE.

       1050-RESOLVE-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "HRA-FILE"
                           MOVE RUNPARM-VALUE TO WS-HRA-FILENAME
                       WHEN "SIMULATE"
                           IF RUNPARM-VALUE(1:1) = "Y"
                               SET SIMULATE-MODE TO TRUE
                           END-IF
                       WHEN "STREAM-ID"
                           MOVE RUNPARM-VALUE(1:1) TO WS-STREAM-ID
                           IF WS-STREAM-ID NOT = SPACE
                               MOVE SPACES TO WS-HRA-CTL-FILENAME
                               STRING "data/hra_sequence_s"
                                      WS-STREAM-ID ".dat"
                                   DELIMITED BY SIZE
                                   INTO WS-HRA-CTL-FILENAME
                               END-STRING
                           END-IF
                   END-EVALUATE
           END-READ.

       1100-LOAD-HRA-CONTROL.
      *    A MISSING CONTROL FILE IS NORMAL FOR THE VERY FIRST RUN
           OPEN INPUT HRA-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ HRA-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HRCT-LAST-SEQUENCE TO WS-HRA-SEQUENCE
               END-READ
               CLOSE HRA-CONTROL-FILE
           END-IF.

       1150-SAVE-HRA-CONTROL.
           OPEN OUTPUT HRA-CONTROL-FILE
           MOVE WS-HRA-SEQUENCE TO HRCT-LAST-SEQUENCE
           WRITE HRA-CONTROL-RECORD
           CLOSE HRA-CONTROL-FILE.

       1200-LOAD-HRA-CLAIMS.
      *    A MISSING LEDGER IS NORMAL FOR THE VERY FIRST RUN
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK = 'Y'
               MOVE 'N' TO WS-EOF-LEDGER
               PERFORM 1210-READ-LEDGER-ENTRY UNTIL EOF-LEDGER
           END-IF
           SET LEDGER-IS-LOADED TO TRUE.

       1210-READ-LEDGER-ENTRY.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-LEDGER TO TRUE
           ELSE
      *        A VOIDED OR CANCELLED HRA LINE NO LONGER STANDS -
      *        ITS AMOUNT WENT BACK TO THE ACCOUNT
               IF PYMT-HRA-LINE OF PAYMENT-RECORD
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "V"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "X"
                   PERFORM 1220-ADD-HRA-CLAIM
               END-IF
           END-IF.

       1220-ADD-HRA-CLAIM.
           IF WS-HRA-CLAIM-COUNT < WS-MAX-HRA-CLAIMS
               ADD 1 TO WS-HRA-CLAIM-COUNT
               MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                   TO WS-HC-CLAIM-NUMBER(WS-HRA-CLAIM-COUNT)
           ELSE
               DISPLAY "HRAACCT WARNING: HRA CLAIM TABLE FULL - "
                       "DOUBLE-REIMBURSEMENT CHECK MAY BE INCOMPLETE"
           END-IF.

       1250-SCAN-HRA-CLAIM.
           IF WS-HC-CLAIM-NUMBER(WS-HC-IDX) = LS-CLAIM-NUMBER
               SET HC-FOUND TO TRUE
           END-IF.

       2000-FIND-ACCOUNT.
      *    THE MEMBER'S OWN ACCOUNT FIRST, THEN THE POLICY-LEVEL ONE
           MOVE 'N' TO WS-ACCOUNT-FOUND
           IF NOT STORE-IS-USABLE
               GO TO 2000-EXIT
           END-IF
           MOVE LS-POLICY-NUMBER TO HRA-POLICY-NUMBER OF HRA-RECORD
           MOVE LS-MEMBER-ID TO HRA-MEMBER-ID OF HRA-RECORD
           READ HRA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ
           IF ACCOUNT-FOUND OR LS-MEMBER-ID = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE LS-POLICY-NUMBER TO HRA-POLICY-NUMBER OF HRA-RECORD
           MOVE SPACES TO HRA-MEMBER-ID OF HRA-RECORD
           READ HRA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-REIMBURSE.
           IF NOT HRA-ACTIVE OF HRA-RECORD
             OR HRA-BALANCE OF HRA-RECORD = ZERO
             OR WS-ASKED-AMOUNT = ZERO
               GO TO 3000-EXIT
           END-IF

           IF NOT LEDGER-IS-LOADED
               PERFORM 1200-LOAD-HRA-CLAIMS
           END-IF
           MOVE 'N' TO WS-HC-FOUND
           PERFORM 1250-SCAN-HRA-CLAIM
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HRA-CLAIM-COUNT OR HC-FOUND
           IF HC-FOUND
               DISPLAY "HRAACCT: CLAIM " LS-CLAIM-NUMBER
                       " ALREADY REIMBURSED FROM THE HRA - "
                       "NOT REIMBURSED AGAIN"
               GO TO 3000-EXIT
           END-IF

      *    NEVER MORE THAN THE ACCOUNT HOLDS - WHATEVER IS LEFT OVER
      *    STAYS WITH THE MEMBER, AS IT ALWAYS DID
           IF WS-ASKED-AMOUNT > HRA-BALANCE OF HRA-RECORD
               MOVE HRA-BALANCE OF HRA-RECORD TO LS-AMOUNT
           ELSE
               MOVE WS-ASKED-AMOUNT TO LS-AMOUNT
           END-IF

           IF SIMULATE-MODE
               GO TO 3000-EXIT
           END-IF

      *    THE DURABLE SEQUENCE IS FOUR DIGITS - EXHAUSTING IT WOULD
      *    WRAP TO 0000 AND REISSUE AUTH CODES THE RECONCILIATION
      *    AND VOID PROGRAMS MATCH ON, SO THE RUN STOPS HARD INSTEAD
           ADD 1 TO WS-HRA-SEQUENCE
               ON SIZE ERROR
                   DISPLAY "HRAACCT FATAL: HRA AUTH SEQUENCE "
                           "EXHAUSTED - RENUMBER THE SEQUENCE "
                           "CONTROL BEFORE ANY FURTHER PAYMENT RUNS"
                   STOP RUN
           END-ADD
           CALL 'BIZDATE' USING WS-TODAY-DATE

           SUBTRACT LS-AMOUNT FROM HRA-BALANCE OF HRA-RECORD
           ADD LS-AMOUNT TO HRA-YTD-REIMBURSED OF HRA-RECORD
           MOVE LS-CLAIM-NUMBER TO HRA-LAST-CLAIM-NUMBER OF HRA-RECORD
           MOVE LS-AMOUNT TO HRA-LAST-REIMBURSED OF HRA-RECORD
           MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY OF HRA-RECORD
           REWRITE HRA-RECORD
           IF WS-HRA-STATUS NOT = "00"
               DISPLAY "HRAACCT WARNING: ACCOUNT REWRITE FAILED - "
                       "STATUS " WS-HRA-STATUS " POLICY "
                       HRA-POLICY-NUMBER OF HRA-RECORD
               MOVE ZERO TO LS-AMOUNT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3500-BOOK-LEDGER-LINE
           PERFORM 1150-SAVE-HRA-CONTROL

           IF WS-HRA-CLAIM-COUNT < WS-MAX-HRA-CLAIMS
               ADD 1 TO WS-HRA-CLAIM-COUNT
               MOVE LS-CLAIM-NUMBER
                   TO WS-HC-CLAIM-NUMBER(WS-HRA-CLAIM-COUNT)
           END-IF.
       3000-EXIT.
           EXIT.

       3500-BOOK-LEDGER-LINE.
      *    A MEMBER-PAYEE LINE ON THE CLAIM'S OWN NUMBER - THE NEXT
      *    DISBURSEMENT SWEEP PAYS IT TO THE POLICYHOLDER WITH ANY
      *    OTHER MEMBER LINES, AND STOPLOSS BILLS IT BACK TO THE GROUP
      *    ON ITS FUNDING REQUEST
           MOVE SPACES TO PAYMENT-RECORD
           MOVE LS-CLAIM-NUMBER TO PYMT-CLAIM-NUMBER
           MOVE LS-AMOUNT TO PYMT-PAYMENT-AMOUNT
           MOVE WS-TODAY-DATE TO PYMT-PAYMENT-DATE
           IF WS-STREAM-ID = SPACE
               STRING "HR" WS-HRA-SEQUENCE
                   DELIMITED BY SIZE INTO PYMT-AUTH-CODE
               END-STRING
           ELSE
               STRING "H" WS-STREAM-ID WS-HRA-SEQUENCE
                   DELIMITED BY SIZE INTO PYMT-AUTH-CODE
               END-STRING
           END-IF
           MOVE "A" TO PYMT-STATUS
           MOVE SPACES TO PYMT-PROVIDER-ID
           MOVE "USD" TO PYMT-CURRENCY-CODE
           MOVE LS-AMOUNT TO PYMT-ORIGINAL-AMOUNT
           MOVE "H" TO PYMT-PAY-TYPE
           MOVE ZERO TO PYMT-DAYS-TO-PAY
           MOVE "M" TO PYMT-PAYEE-TYPE
           MOVE LS-POLICY-NUMBER TO PYMT-POLICY-NUMBER
           MOVE "W" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK.

       4000-CREDIT-BACK.
           IF WS-ASKED-AMOUNT = ZERO OR SIMULATE-MODE
               GO TO 4000-EXIT
           END-IF
           CALL 'BIZDATE' USING WS-TODAY-DATE
           ADD WS-ASKED-AMOUNT TO HRA-BALANCE OF HRA-RECORD
           IF WS-ASKED-AMOUNT > HRA-YTD-REIMBURSED OF HRA-RECORD
               MOVE ZERO TO HRA-YTD-REIMBURSED OF HRA-RECORD
           ELSE
               SUBTRACT WS-ASKED-AMOUNT
                   FROM HRA-YTD-REIMBURSED OF HRA-RECORD
           END-IF
           MOVE WS-TODAY-DATE TO HRA-LAST-ACTIVITY OF HRA-RECORD
           REWRITE HRA-RECORD
           IF WS-HRA-STATUS = "00"
               MOVE WS-ASKED-AMOUNT TO LS-AMOUNT
           ELSE
               DISPLAY "HRAACCT WARNING: ACCOUNT REWRITE FAILED - "
                       "STATUS " WS-HRA-STATUS " POLICY "
                       HRA-POLICY-NUMBER OF HRA-RECORD
           END-IF.
       4000-EXIT.
           EXIT.
