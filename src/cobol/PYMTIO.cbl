       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYMTIO.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * KEYED PAYMENT LEDGER ACCESS SUBROUTINE                         *
      * THE ONE PLACE THAT TOUCHES THE INDEXED PAYMENT LEDGER, THE     *
      * WAY CLHISTIO FRONTS THE CLAIM HISTORY MASTER. THE LEDGER IS    *
      * KEYED BY AUTH CODE PLUS PAY TYPE - A PROMPT-PAY INTEREST LINE  *
      * RIDES ITS CLAIM'S AUTH CODE, SO THE AUTH CODE ALONE DOES NOT   *
      * IDENTIFY A LINE - WITH ALTERNATE KEYS (DUPLICATES ALLOWED) ON  *
      * CLAIM NUMBER AND PROVIDER ID. EVERY STATUS FLIP IS A REWRITE   *
      * OF THE ONE LINE IT TOUCHES, SO JOBS THAT UPDATE THE LEDGER NO  *
      * LONGER REBUILD AND PROMOTE THE WHOLE FILE AND CAN RUN          *
      * ALONGSIDE EACH OTHER WITHOUT ONE UNDOING THE OTHER'S WORK.     *
      * THE CALLER ALWAYS WORKS WITH THE USUAL PYMTREC LINE - THE KEY  *
      * PREFIX IS BUILT HERE. THE FILE STAYS OPEN I-O ACROSS CALLS     *
      * FOR THE LIFE OF THE RUN.                                       *
      * FUNCTIONS:                                                     *
      *   R - READ THE LINE FOR THE AUTH CODE AND PAY TYPE IN          *
      *       LS-PAYMENT-RECORD ('N' ON A MISS)                        *
      *   W - WRITE A NEW LINE ('N' IF THE AUTH CODE AND PAY TYPE ARE  *
      *       ALREADY ON THE LEDGER - NOTHING IS OVERLAID)             *
      *   U - REWRITE AN EXISTING LINE ('N' IF IT IS NOT ON FILE)      *
      *   D - DELETE THE LINE FOR THE AUTH CODE AND PAY TYPE           *
      *   S - START AN AUTH-CODE-ORDER SCAN AT OR AFTER THE AUTH CODE  *
      *       AND PAY TYPE SUPPLIED (LOW-VALUES SCANS THE LOT)         *
      *   C - START A SCAN OF THE LINES FOR THE CLAIM NUMBER SUPPLIED  *
      *   V - START A SCAN OF THE LINES FOR THE PROVIDER ID SUPPLIED   *
      *   N - READ THE NEXT LINE OF THE SCAN ('N' AT END). A C OR V    *
      *       SCAN RUNS ON INTO THE NEXT CLAIM OR PROVIDER - THE       *
      *       CALLER STOPS WHEN THE KEY CHANGES. A REWRITE OR DELETE   *
      *       BETWEEN TWO N CALLS DOES NOT DISTURB THE SCAN; A NEW     *
      *       LINE WRITTEN MID-SCAN MAY OR MAY NOT BE READ BACK, SO    *
      *       CALLERS HOLD NEW LINES UNTIL THE SCAN IS DONE            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT PAYMENT-STORE
               ASSIGN TO WS-PAYMENT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               ALTERNATE RECORD KEY IS
                   PYMT-CLAIM-NUMBER OF PAYMENT-STORE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   PYMT-PROVIDER-ID OF PAYMENT-STORE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  PAYMENT-STORE.
       01  PAYMENT-STORE-RECORD.
           05  PST-KEY.
               10  PST-AUTH-CODE    PIC X(6).
               10  PST-PAY-TYPE     PIC X(1).
           05  PST-PAYMENT-LINE.
               COPY PYMTREC REPLACING ==05== BY ==10==.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-PAYMENT-FILENAME      PIC X(60) VALUE "data/payments.idx".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-STORE-OPENED          PIC X VALUE 'N'.
           88 STORE-IS-OPEN         VALUE 'Y'.
       01  WS-STORE-USABLE          PIC X VALUE 'N'.
           88 STORE-IS-USABLE       VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X(1).
           88 LS-FUNC-READ          VALUE "R".
           88 LS-FUNC-WRITE         VALUE "W".
           88 LS-FUNC-REWRITE       VALUE "U".
           88 LS-FUNC-DELETE        VALUE "D".
           88 LS-FUNC-START         VALUE "S".
           88 LS-FUNC-CLAIM         VALUE "C".
           88 LS-FUNC-PROVIDER      VALUE "V".
           88 LS-FUNC-NEXT          VALUE "N".
       01  LS-PAYMENT-RECORD.
           COPY PYMTREC.
       01  LS-OK-FLAG               PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION
                                LS-PAYMENT-RECORD
                                LS-OK-FLAG.

       0000-MAIN-ACCESS.
           IF NOT STORE-IS-OPEN
               PERFORM 1000-OPEN-STORE
           END-IF

           MOVE 'N' TO LS-OK-FLAG
           IF NOT STORE-IS-USABLE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-FUNC-READ
                   PERFORM 2000-READ-BY-KEY
               WHEN LS-FUNC-WRITE
                   PERFORM 3000-WRITE-NEW-LINE
               WHEN LS-FUNC-REWRITE
                   PERFORM 3100-REWRITE-LINE
               WHEN LS-FUNC-DELETE
                   PERFORM 3200-DELETE-LINE
               WHEN LS-FUNC-START
                   PERFORM 4000-START-AUTH-SCAN
               WHEN LS-FUNC-CLAIM
                   PERFORM 4100-START-CLAIM-SCAN
               WHEN LS-FUNC-PROVIDER
                   PERFORM 4200-START-PROVIDER-SCAN
               WHEN LS-FUNC-NEXT
                   PERFORM 4500-READ-NEXT
               WHEN OTHER
                   DISPLAY "PYMTIO ERROR: UNKNOWN FUNCTION "
                           LS-FUNCTION
           END-EVALUATE
           GOBACK.

       1000-OPEN-STORE.
           PERFORM 1050-RESOLVE-FILENAME
      *    A MISSING LEDGER IS NORMAL FOR THE VERY FIRST CYCLE - IT IS
      *    CREATED EMPTY AND PYMTAUTH POPULATES IT
           OPEN I-O PAYMENT-STORE
           IF WS-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-STORE
               CLOSE PAYMENT-STORE
               OPEN I-O PAYMENT-STORE
           END-IF
           IF WS-FILE-STATUS = "00"
               SET STORE-IS-USABLE TO TRUE
           ELSE
      *        EVERY READ COMES BACK A MISS AND EVERY WRITE IS
      *        REFUSED, WITH THIS WARNING FOR OPERATIONS TO CHASE
               DISPLAY "PYMTIO WARNING: CANNOT OPEN PAYMENT LEDGER "
                       "- STATUS " WS-FILE-STATUS
           END-IF
           SET STORE-IS-OPEN TO TRUE.

       1050-RESOLVE-FILENAME.
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
                   IF RUNPARM-NAME = "PAYMENT-FILE"
                       MOVE RUNPARM-VALUE TO WS-PAYMENT-FILENAME
                   END-IF
           END-READ.

       1500-BUILD-KEY.
           MOVE PYMT-AUTH-CODE OF LS-PAYMENT-RECORD TO PST-AUTH-CODE
           MOVE PYMT-PAY-TYPE OF LS-PAYMENT-RECORD TO PST-PAY-TYPE.

       2000-READ-BY-KEY.
           PERFORM 1500-BUILD-KEY
           READ PAYMENT-STORE
               KEY IS PST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PST-PAYMENT-LINE TO LS-PAYMENT-RECORD
                   MOVE 'Y' TO LS-OK-FLAG
           END-READ.

       3000-WRITE-NEW-LINE.
           PERFORM 1500-BUILD-KEY
           MOVE LS-PAYMENT-RECORD TO PST-PAYMENT-LINE
           WRITE PAYMENT-STORE-RECORD
               INVALID KEY
                   DISPLAY "PYMTIO WARNING: AUTH "
                           PYMT-AUTH-CODE OF LS-PAYMENT-RECORD
                           " TYPE " PYMT-PAY-TYPE OF LS-PAYMENT-RECORD
                           " ALREADY ON THE LEDGER - NOT WRITTEN"
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-WRITE.

       3100-REWRITE-LINE.
           PERFORM 1500-BUILD-KEY
           MOVE LS-PAYMENT-RECORD TO PST-PAYMENT-LINE
           REWRITE PAYMENT-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-REWRITE.

       3200-DELETE-LINE.
           PERFORM 1500-BUILD-KEY
           DELETE PAYMENT-STORE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-DELETE.

       4000-START-AUTH-SCAN.
           PERFORM 1500-BUILD-KEY
           START PAYMENT-STORE KEY NOT LESS THAN PST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4100-START-CLAIM-SCAN.
           MOVE PYMT-CLAIM-NUMBER OF LS-PAYMENT-RECORD
               TO PYMT-CLAIM-NUMBER OF PAYMENT-STORE-RECORD
           START PAYMENT-STORE
               KEY IS EQUAL TO PYMT-CLAIM-NUMBER OF PAYMENT-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4200-START-PROVIDER-SCAN.
           MOVE PYMT-PROVIDER-ID OF LS-PAYMENT-RECORD
               TO PYMT-PROVIDER-ID OF PAYMENT-STORE-RECORD
           START PAYMENT-STORE
               KEY IS EQUAL TO PYMT-PROVIDER-ID OF PAYMENT-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4500-READ-NEXT.
           READ PAYMENT-STORE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PST-PAYMENT-LINE TO LS-PAYMENT-RECORD
                   MOVE 'Y' TO LS-OK-FLAG
           END-READ.
