      *   - OPEN APPEAL CASES                                          *
      *   - PRE-AUTH REQUESTS AWAITING THE NEXT INTAKE RUN             *
      *   - CLAIMS PARKED ON THE POLICY-NOT-FOUND RECYCLE PATH         *
      *   - CLAIMS PENDED FOR INFORMATION REQUESTED FROM THE PROVIDER  *
      * EVERY ITEM IS AGED IN BUSINESS DAYS OFF THE SHARED CALENDAR    *
      * (BUSDAYS, THE WAY CLMESCL AGES THE REVIEW QUEUE), BUCKETED     *
      * 0-5 / 6-10 / OVER 10, WITH COUNTS AND DOLLARS PER QUEUE, AND   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT AUDIT-HOLD-FILE
               ASSIGN TO "data/audit_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT RFI-PEND-FILE
               ASSIGN TO "data/rfi_pended.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFI-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO "data/inventory_snapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  AUDIT-HOLD-FILE.
       01  AUDIT-HOLD-RECORD.
           COPY AUDHREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RCYC-FIRST-SEEN-DATE PIC 9(8).
           05  RCYC-CLAIM           PIC X(120).

       FD  RFI-PEND-FILE.
       01  RFI-PEND-RECORD.
           COPY RFIREC.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
       COPY ERRCODES.

       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-AUDIT-HOLD-STATUS     PIC XX.
       01  WS-APPEAL-STATUS         PIC XX.
       01  WS-PREAUTH-STATUS        PIC XX.
       01  WS-RECYCLE-STATUS        PIC XX.
       01  WS-RFI-STATUS            PIC XX.
       01  WS-SNAPSHOT-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-CURRENT           PIC X VALUE 'N'.
           88 EOF-CURRENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-AGE-DAYS              PIC S9(5).
       01  WS-AGE-BASIS-DATE        PIC 9(8).
       01  WS-RCYC-AMOUNT           PIC 9(7)V99.
       01  WS-RCYC-AMOUNT-X REDEFINES WS-RCYC-AMOUNT PIC X(9).

      * SEVEN QUEUES: 1 REVIEW, 2 FRAUD HOLD, 3 AUDIT HOLD, 4 APPEALS,
      * 5 PRE-AUTH, 6 RECYCLE, 7 PENDED FOR INFORMATION - COUNTS,
      * DOLLARS AND BUSINESS-DAY AGE
      * BUCKETS PER QUEUE, PLUS THE TOP REASON-CODE BREAKDOWN THE
      * REVIEW QUEUE CARRIES
       01  WS-QUEUE-IX              PIC 9(1) VALUE 0.
       01  WS-QUEUE-TOTALS.
           05  WS-QT-ENTRY OCCURS 7 TIMES.
               10  WS-QT-COUNT        PIC 9(7).
               10  WS-QT-DOLLARS      PIC 9(11)V99.
               10  WS-QT-AGE-0-5      PIC 9(7).
           05  FILLER PIC X(14) VALUE "OPEN APPEALS  ".
           05  FILLER PIC X(14) VALUE "PRE-AUTH REQS ".
           05  FILLER PIC X(14) VALUE "RECYCLE PATH  ".
           05  FILLER PIC X(14) VALUE "INFO REQUESTED".
       01  WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAMES.
           05  WS-QUEUE-NAME OCCURS 7 TIMES PIC X(14).

      * REASON-CODE BREAKDOWN ACROSS THE QUEUES THAT CARRY ONE
       01  WS-MAX-REASONS           PIC 9(2) VALUE 30.
           PERFORM 2300-COUNT-OPEN-APPEALS THRU 2300-EXIT
           PERFORM 2400-COUNT-PREAUTH-REQUESTS THRU 2400-EXIT
           PERFORM 2500-COUNT-RECYCLE-PATH THRU 2500-EXIT
           PERFORM 2600-COUNT-RFI-PENDS THRU 2600-EXIT
           PERFORM 3000-LOAD-PRIOR-SNAPSHOT THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT
           PERFORM 4500-APPEND-TODAYS-SNAPSHOT
               VARYING WS-QUEUE-IX FROM 1 BY 1
               UNTIL WS-QUEUE-IX > 7
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

           PERFORM 1100-CLEAR-QUEUE-SLOT
               VARYING WS-QUEUE-IX FROM 1 BY 1
               UNTIL WS-QUEUE-IX > 7

           OPEN OUTPUT REPORT-FILE.

           END-READ.

       2100-COUNT-LEDGER-HOLDS.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               GO TO 2100-EXIT
           END-IF
           MOVE 2 TO WS-QUEUE-IX
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2110-READ-HELD-LEDGER UNTIL EOF-CURRENT.
       2100-EXIT.
           EXIT.

       2110-READ-HELD-LEDGER.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "H"
                   MOVE PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                       TO WS-ITEM-AMOUNT
                   MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD
                       TO WS-AGE-BASIS-DATE
                   PERFORM 1500-TALLY-ITEM
               END-IF
           END-IF.

       2200-COUNT-AUDIT-HOLDS.
           OPEN INPUT AUDIT-HOLD-FILE
                   PERFORM 1500-TALLY-ITEM
           END-READ.

       2600-COUNT-RFI-PENDS.
           OPEN INPUT RFI-PEND-FILE
           IF WS-RFI-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           MOVE 7 TO WS-QUEUE-IX
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 2610-READ-RFI-PEND UNTIL EOF-CURRENT
           CLOSE RFI-PEND-FILE.
       2600-EXIT.
           EXIT.

       2610-READ-RFI-PEND.
           READ RFI-PEND-FILE
               AT END
                   SET EOF-CURRENT TO TRUE
               NOT AT END
      *            THE SAME CLAIM-IMAGE POSITION THE RECYCLE PATH USES
                   MOVE RFI-CLAIM(31:9) TO WS-RCYC-AMOUNT-X
                   MOVE WS-RCYC-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE RFI-PEND-DATE TO WS-AGE-BASIS-DATE
                   PERFORM 1500-TALLY-ITEM
                   MOVE RFI-REASON-CODE TO WS-WORK-REASON
                   PERFORM 1600-TALLY-REASON
           END-READ.

       3000-LOAD-PRIOR-SNAPSHOT.
      *    TWO PASSES - FIND THE LATEST SNAPSHOT DATE BEFORE TODAY,
      *    THEN TAKE THAT DATE'S ROWS AS THE PRIOR FIGURES
                   SET EOF-CURRENT TO TRUE
               NOT AT END
                   IF SNAP-DATE = WS-PRIOR-SNAP-DATE
                     AND SNAP-QUEUE-IX >= 1 AND SNAP-QUEUE-IX <= 7
                       MOVE SNAP-COUNT
                           TO WS-QT-PRIOR-COUNT(SNAP-QUEUE-IX)
                       MOVE SNAP-DOLLARS

           PERFORM 4100-WRITE-QUEUE-LINE
               VARYING WS-QUEUE-IX FROM 1 BY 1
               UNTIL WS-QUEUE-IX > 7

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
