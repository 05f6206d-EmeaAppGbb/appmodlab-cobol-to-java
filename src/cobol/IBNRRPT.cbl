      *     LESS WHAT HAS PAID                                         *
      * THE DETAIL TRIANGLES AND THE SUMMARY RESERVE BY TYPE BOTH GO   *
      * TO THE REPORT, MONTHLY, INSTEAD OF A STALE QUARTERLY           *
      * HAND-BUILT EXTRACT. THE RESERVE ITSELF IS ALSO LEFT IN         *
      * data/ibnr_reserve.dat FOR THE ANNUAL LOSS RATIO RUN (MLRRBT)   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO "reports/ibnr_reserve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RESERVE-FILE
               ASSIGN TO "data/ibnr_reserve.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       FD  RESERVE-FILE.
       01  RESERVE-RECORD.
           COPY IBNRREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RESERVE-STATUS        PIC XX.

       01  WS-EOF-HISTORY           PIC X VALUE 'N'.
           88 EOF-HISTORY           VALUE 'Y'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-THIS-MONTH-NUM        PIC 9(6).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * CLAIM NUMBER TO INCURRED MONTH AND TYPE BUCKET, OFF THE
      * CURRENT HISTORY ROWS
       01  WS-MAX-CLAIMS            PIC 9(5) VALUE 20000.
           PERFORM 4000-DERIVE-COMPLETION-FACTORS
           PERFORM 5000-PROJECT-IBNR
           PERFORM 6000-WRITE-REPORT
           PERFORM 6800-WRITE-RESERVE-FILE
           PERFORM 7000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > 5

           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               DISPLAY "IBNRRPT WARNING: NO CLAIM HISTORY MASTER - "
                       "NOTHING TO TRIANGLE"
               SET EOF-HISTORY TO TRUE
               SET EOF-PAYMENT TO TRUE
           END-IF

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF

           MOVE ZERO TO WS-CF-SAMPLES(WS-TY-IDX, WS-LG-IDX).

       2000-LOAD-CLAIM-MAP.
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-HISTORY TO TRUE
           ELSE
               IF CLH-CURRENT
                 AND WS-CLAIM-COUNT < WS-MAX-CLAIMS
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CLM-CLAIM-NUMBER OF CLH-CLAIM-DETAIL
                       TO WS-CL-CLAIM(WS-CLAIM-COUNT)
                   MOVE CLM-CLAIM-DATE OF CLH-CLAIM-DETAIL(1:6)
                       TO WS-CL-MONTH-NUM(WS-CLAIM-COUNT)
                   EVALUATE CLM-CLAIM-TYPE OF CLH-CLAIM-DETAIL
                       WHEN "01"
                           MOVE 1 TO WS-CL-TYPE-IX(WS-CLAIM-COUNT)
                       WHEN "02"
                           MOVE 2 TO WS-CL-TYPE-IX(WS-CLAIM-COUNT)
                       WHEN "03"
                           MOVE 3 TO WS-CL-TYPE-IX(WS-CLAIM-COUNT)
                       WHEN "04"
                           MOVE 4 TO WS-CL-TYPE-IX(WS-CLAIM-COUNT)
                       WHEN OTHER
                           MOVE 5 TO WS-CL-TYPE-IX(WS-CLAIM-COUNT)
                   END-EVALUATE
               END-IF
           END-IF.

       3000-BUILD-TRIANGLE.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               PERFORM 3100-PLACE-ONE-PAYMENT THRU 3100-EXIT
           END-IF.

       3100-PLACE-ONE-PAYMENT.
      *    EVERYTHING THAT IS OR BECAME REAL MONEY COUNTS - THE SAME
           END-STRING
           WRITE REPORT-LINE.

       6800-WRITE-RESERVE-FILE.
           OPEN OUTPUT RESERVE-FILE
           MOVE WS-TODAY-DATE TO IBNR-VALUATION-DATE
           MOVE WS-IBNR-TOTAL TO IBNR-RESERVE-TOTAL
           PERFORM 6810-MOVE-TYPE-RESERVE
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > 5
           WRITE RESERVE-RECORD
           CLOSE RESERVE-FILE.

       6810-MOVE-TYPE-RESERVE.
           MOVE WS-IBNR-AMT(WS-TY-IDX)
               TO IBNR-RESERVE-BY-TYPE(WS-TY-IDX).

       7000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "IBNR RESERVE REPORT COMPLETE"
           DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READ
           DISPLAY "UNMAPPED PAYMENTS:   " WS-UNMAPPED-PAYMENTS
           DISPLAY "TOTAL IBNR RESERVE: $" WS-IBNR-TOTAL
           DISPLAY "REPORT: reports/ibnr_reserve.txt"
           DISPLAY "RESERVE: data/ibnr_reserve.dat".

       9000-CLEANUP.
           CLOSE REPORT-FILE.
