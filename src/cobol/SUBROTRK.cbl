               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT NEW-CASE-FILE
               ASSIGN TO "data/subro_cases_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  RECOVERY-RECORD.
           COPY SBTRNREC.

       FD  NEW-CASE-FILE.
       01  CASE-NEW-REC.
           COPY SUBRREC.
       01  WS-REFERRAL-STATUS       PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-NEW-CASE-STATUS       PIC XX.

       01  WS-EOF-REFERRAL          PIC X VALUE 'N'.
       01  WS-EOF-PAYMENT           PIC X VALUE 'N'.
           88 EOF-PAYMENT           VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-TODAY-DATE            PIC 9(8).

       01  WS-MAX-CASES             PIC 9(5) VALUE 2000.
               SET EOF-RECOVERY TO TRUE
           END-IF

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           END-IF

      *    ACTIVE (NOT VOIDED, HELD OR CANCELLED) PAYMENTS FOR EVERY
      *    REFERRED CLAIM - WHAT WE ACTUALLY PAID IS THE CEILING ON
      *    ANY THIRD-PARTY RECOVERY
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-STATUS NOT = "V" AND
                  PYMT-STATUS NOT = "H" AND
                  PYMT-STATUS NOT = "U" AND
                  PYMT-STATUS NOT = "X"
                   PERFORM 4100-CREDIT-REFERRED-CLAIM
                       VARYING WS-RF-IDX FROM 1 BY 1
                       UNTIL WS-RF-IDX > WS-REFERRAL-COUNT
               END-IF
           END-IF.

       4100-CREDIT-REFERRED-CLAIM.
           IF SBRF-CLAIM-NUMBER OF WS-RF-ENTRY(WS-RF-IDX)
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
           END-IF
           CLOSE NEW-CASE-FILE.
