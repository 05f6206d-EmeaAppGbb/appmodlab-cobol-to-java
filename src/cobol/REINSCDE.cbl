               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT CLAIM-OUTPUT-FILE
               ASSIGN TO WS-CLAIM-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  RULES-RECORD.
           COPY RULEREC.

       FD  CLAIM-OUTPUT-FILE.
       01  CLAIM-OUTPUT-RECORD.
           COPY CLMREC.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-CLAIM-OUT-FILENAME    PIC X(60)
           VALUE "data/claims_out.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-RULES-STATUS          PIC XX.
       01  WS-CLAIM-OUT-STATUS      PIC XX.
       01  WS-CESSION-STATUS        PIC XX.
       01  WS-RECOVERY-STATUS       PIC XX.
       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

      * PAYMENT LEDGER LINES COME BACK FROM PYMTIO HERE ON A FULL
      * AUTH-CODE-ORDER SCAN OF THE LEDGER
       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

      * DEFAULTED HERE AND OVERRIDDEN BY data/coverage_rules.dat - THE
      * PAID TOTAL ABOVE WHICH A CLAIM IS PARTLY CEDED
       01  WS-RETENTION-THRESHOLD   PIC 9(9)V99 VALUE 100000.00.
           PERFORM 1050-RESOLVE-FILENAMES
           PERFORM 1200-LOAD-RULES

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               DISPLAY "REINSCDE WARNING: PAYMENT LEDGER EMPTY - "
                       "NOTHING TO CEDE"
               SET EOF-CURRENT-FILE TO TRUE
           END-IF
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "CLAIM-OUTPUT-FILE"
                           MOVE RUNPARM-VALUE TO WS-CLAIM-OUT-FILENAME
                   END-EVALUATE
           END-READ.

       2000-ACCUMULATE-PAID.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-CURRENT-FILE TO TRUE
           ELSE
      *        HELD AND SIU-CANCELLED LINES ARE MONEY THAT NEVER
      *        LEFT - NOTHING TO CEDE TO THE REINSURER ON THEM.
      *        A PCP'S CAPITATION PAYS NO CLAIM, SO IT CEDES NOTHING
      *        - NOR DOES AN HRA LINE, WHICH IS THE GROUP'S MONEY
               IF PYMT-STATUS OF PAYMENT-RECORD NOT = "V"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "H"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "U"
                 AND PYMT-STATUS OF PAYMENT-RECORD NOT = "X"
                 AND NOT PYMT-INTEREST-LINE OF PAYMENT-RECORD
                 AND NOT PYMT-CAPITATION-LINE OF PAYMENT-RECORD
                 AND NOT PYMT-HRA-LINE OF PAYMENT-RECORD
                   PERFORM 2100-ADD-PAID-AMOUNT
               END-IF
           END-IF.

       2100-ADD-PAID-AMOUNT.
           MOVE 'N' TO WS-PD-FOUND
