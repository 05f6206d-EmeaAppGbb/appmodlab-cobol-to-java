           MOVE FAMD-PROVIDER-ID TO FEE-PROVIDER-ID
           MOVE FAMD-MAX-ALLOWED TO FEE-MAX-ALLOWED
           MOVE FAMD-PER-DIEM-RATE TO FEE-PER-DIEM-RATE
           MOVE FAMD-DRG-BASE-RATE TO FEE-DRG-BASE-RATE
           MOVE FAMD-EFFECTIVE-DATE TO FEE-EFFECTIVE-DATE
           WRITE FEE-SCHEDULE-RECORD
           ADD 1 TO WS-ROWS-APPENDED
           MOVE FAMD-PROVIDER-ID TO MADJ-PROVIDER-ID
           MOVE FAMD-EFFECTIVE-DATE TO MADJ-FROM-DATE
           MOVE ZERO TO MADJ-THRU-DATE
      *    RAISED FOR A CHECKER TO RELEASE - SEE APRVCHK
           MOVE "FEEAMEND" TO MADJ-MAKER-ID
           WRITE CRITERIA-RECORD
           CLOSE CRITERIA-FILE
           ADD 1 TO WS-RETRO-SELECTIONS.
           DISPLAY "AMENDMENTS REJECTED: " WS-AMENDS-REJECTED
           IF WS-RETRO-SELECTIONS > ZERO
               DISPLAY "RUN MASSADJ TO GENERATE THE REPRICE "
                       "CORRECTIONS ONCE A CHECKER HAS APPROVED "
                       "THE SELECTIONS"
           END-IF.

       9000-CLEANUP.
