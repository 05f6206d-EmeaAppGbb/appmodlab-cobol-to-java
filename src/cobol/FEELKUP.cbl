      *    THE CLAIM'S SERVICE DATE - THE DAY THE OBLIGATION AROSE
      *    AND THE DAY WHOSE CONTRACTED RATE GOVERNS
       01  LS-SERVICE-DATE          PIC 9(8).
      *    ZERO MEANS THE PROVIDER HAS NO DRG CASE-RATE CONTRACT
       01  LS-DRG-BASE-RATE         PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-PROVIDER-ID
                                LS-MAX-ALLOWED
                                LS-FOUND-FLAG
                                LS-PER-DIEM-RATE
                                LS-SERVICE-DATE
                                LS-DRG-BASE-RATE.

       0000-MAIN-LOOKUP.
           IF NOT TABLE-IS-LOADED
       2000-SEARCH-FEE-SCHEDULE.
           MOVE 'N' TO LS-FOUND-FLAG
           MOVE ZERO TO LS-PER-DIEM-RATE
           MOVE ZERO TO LS-DRG-BASE-RATE
           MOVE 'N' TO WS-BEST-FOUND
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-EFFECTIVE
                   TO LS-MAX-ALLOWED
               MOVE FEE-PER-DIEM-RATE OF WS-FEE-ENTRY(WS-BEST-IDX)
                   TO LS-PER-DIEM-RATE
               MOVE FEE-DRG-BASE-RATE OF WS-FEE-ENTRY(WS-BEST-IDX)
                   TO LS-DRG-BASE-RATE
               MOVE 'Y' TO LS-FOUND-FLAG
           END-IF.

