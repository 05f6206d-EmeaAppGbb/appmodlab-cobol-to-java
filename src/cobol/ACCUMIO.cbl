           MOVE ZERO TO ACCUM-DEDUCT-MET OF LS-ACCUM-RECORD
           MOVE ZERO TO ACCUM-BENEFIT-PAID OF LS-ACCUM-RECORD
           MOVE ZERO TO ACCUM-OOP-MET OF LS-ACCUM-RECORD
           MOVE ZERO TO ACCUM-ORTHO-PAID OF LS-ACCUM-RECORD
           PERFORM 2100-CLEAR-VISIT-SLOT
               VARYING WS-VC-IDX FROM 1 BY 1
               UNTIL WS-VC-IDX > 8
                       MOVE ACCUM-RECORD TO LS-ACCUM-RECORD
                       MOVE 'Y' TO LS-OK-FLAG
               END-READ
      *        A ROW WRITTEN BEFORE THE ORTHODONTIC FIGURE EXISTED
      *        CARRIES SPACES THERE - NOTHING PAID YET
               IF ACCUM-ORTHO-PAID OF LS-ACCUM-RECORD NOT NUMERIC
                   MOVE ZERO TO ACCUM-ORTHO-PAID OF LS-ACCUM-RECORD
               END-IF
           END-IF.

       2100-CLEAR-VISIT-SLOT.
