       01  WS-LINE-COUNT             PIC 9(3).
       01  WS-LINE-TOTAL             PIC 9(7)V99.
       01  WS-UNIT-TOTAL             PIC 9(5).
       01  WS-LINE-DETAIL.
           COPY CLMLNTBL.
       01  WS-LINEITEMS-OK           PIC X VALUE 'Y'.
           88 LINEITEMS-MATCH        VALUE 'Y'.

           ELSE
      *        A RE-PRESENTED RECYCLE IS THE SAME CLAIM COMING BACK
      *        ON PURPOSE ONCE ITS POLICY REACHED THE MASTER - LIKE A
      *        CORRECTED RESUBMISSION IT LEGITIMATELY MATCHES ITSELF.
      *        SO DOES A CLAIM RFIPROC RE-PRESENTS FROM AN INFORMATION
      *        PEND
               IF NOT CLM-IS-RECYCLED OF LS-CLAIM-RECORD
                 AND NOT CLM-IS-RFI-RETURN OF LS-CLAIM-RECORD
                   PERFORM 2000-CHECK-DUPLICATE
                   IF DUP-FOUND
                       GO TO 8100-REJECT-DUPLICATE
                                 WS-LINE-COUNT
                                 WS-LINE-TOTAL
                                 WS-UNIT-TOTAL
                                 WS-LINE-DETAIL

           IF WS-LINE-COUNT > 0
             AND WS-LINE-TOTAL NOT = CLM-CLAIM-AMOUNT OF LS-CLAIM-RECORD
             AND CLM-CLAIM-DATE OF LS-CLAIM-RECORD
                   > MBR-TERM-DATE OF WS-MEMBER-RECORD
               MOVE 'N' TO WS-MEMBER-CHECK-OK
           END-IF

      *    SERVICE AFTER A RECORDED DATE OF DEATH PASSES THROUGH TO
      *    ADJUDCTN, WHICH DENIES IT WITH THE DECEASED-MEMBER REASON -
      *    REJECTED HERE IT WOULD NEVER REACH A DENIAL AT ALL
           IF WS-MBR-FOUND = 'Y'
             AND MBR-DEATH-DATE OF WS-MEMBER-RECORD IS NUMERIC
             AND MBR-DEATH-DATE OF WS-MEMBER-RECORD > ZERO
             AND CLM-CLAIM-DATE OF LS-CLAIM-RECORD
                   > MBR-DEATH-DATE OF WS-MEMBER-RECORD
               MOVE 'Y' TO WS-MEMBER-CHECK-OK
           END-IF.

       3500-EXIT.
