               TO COMM-AMOUNT OF COMMISSION-RECORD
           MOVE WS-TODAY-DATE TO COMM-EARNED-DATE OF COMMISSION-RECORD
           MOVE SPACE TO COMM-NETTED OF COMMISSION-RECORD
           MOVE SPACE TO COMM-PAID-FLAG OF COMMISSION-RECORD
           MOVE ZERO TO COMM-PAID-DATE OF COMMISSION-RECORD
           MOVE ZERO TO COMM-CHECK-NUMBER OF COMMISSION-RECORD
           WRITE COMMISSION-RECORD
           CLOSE COMMISSION-FILE

