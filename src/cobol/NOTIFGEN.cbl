           88 ADDRESS-FOUND          VALUE 'Y'.
       01  WS-ADDRESS-MASTER-FLAG    PIC X VALUE 'N'.

      * THE PATIENT'S MEMBER ROW - ONCE A DATE OF DEATH IS ON FILE NO
      * FURTHER LETTERS ARE MAILED TO THE DECEASED; EACH ONE HELD BACK
      * IS REPORTED THE SAME WAY AS A RETURNED-MAIL SUPPRESSION
       01  WS-PATIENT-RECORD.
           COPY MBRREC.
       01  WS-PATIENT-FOUND          PIC X VALUE 'N'.
       01  WS-PATIENT-MASTER-FLAG    PIC X VALUE 'N'.
       01  WS-PATIENT-DECEASED       PIC X VALUE 'N'.
           88 PATIENT-DECEASED       VALUE 'Y'.
       01  WS-SUPPRESS-WHY           PIC X(9).
       01  WS-SUPPRESS-DATE          PIC 9(8).

       LINKAGE SECTION.
       01  LS-CLAIM-RECORD.
           COPY CLMREC.
           88 LS-APPROVED            VALUE 'A'.
           88 LS-DENIED              VALUE 'D'.
           88 LS-PENDING             VALUE 'P'.
           88 LS-PENDED-INFO         VALUE 'I'.
       01  LS-REASON-CODE            PIC 99.
       01  LS-PAYMENT-AMOUNT         PIC 9(7)V99.

           IF ADDRESS-FOUND
               AND ADDR-RETURNED OF WS-ADDRESS-RECORD
               AND ADDR-PREF-MAIL OF WS-ADDRESS-RECORD
               MOVE "RETURNED " TO WS-SUPPRESS-WHY
               MOVE ADDR-RETURNED-DATE OF WS-ADDRESS-RECORD
                   TO WS-SUPPRESS-DATE
               PERFORM 3000-REPORT-SUPPRESSED
               GOBACK
           END-IF
      *    A MEMBER WHO HAS DIED GETS NO FURTHER NOTIFICATIONS BY ANY
      *    DELIVERY ROUTE
           PERFORM 0600-CHECK-PATIENT-DECEASED
           IF PATIENT-DECEASED
               MOVE "DECEASED " TO WS-SUPPRESS-WHY
               MOVE MBR-DEATH-DATE OF WS-PATIENT-RECORD
                   TO WS-SUPPRESS-DATE
               PERFORM 3000-REPORT-SUPPRESSED
               GOBACK
           END-IF
               WS-ADDRESS-FOUND
               WS-ADDRESS-MASTER-FLAG.

       0600-CHECK-PATIENT-DECEASED.
           MOVE 'N' TO WS-PATIENT-DECEASED
           MOVE 'N' TO WS-PATIENT-FOUND
           CALL 'MBRLKUP' USING
               CLM-POLICY-NUMBER OF LS-CLAIM-RECORD
               CLM-MEMBER-ID OF LS-CLAIM-RECORD
               WS-PATIENT-RECORD
               WS-PATIENT-FOUND
               WS-PATIENT-MASTER-FLAG
           IF WS-PATIENT-FOUND = 'Y'
               AND MBR-DEATH-DATE OF WS-PATIENT-RECORD IS NUMERIC
               AND MBR-DEATH-DATE OF WS-PATIENT-RECORD > ZERO
               SET PATIENT-DECEASED TO TRUE
           END-IF.

       0400-RESOLVE-FILENAME.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               WHEN LS-PENDING
                   MOVE "YOUR CLAIM IS PENDING FURTHER REVIEW"
                       TO NOTIF-MESSAGE-TEXT
               WHEN LS-PENDED-INFO
                   STRING "YOUR CLAIM IS PENDED - INFORMATION "
                          "REQUESTED FROM PROVIDER"
                       DELIMITED BY SIZE INTO NOTIF-MESSAGE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "CLAIM STATUS UPDATE AVAILABLE"
                       TO NOTIF-MESSAGE-TEXT
                  " POLICY " CLM-POLICY-NUMBER OF LS-CLAIM-RECORD
                  " MEMBER " CLM-MEMBER-ID OF LS-CLAIM-RECORD
                  " CLAIM " CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
                  " " WS-SUPPRESS-WHY WS-SUPPRESS-DATE
               DELIMITED BY SIZE INTO UNDELIVERABLE-LINE
           END-STRING
           WRITE UNDELIVERABLE-LINE
