       01  WS-ADDRESS-FOUND         PIC X VALUE 'N'.
           88 ADDRESS-FOUND         VALUE 'Y'.
       01  WS-ADDRESS-MASTER-FLAG   PIC X VALUE 'N'.

      * THE PATIENT'S MEMBER ROW - ONCE A DATE OF DEATH IS ON FILE NO
      * FURTHER LETTERS ARE MAILED TO THE DECEASED; EACH ONE HELD BACK
      * IS REPORTED THE SAME WAY AS A RETURNED-MAIL SUPPRESSION
       01  WS-PATIENT-RECORD.
           COPY MBRREC.
       01  WS-PATIENT-FOUND         PIC X VALUE 'N'.
       01  WS-PATIENT-MASTER-FLAG   PIC X VALUE 'N'.
       01  WS-PATIENT-DECEASED      PIC X VALUE 'N'.
           88 PATIENT-DECEASED      VALUE 'Y'.
       01  WS-SUPPRESS-WHY          PIC X(9).
       01  WS-SUPPRESS-DATE         PIC 9(8).

       01  WS-CITY-STATE-ZIP        PIC X(40).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE      PIC 9(8).
       01  WS-CLAIM-CURRENCY-TEXT   PIC X(3).
       01  WS-CONTRACTED-FEE        PIC 9(7)V99.
       01  WS-PER-DIEM-FEE          PIC 9(7)V99.
       01  WS-DRG-BASE-FEE          PIC 9(7)V99.
       01  WS-FEE-FOUND             PIC X VALUE 'N'.

      * THE MEMBER'S HRA, WHEN THE GROUP FUNDS ONE - WHAT IT PAID
      * BACK ON THIS CLAIM AND WHAT IS LEFT IN IT
       01  WS-HRA-FUNCTION          PIC X(1) VALUE "L".
       01  WS-HRA-AMOUNT            PIC 9(7)V99.
       01  WS-HRA-RECORD.
           COPY HRAREC.
       01  WS-HRA-FOUND             PIC X(1).
           88 HRA-ACCOUNT-FOUND     VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-CLAIM-RECORD.
           COPY CLMREC.
           88 LS-APPROVED           VALUE 'A'.
           88 LS-DENIED             VALUE 'D'.
           88 LS-PENDING            VALUE 'P'.
           88 LS-PENDED-INFO        VALUE 'I'.
       01  LS-REASON-CODE           PIC 99.
       01  LS-PAYMENT-AMOUNT        PIC 9(7)V99.

      *    A CORRECTED ADDRESS REACHES THE CONTACT MASTER
           IF ADDRESS-FOUND
               AND ADDR-RETURNED OF WS-ADDRESS-RECORD
               MOVE "RETURNED " TO WS-SUPPRESS-WHY
               MOVE ADDR-RETURNED-DATE OF WS-ADDRESS-RECORD
                   TO WS-SUPPRESS-DATE
               PERFORM 5000-REPORT-SUPPRESSED
               GOBACK
           END-IF
      *    NOR IS ONE MAILED TO A MEMBER WHO HAS DIED
           PERFORM 0600-CHECK-PATIENT-DECEASED
           IF PATIENT-DECEASED
               MOVE "DECEASED " TO WS-SUPPRESS-WHY
               MOVE MBR-DEATH-DATE OF WS-PATIENT-RECORD
                   TO WS-SUPPRESS-DATE
               PERFORM 5000-REPORT-SUPPRESSED
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
                   MOVE "DENIED" TO WS-OUTCOME-TEXT
               WHEN LS-PENDING
                   MOVE "PENDING REVIEW" TO WS-OUTCOME-TEXT
               WHEN LS-PENDED-INFO
                   MOVE "PENDED FOR INFO" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-OUTCOME-TEXT
           END-EVALUATE.
               WHEN EC-DENY-VISIT-LIMIT
                   MOVE "ANNUAL VISIT LIMIT REACHED"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-INVALID-PROC
                   MOVE "PROCEDURE CODE INVALID ON SERVICE DATE"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-PROC-CLAIM-TYPE
                   MOVE "PROCEDURE NOT VALID FOR THIS CLAIM TYPE"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-PROC-AGE-SEX
                   MOVE "PROCEDURE INCONSISTENT WITH AGE OR SEX"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-PROC-UNBUNDLED
                   MOVE "COMPONENT BILLED WITH COMPREHENSIVE CODE"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-PROC-MUTUAL-EXCL
                   MOVE "MUTUALLY EXCLUSIVE PROCEDURES BILLED"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-NO-REFERRAL
                   MOVE "NO PCP REFERRAL ON FILE - UNDER REVIEW"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-STAY-OUTLIER
                   MOVE "STAY LENGTH REQUIRES MANUAL PRICING"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-DRG-OUTLIER
                   MOVE "DRG OUTLIER STAY - UNDER REVIEW"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-DRG-UNGROUPED
                   MOVE "STAY COULD NOT BE GROUPED TO A DRG"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-PREMIUM-GRACE
                   MOVE "PREMIUM IN GRACE PERIOD - UNDER REVIEW"
                       TO WS-REASON-TEXT
               WHEN EC-REVIEW-OVER-AUTO-APPR
                   MOVE "AMOUNT EXCEEDS AUTO-APPROVAL THRESHOLD"
                       TO WS-REASON-TEXT
               WHEN EC-CAPITATED-ENCOUNTER
                   MOVE "COVERED BY YOUR PCP'S CAPITATION"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-MEMBER-DECEASED
                   MOVE "SERVICE AFTER MEMBER'S DATE OF DEATH"
                       TO WS-REASON-TEXT
               WHEN EC-DENY-ORTHO-MAX
                   MOVE "ORTHODONTIC LIFETIME MAXIMUM REACHED"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.
               WRITE EOB-LETTER-LINE
           END-IF

           PERFORM 3400-WRITE-HRA-LINES THRU 3400-EXIT

      *    A PROVIDER WITH NO FEE-SCHEDULE CONTRACT IS OUT OF NETWORK
      *    - SAY SO ON THE LETTER SO THE MEMBER UNDERSTANDS WHY THEIR
      *    SHARE IS LARGER THAN IT WOULD BE IN NETWORK
                   WS-FEE-FOUND
                   WS-PER-DIEM-FEE
                   CLM-CLAIM-DATE OF LS-CLAIM-RECORD
                   WS-DRG-BASE-FEE
               IF WS-FEE-FOUND NOT = 'Y'
                   MOVE SPACES TO EOB-LETTER-LINE
                   STRING "THIS PROVIDER IS OUT OF NETWORK - "

           CLOSE EOB-LETTER-FILE.

       3400-WRITE-HRA-LINES.
      *    THE HRA IS KEPT IN USD, THE SAME AS THE LEDGER FIGURE
           MOVE ZERO TO WS-HRA-AMOUNT
           CALL 'HRAACCT' USING WS-HRA-FUNCTION
                                CLM-POLICY-NUMBER OF LS-CLAIM-RECORD
                                CLM-MEMBER-ID OF LS-CLAIM-RECORD
                                CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
                                WS-HRA-AMOUNT
                                WS-HRA-RECORD
                                WS-HRA-FOUND
           IF NOT HRA-ACCOUNT-FOUND
               GO TO 3400-EXIT
           END-IF
           IF HRA-LAST-CLAIM-NUMBER OF WS-HRA-RECORD
                   = CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
             AND HRA-LAST-REIMBURSED OF WS-HRA-RECORD > 0
               MOVE SPACES TO EOB-LETTER-LINE
               STRING "PAID TO YOU FROM YOUR HRA: USD "
                      HRA-LAST-REIMBURSED OF WS-HRA-RECORD
                   DELIMITED BY SIZE INTO EOB-LETTER-LINE
               END-STRING
               WRITE EOB-LETTER-LINE
           END-IF
           IF HRA-ACTIVE OF WS-HRA-RECORD
               MOVE SPACES TO EOB-LETTER-LINE
               STRING "HRA BALANCE REMAINING: USD "
                      HRA-BALANCE OF WS-HRA-RECORD
                   DELIMITED BY SIZE INTO EOB-LETTER-LINE
               END-STRING
               WRITE EOB-LETTER-LINE
           END-IF.
       3400-EXIT.
           EXIT.

       3500-WRITE-ADDRESS-BLOCK.
      *    THE MAILING ADDRESS FROM THE CONTACT MASTER, SO THE
      *    DOWNSTREAM PRINT OPERATION CAN ACTUALLY DELIVER THE
                  " POLICY " CLM-POLICY-NUMBER OF LS-CLAIM-RECORD
                  " MEMBER " CLM-MEMBER-ID OF LS-CLAIM-RECORD
                  " CLAIM " CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
                  " " WS-SUPPRESS-WHY WS-SUPPRESS-DATE
               DELIMITED BY SIZE INTO UNDELIVERABLE-LINE
           END-STRING
           WRITE UNDELIVERABLE-LINE
