               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-M-PROVIDER-STATUS.

           SELECT MASKED-CLAIM-FILE
               ASSIGN TO "data/masked_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PROV-MASKED-REC.
           COPY PROVREC REPLACING LEADING ==PROV== BY ==MPR==.

       FD  MASKED-CLAIM-FILE.
       01  CLM-MASKED-REC.
           COPY CLMREC REPLACING LEADING ==CLM== BY ==MCL==.
       01  WS-M-ADDRESS-STATUS     PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-M-PROVIDER-STATUS     PIC XX.
       01  WS-M-CLAIM-STATUS        PIC XX.

       01  WS-EOF-RULES             PIC X VALUE 'N'.

       01  WS-TODAY-DATE            PIC 9(8).

      * CLAIM HISTORY ROWS COME BACK FROM CLHISTIO HERE ON A FULL
      * CLAIM-ORDER SCAN OF THE MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

      * EVERY DATE SHIFTS BACKWARD BY THIS MANY DAYS - ONE OFFSET
      * FOR THE WHOLE SET SO ORDER AND INTERVALS SURVIVE. TUNABLE SO
      * SUCCESSIVE EXTRACTS DO NOT SHARE AN OFFSET
                   MOVE MMB-TERM-DATE TO WS-DATE-WORK
                   PERFORM 1400-SHIFT-DATE THRU 1400-EXIT
                   MOVE WS-DATE-WORK TO MMB-TERM-DATE
                   MOVE MMB-DEATH-DATE TO WS-DATE-WORK
                   PERFORM 1400-SHIFT-DATE THRU 1400-EXIT
                   MOVE WS-DATE-WORK TO MMB-DEATH-DATE
                   WRITE MBR-MASKED-REC
                   ADD 1 TO WS-MEMBERS-MASKED
           END-READ.
      *            BANK DETAILS NEVER LEAVE PRODUCTION
                   MOVE SPACES TO MPR-BANK-ROUTING
                   MOVE SPACES TO MPR-BANK-ACCOUNT
      *            NOR DOES A LICENSE NUMBER THAT NAMES THE PROVIDER
                   MOVE SPACES TO MPR-LICENSE-NUMBER
                   MOVE MPR-EFFECTIVE-DATE TO WS-DATE-WORK
                   PERFORM 1400-SHIFT-DATE THRU 1400-EXIT
                   MOVE WS-DATE-WORK TO MPR-EFFECTIVE-DATE
           END-READ.

       6000-SLICE-CLAIMS.
           MOVE LOW-VALUES TO HISTORY-MASTER-RECORD
           MOVE "S" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT MASKED-CLAIM-FILE
           MOVE 'N' TO WS-EOF-CURRENT
           PERFORM 6100-SLICE-ONE-CLAIM UNTIL EOF-CURRENT
           CLOSE MASKED-CLAIM-FILE.
       6000-EXIT.
           EXIT.
      *    CURRENT ROWS ONLY, UP TO THE SLICE CAP - THE CLAIM RECORD
      *    ITSELF CARRIES NO NAMES, SO THE DATES ARE THE ONLY
      *    IDENTIFYING SHAPE TO SHIFT
           MOVE "N" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK NOT = 'Y'
               SET EOF-CURRENT TO TRUE
           ELSE
               IF CLH-CURRENT
                 AND WS-CLAIMS-SLICED < WS-MAX-CLAIM-SLICE
                   MOVE CLH-CLAIM-DETAIL TO CLM-MASKED-REC
                   MOVE MCL-CLAIM-DATE TO WS-DATE-WORK
                   PERFORM 1400-SHIFT-DATE THRU 1400-EXIT
                   MOVE WS-DATE-WORK TO MCL-CLAIM-DATE
                   MOVE MCL-RECEIPT-DATE TO WS-DATE-WORK
                   PERFORM 1400-SHIFT-DATE THRU 1400-EXIT
                   MOVE WS-DATE-WORK TO MCL-RECEIPT-DATE
                   WRITE CLM-MASKED-REC
                   ADD 1 TO WS-CLAIMS-SLICED
               END-IF
           END-IF.

       7000-DISPLAY-SUMMARY.
           DISPLAY " "
