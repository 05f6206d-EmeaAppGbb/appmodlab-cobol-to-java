      * POLICY MASTER IS READ SEQUENTIALLY AND A FRESH MASTER IS       *
      * WRITTEN OUT, CARRYING EVERY ACTIVE POLICY DUE TO EXPIRE WITHIN *
      * THE RENEWAL WINDOW FORWARD TO A NEW EXPIRY DATE SO THE NEXT    *
      * CYCLE SEES IT AS STILL IN FORCE. THE NEW TERM IS RATED ON THE  *
      * PLAN IN FORCE THE DAY IT BEGINS, SO A PLAN CHANGE ELECTED AT   *
      * OPEN ENROLLMENT AND STAGED AS A DATED COVERAGE SEGMENT IS      *
      * PRICED ON THE NEW PLAN                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               COPY RATETBL REPLACING ==05== BY ==10==.
       01  WS-RENEWAL-YEAR          PIC 9(4).
      * THE POLICY AS IT STANDS ON THE FIRST DAY OF THE NEW TERM -
      * POLSEGLK LAYS THE COVERAGE SEGMENT IN FORCE THEN OVER IT
       01  WS-RATE-POLICY.
           COPY POLREC.
       01  WS-RATE-AS-OF-DATE       PIC 9(8).
       01  WS-RATE-SEG-IN-FORCE     PIC X VALUE 'Y'.
       01  WS-OLD-PREMIUM           PIC 9(7)V99.
       01  WS-NEW-PREMIUM           PIC 9(7)V99.
       01  WS-PREMIUM-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
           END-IF

           MOVE WS-OLD-EXPIRY-DATE(1:4) TO WS-RENEWAL-YEAR
           MOVE POL-MASTER-REC TO WS-RATE-POLICY
           COMPUTE WS-RATE-AS-OF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-OLD-EXPIRY-DATE) + 1)
           END-COMPUTE
           CALL 'POLSEGLK' USING WS-RATE-POLICY
                                 WS-RATE-AS-OF-DATE
                                 WS-RATE-SEG-IN-FORCE
           MOVE -1 TO WS-RT-BEST-SCORE
           MOVE ZERO TO WS-RT-BEST-IDX
           PERFORM 2230-SCORE-RATE-ROW THRU 2230-EXIT
           MOVE ZERO TO WS-RT-SCORE
           IF RATE-PLAN-TYPE OF WS-RT-ENTRY(WS-RT-IDX) NOT = SPACES
               IF RATE-PLAN-TYPE OF WS-RT-ENTRY(WS-RT-IDX)
                       = POL-PLAN-TYPE OF WS-RATE-POLICY
                   ADD 1 TO WS-RT-SCORE
               ELSE
                   GO TO 2230-EXIT
           END-IF
           IF RATE-GROUP-NUMBER OF WS-RT-ENTRY(WS-RT-IDX) NOT = SPACES
               IF RATE-GROUP-NUMBER OF WS-RT-ENTRY(WS-RT-IDX)
                       = POL-GROUP-NUMBER OF WS-RATE-POLICY
                   ADD 1 TO WS-RT-SCORE
               ELSE
                   GO TO 2230-EXIT
