      * OUTPUT INTO THE CUMULATIVE CLAIM HISTORY MASTER - THE LATEST   *
      * OUTCOME PER CLAIM NUMBER BECOMES THE CURRENT ROW AND ANY       *
      * PRIOR CURRENT ROW FOR THE SAME CLAIM IS KEPT, REFLAGGED AS     *
      * HISTORY. BOTH ARE DONE IN PLACE ON THE KEYED MASTER THROUGH    *
      * CLHISTIO, THE SAME WAY THE ACCUMULATOR STORE IS POSTED         *
      * THROUGH ACCUMIO                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  CLAIM-OUTPUT-RECORD.
           COPY CLMREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-CLAIM-OUT-FILENAME    PIC X(60)
           VALUE "data/claims_out.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-CLAIM-OUT-STATUS      PIC XX.

       01  WS-EOF-CLAIM-OUT         PIC X VALUE 'N'.
           88 EOF-CLAIM-OUT         VALUE 'Y'.

       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "CLMHSTUP".
       01  WS-RUNCTL-OK             PIC X(1).

      * ONE HISTORY ROW AT A TIME THROUGH THE KEYED MASTER
       01  WS-CLHISTIO-FUNCTION     PIC X(1).
       01  WS-CLHISTIO-OK           PIC X(1).
       01  HISTORY-MASTER-RECORD.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       01  WS-COUNTERS.
           05  WS-CLAIMS-MERGED     PIC 9(5) VALUE 0.
           05  WS-PRIORS-KEPT       PIC 9(5) VALUE 0.
           05  WS-MERGE-FAILED      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 3000-MERGE-CLAIM-OUTPUT UNTIL EOF-CLAIM-OUT
           PERFORM 5000-DISPLAY-SUMMARY
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION

           PERFORM 1050-RESOLVE-FILENAMES

           OPEN INPUT CLAIM-OUTPUT-FILE
           IF WS-CLAIM-OUT-STATUS NOT = "00"
               DISPLAY "CLMHSTUP WARNING: NO CLAIM OUTPUT - NOTHING "
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "CLAIM-OUTPUT-FILE"
                       MOVE RUNPARM-VALUE TO WS-CLAIM-OUT-FILENAME
                   END-IF
           END-READ.


       3100-MERGE-ONE-CLAIM.
      *    ANY CURRENT ROW FOR THE SAME CLAIM BECOMES A HISTORY LINE -
      *    LATEST STATUS WINS, PRIOR STATUSES ARE KEPT. A CURRENT ROW
      *    FROM THIS SAME CYCLE SHARES THE NEW ROW'S KEY AND IS SIMPLY
      *    REPLACED BY IT
           MOVE CLAIM-OUTPUT-RECORD TO CLH-CLAIM-DETAIL
           MOVE "C" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
             AND CLH-CYCLE-DATE NOT = WS-TODAY-DATE
               MOVE "N" TO CLH-CURRENT-FLAG
               MOVE "W" TO WS-CLHISTIO-FUNCTION
               CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                     HISTORY-MASTER-RECORD
                                     WS-CLHISTIO-OK
               ADD 1 TO WS-PRIORS-KEPT
           END-IF

           MOVE CLAIM-OUTPUT-RECORD TO CLH-CLAIM-DETAIL
           MOVE "Y" TO CLH-CURRENT-FLAG
           MOVE WS-TODAY-DATE TO CLH-CYCLE-DATE
           MOVE "W" TO WS-CLHISTIO-FUNCTION
           CALL 'CLHISTIO' USING WS-CLHISTIO-FUNCTION
                                 HISTORY-MASTER-RECORD
                                 WS-CLHISTIO-OK
           IF WS-CLHISTIO-OK = 'Y'
               ADD 1 TO WS-CLAIMS-MERGED
           ELSE
               ADD 1 TO WS-MERGE-FAILED
               DISPLAY "CLMHSTUP WARNING: CLAIM "
                       CLM-CLAIM-NUMBER OF CLAIM-OUTPUT-RECORD
                       " NOT MERGED - HISTORY MASTER NOT WRITABLE"
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "CLAIM HISTORY UPDATE COMPLETE"
           DISPLAY "CLAIMS MERGED:      " WS-CLAIMS-MERGED
           DISPLAY "PRIOR ROWS RETIRED: " WS-PRIORS-KEPT
           DISPLAY "CLAIMS NOT MERGED:  " WS-MERGE-FAILED.
