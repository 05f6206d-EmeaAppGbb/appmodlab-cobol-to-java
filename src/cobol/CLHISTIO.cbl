       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLHISTIO.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * KEYED CLAIM HISTORY MASTER ACCESS SUBROUTINE                   *
      * THE ONE PLACE THAT TOUCHES THE INDEXED CLAIM HISTORY MASTER,   *
      * THE WAY ACCUMIO FRONTS THE ACCUMULATOR STORE. THE STORE IS     *
      * KEYED BY CLAIM NUMBER PLUS CYCLE DATE, WITH ALTERNATE KEYS     *
      * (DUPLICATES ALLOWED) ON POLICY NUMBER AND PROVIDER ID, SO AN   *
      * INQUIRY READS ONLY THE ROWS IT NEEDS AND AN UPDATE REWRITES    *
      * ONE ROW IN PLACE INSTEAD OF REBUILDING THE WHOLE MASTER. THE   *
      * CALLER ALWAYS WORKS WITH THE USUAL HISTORY ROW - CLMREC CLAIM  *
      * DETAIL FOLLOWED BY CLHREC - THE KEY PREFIX IS BUILT HERE.      *
      * THE FILE STAYS OPEN I-O ACROSS CALLS FOR THE LIFE OF THE RUN.  *
      * FUNCTIONS:                                                     *
      *   R - READ THE ROW FOR THE CLAIM NUMBER AND CYCLE DATE IN      *
      *       LS-HISTORY-ROW ('N' ON A MISS)                           *
      *   C - READ THE CURRENT ROW FOR THE CLAIM NUMBER IN             *
      *       LS-HISTORY-ROW ('N' WHEN THE CLAIM HAS NO CURRENT ROW)   *
      *   W - WRITE THE ROW, REWRITING IF THE KEY ALREADY EXISTS -     *
      *       A SECOND OUTCOME FOR A CLAIM IN THE SAME CYCLE REPLACES  *
      *       THE FIRST                                                *
      *   S - START A CLAIM-ORDER SCAN AT OR AFTER THE CLAIM NUMBER    *
      *       AND CYCLE DATE SUPPLIED (LOW-VALUES SCANS THE LOT)       *
      *   P - START A SCAN OF THE ROWS FOR THE POLICY NUMBER SUPPLIED  *
      *   V - START A SCAN OF THE ROWS FOR THE PROVIDER ID SUPPLIED    *
      *   N - READ THE NEXT ROW OF THE SCAN ('N' AT END). A P OR V     *
      *       SCAN RUNS ON INTO THE NEXT POLICY OR PROVIDER - THE      *
      *       CALLER STOPS WHEN THE KEY CHANGES                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT HISTORY-STORE
               ASSIGN TO WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS
                   CLM-POLICY-NUMBER OF HISTORY-STORE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   CLM-PROVIDER-ID OF HISTORY-STORE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  HISTORY-STORE.
       01  HISTORY-STORE-RECORD.
           05  HST-KEY.
               10  HST-CLAIM-NUMBER PIC X(10).
               10  HST-CYCLE-DATE   PIC 9(8).
           05  HST-HISTORY-ROW.
               10  CLH-CLAIM-DETAIL.
                   COPY CLMREC REPLACING ==05== BY ==15==.
               COPY CLHREC REPLACING ==05== BY ==10==.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-HISTORY-FILENAME      PIC X(60)
           VALUE "data/claim_hist_master.idx".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-STORE-OPENED          PIC X VALUE 'N'.
           88 STORE-IS-OPEN         VALUE 'Y'.
       01  WS-STORE-USABLE          PIC X VALUE 'N'.
           88 STORE-IS-USABLE       VALUE 'Y'.
       01  WS-EOF-CLAIM             PIC X VALUE 'N'.
           88 EOF-CLAIM             VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X(1).
           88 LS-FUNC-READ          VALUE "R".
           88 LS-FUNC-CURRENT       VALUE "C".
           88 LS-FUNC-WRITE         VALUE "W".
           88 LS-FUNC-START         VALUE "S".
           88 LS-FUNC-POLICY        VALUE "P".
           88 LS-FUNC-PROVIDER      VALUE "V".
           88 LS-FUNC-NEXT          VALUE "N".
       01  LS-HISTORY-ROW.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.
       01  LS-OK-FLAG               PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION
                                LS-HISTORY-ROW
                                LS-OK-FLAG.

       0000-MAIN-ACCESS.
           IF NOT STORE-IS-OPEN
               PERFORM 1000-OPEN-STORE
           END-IF

           MOVE 'N' TO LS-OK-FLAG
           IF NOT STORE-IS-USABLE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-FUNC-READ
                   PERFORM 2000-READ-BY-KEY
               WHEN LS-FUNC-CURRENT
                   PERFORM 2500-READ-CURRENT-ROW
               WHEN LS-FUNC-WRITE
                   PERFORM 3000-WRITE-OR-REWRITE
               WHEN LS-FUNC-START
                   PERFORM 4000-START-CLAIM-SCAN
               WHEN LS-FUNC-POLICY
                   PERFORM 4100-START-POLICY-SCAN
               WHEN LS-FUNC-PROVIDER
                   PERFORM 4200-START-PROVIDER-SCAN
               WHEN LS-FUNC-NEXT
                   PERFORM 4500-READ-NEXT
               WHEN OTHER
                   DISPLAY "CLHISTIO ERROR: UNKNOWN FUNCTION "
                           LS-FUNCTION
           END-EVALUATE
           GOBACK.

       1000-OPEN-STORE.
           PERFORM 1050-RESOLVE-FILENAME
      *    A MISSING MASTER IS NORMAL FOR THE VERY FIRST CYCLE - IT IS
      *    CREATED EMPTY AND CLMHSTUP POPULATES IT
           OPEN I-O HISTORY-STORE
           IF WS-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-STORE
               CLOSE HISTORY-STORE
               OPEN I-O HISTORY-STORE
           END-IF
           IF WS-FILE-STATUS = "00"
               SET STORE-IS-USABLE TO TRUE
           ELSE
      *        EVERY READ COMES BACK A MISS AND EVERY WRITE IS
      *        REFUSED, WITH THIS WARNING FOR OPERATIONS TO CHASE
               DISPLAY "CLHISTIO WARNING: CANNOT OPEN CLAIM HISTORY "
                       "MASTER - STATUS " WS-FILE-STATUS
           END-IF
           SET STORE-IS-OPEN TO TRUE.

       1050-RESOLVE-FILENAME.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 1060-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF.

       1060-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "CLAIM-HISTORY-FILE"
                       MOVE RUNPARM-VALUE TO WS-HISTORY-FILENAME
                   END-IF
           END-READ.

       2000-READ-BY-KEY.
           MOVE CLM-CLAIM-NUMBER OF LS-HISTORY-ROW TO HST-CLAIM-NUMBER
           MOVE CLH-CYCLE-DATE OF LS-HISTORY-ROW TO HST-CYCLE-DATE
           READ HISTORY-STORE
               KEY IS HST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HST-HISTORY-ROW TO LS-HISTORY-ROW
                   MOVE 'Y' TO LS-OK-FLAG
           END-READ.

       2500-READ-CURRENT-ROW.
      *    EVERY ROW FOR THE CLAIM SITS TOGETHER UNDER THE PRIMARY
      *    KEY, OLDEST CYCLE FIRST - THE ONE CARRYING THE CURRENT
      *    FLAG IS HANDED BACK
           MOVE CLM-CLAIM-NUMBER OF LS-HISTORY-ROW TO HST-CLAIM-NUMBER
           MOVE ZERO TO HST-CYCLE-DATE
           MOVE 'N' TO WS-EOF-CLAIM
           START HISTORY-STORE KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET EOF-CLAIM TO TRUE
           END-START
           PERFORM 2550-READ-CLAIM-ROW UNTIL EOF-CLAIM.

       2550-READ-CLAIM-ROW.
           READ HISTORY-STORE NEXT RECORD
               AT END
                   SET EOF-CLAIM TO TRUE
               NOT AT END
                   IF HST-CLAIM-NUMBER
                           NOT = CLM-CLAIM-NUMBER OF LS-HISTORY-ROW
                       SET EOF-CLAIM TO TRUE
                   ELSE
                       IF CLH-CURRENT OF HISTORY-STORE-RECORD
                           MOVE HST-HISTORY-ROW TO LS-HISTORY-ROW
                           MOVE 'Y' TO LS-OK-FLAG
                           SET EOF-CLAIM TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3000-WRITE-OR-REWRITE.
           MOVE CLM-CLAIM-NUMBER OF LS-HISTORY-ROW TO HST-CLAIM-NUMBER
           MOVE CLH-CYCLE-DATE OF LS-HISTORY-ROW TO HST-CYCLE-DATE
           MOVE LS-HISTORY-ROW TO HST-HISTORY-ROW
           WRITE HISTORY-STORE-RECORD
               INVALID KEY
                   REWRITE HISTORY-STORE-RECORD
           END-WRITE
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
               MOVE 'Y' TO LS-OK-FLAG
           END-IF.

       4000-START-CLAIM-SCAN.
           MOVE CLM-CLAIM-NUMBER OF LS-HISTORY-ROW TO HST-CLAIM-NUMBER
           MOVE CLH-CYCLE-DATE OF LS-HISTORY-ROW TO HST-CYCLE-DATE
           START HISTORY-STORE KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4100-START-POLICY-SCAN.
           MOVE CLM-POLICY-NUMBER OF LS-HISTORY-ROW
               TO CLM-POLICY-NUMBER OF HISTORY-STORE-RECORD
           START HISTORY-STORE
               KEY IS EQUAL TO CLM-POLICY-NUMBER OF HISTORY-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4200-START-PROVIDER-SCAN.
           MOVE CLM-PROVIDER-ID OF LS-HISTORY-ROW
               TO CLM-PROVIDER-ID OF HISTORY-STORE-RECORD
           START HISTORY-STORE
               KEY IS EQUAL TO CLM-PROVIDER-ID OF HISTORY-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-OK-FLAG
           END-START.

       4500-READ-NEXT.
           READ HISTORY-STORE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HST-HISTORY-ROW TO LS-HISTORY-ROW
                   MOVE 'Y' TO LS-OK-FLAG
           END-READ.
