      ******************************************************************
      * PRE-CYCLE SNAPSHOT BACKUP                                      *
      * COPIES EVERY MASTER THE NIGHTLY CYCLE MUTATES IN PLACE - THE   *
      * POLICY MASTER AND ITS COVERAGE SEGMENTS, THE SEEN-CLAIM        *
      * HISTORY, THE CLAIM OUTPUT AND                                  *
      * THE KEYED ACCUMULATOR, HRA, CLAIM HISTORY AND PAYMENT LEDGER   *
      * STORES - TO A DATED SNAPSHOT SET NAMED                         *
      * THE WAY ARCHPURG NAMES ITS ARCHIVES                            *
      * (data/<name>_snap_YYYYMMDD.dat),                               *
      * SO A CYCLE THAT CORRUPTS SOMETHING MID-FLIGHT HAS A CLEAN      *
      * STATE TO GO BACK TO. DATAREST PUTS A SNAPSHOT BACK. RUN AS     *
      * THE FIRST STEP OF THE CYCLE JOB, BEFORE ANYTHING WRITES        *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCUM-SNAP-STATUS.

           SELECT HRA-STORE
               ASSIGN TO "data/hra_accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRA-KEY OF HRA-STORE-REC
               FILE STATUS IS WS-HRA-STORE-STATUS.

           SELECT HRA-SNAPSHOT-FILE
               ASSIGN TO WS-HRA-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRA-SNAP-STATUS.

           SELECT HISTORY-STORE
               ASSIGN TO "data/claim_hist_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS
                   CLM-POLICY-NUMBER OF HISTORY-STORE-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   CLM-PROVIDER-ID OF HISTORY-STORE-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STORE-STATUS.

           SELECT HISTORY-SNAPSHOT-FILE
               ASSIGN TO WS-HIST-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-SNAP-STATUS.

           SELECT PAYMENT-STORE
               ASSIGN TO "data/payments.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-KEY
               ALTERNATE RECORD KEY IS
                   PYMT-CLAIM-NUMBER OF PAYMENT-STORE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   PYMT-PROVIDER-ID OF PAYMENT-STORE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-PYMT-STORE-STATUS.

           SELECT PAYMENT-SNAPSHOT-FILE
               ASSIGN TO WS-PYMT-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYMT-SNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  ACCUM-SNAPSHOT-REC.
           COPY ACCUMREC.

       FD  HRA-STORE.
       01  HRA-STORE-REC.
           COPY HRAREC.

       FD  HRA-SNAPSHOT-FILE.
       01  HRA-SNAPSHOT-REC.
           COPY HRAREC.

       FD  HISTORY-STORE.
       01  HISTORY-STORE-REC.
           05  HST-KEY.
               10  HST-CLAIM-NUMBER PIC X(10).
               10  HST-CYCLE-DATE   PIC 9(8).
           05  HST-HISTORY-ROW.
               10  CLH-CLAIM-DETAIL.
                   COPY CLMREC REPLACING ==05== BY ==15==.
               COPY CLHREC REPLACING ==05== BY ==10==.

       FD  HISTORY-SNAPSHOT-FILE.
       01  HISTORY-SNAPSHOT-REC.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       FD  PAYMENT-STORE.
       01  PAYMENT-STORE-RECORD.
           05  PST-KEY.
               10  PST-AUTH-CODE    PIC X(6).
               10  PST-PAY-TYPE     PIC X(1).
           05  PST-PAYMENT-LINE.
               COPY PYMTREC REPLACING ==05== BY ==10==.

       FD  PAYMENT-SNAPSHOT-FILE.
       01  PAYMENT-SNAPSHOT-RECORD.
           COPY PYMTREC.

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS         PIC XX.
       01  WS-SNAPSHOT-STATUS       PIC XX.
       01  WS-STORE-STATUS          PIC XX.
       01  WS-ACCUM-SNAP-STATUS     PIC XX.
       01  WS-HRA-STORE-STATUS      PIC XX.
       01  WS-HRA-SNAP-STATUS       PIC XX.
       01  WS-HIST-STORE-STATUS     PIC XX.
       01  WS-HIST-SNAP-STATUS      PIC XX.
       01  WS-PYMT-STORE-STATUS     PIC XX.
       01  WS-PYMT-SNAP-STATUS      PIC XX.

       01  WS-SOURCE-NAME           PIC X(60).
       01  WS-SNAPSHOT-NAME         PIC X(60).
       01  WS-ACCUM-SNAP-NAME       PIC X(60).
       01  WS-HRA-SNAP-NAME         PIC X(60).
       01  WS-HIST-SNAP-NAME        PIC X(60).
       01  WS-PYMT-SNAP-NAME        PIC X(60).

       01  WS-EOF-SOURCE            PIC X VALUE 'N'.
           88 EOF-SOURCE            VALUE 'Y'.
           05  FILLER               PIC X(30)
               VALUE "data/claim_history.dat".
           05  FILLER               PIC X(20) VALUE "claim_history".
           05  FILLER               PIC X(30)
               VALUE "data/claims_out.dat".
           05  FILLER               PIC X(20) VALUE "claims_out".
           05  FILLER               PIC X(30)
               VALUE "data/policy_segments.dat".
           05  FILLER               PIC X(20) VALUE "policy_segments".
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           05  WS-MASTER-ENTRY OCCURS 4 TIMES.
               10  WS-MASTER-PATH   PIC X(30).
               10  WS-MASTER-STEM   PIC X(20).
       77  WS-MASTER-COUNT          PIC 9(1) VALUE 4.
       01  WS-MA-IDX                PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
               VARYING WS-MA-IDX FROM 1 BY 1
               UNTIL WS-MA-IDX > WS-MASTER-COUNT
           PERFORM 3000-SNAP-ACCUM-STORE
           PERFORM 3500-SNAP-HRA-STORE
           PERFORM 4000-SNAP-HISTORY-STORE
           PERFORM 4500-SNAP-PAYMENT-STORE
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.

                   WRITE ACCUM-SNAPSHOT-REC
           END-READ.

       3500-SNAP-HRA-STORE.
      *    THE HRA STORE IS UNLOADED THE SAME WAY - ONE FLAT ROW PER
      *    ACCOUNT IN KEY ORDER
           MOVE SPACES TO WS-HRA-SNAP-NAME
           STRING "data/hra_accounts_snap_" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-HRA-SNAP-NAME
           END-STRING

           OPEN INPUT HRA-STORE
           IF WS-HRA-STORE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATASNAP: HRA STORE NOT USABLE - "
                       "STATUS " WS-HRA-STORE-STATUS
                       " - NOT SNAPSHOT THIS RUN"
           ELSE
               OPEN OUTPUT HRA-SNAPSHOT-FILE
               MOVE 'N' TO WS-EOF-STORE
               MOVE ZERO TO WS-RECORD-COUNT
               PERFORM 3600-UNLOAD-ONE-ACCOUNT UNTIL EOF-STORE
               CLOSE HRA-STORE
               CLOSE HRA-SNAPSHOT-FILE
               ADD 1 TO WS-FILES-COPIED
               DISPLAY "DATASNAP: data/hra_accounts.idx -> "
                       WS-RECORD-COUNT " RECORDS"
           END-IF.

       3600-UNLOAD-ONE-ACCOUNT.
           READ HRA-STORE NEXT RECORD
               AT END
                   SET EOF-STORE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE HRA-STORE-REC TO HRA-SNAPSHOT-REC
                   WRITE HRA-SNAPSHOT-REC
           END-READ.

       4000-SNAP-HISTORY-STORE.
      *    THE KEYED CLAIM HISTORY MASTER IS UNLOADED WITHOUT ITS KEY
      *    PREFIX - THE FLAT SHAPE CLHCNV LOADS FROM - IN CLAIM AND
      *    CYCLE ORDER
           MOVE SPACES TO WS-HIST-SNAP-NAME
           STRING "data/claim_hist_master_snap_" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-HIST-SNAP-NAME
           END-STRING

           OPEN INPUT HISTORY-STORE
           IF WS-HIST-STORE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATASNAP: CLAIM HISTORY MASTER NOT USABLE - "
                       "STATUS " WS-HIST-STORE-STATUS
                       " - NOT SNAPSHOT THIS RUN"
           ELSE
               OPEN OUTPUT HISTORY-SNAPSHOT-FILE
               MOVE 'N' TO WS-EOF-STORE
               MOVE ZERO TO WS-RECORD-COUNT
               PERFORM 4100-UNLOAD-ONE-HISTORY-ROW UNTIL EOF-STORE
               CLOSE HISTORY-STORE
               CLOSE HISTORY-SNAPSHOT-FILE
               ADD 1 TO WS-FILES-COPIED
               DISPLAY "DATASNAP: data/claim_hist_master.idx -> "
                       WS-RECORD-COUNT " RECORDS"
           END-IF.

       4100-UNLOAD-ONE-HISTORY-ROW.
           READ HISTORY-STORE NEXT RECORD
               AT END
                   SET EOF-STORE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE HST-HISTORY-ROW TO HISTORY-SNAPSHOT-REC
                   WRITE HISTORY-SNAPSHOT-REC
           END-READ.

       4500-SNAP-PAYMENT-STORE.
      *    THE KEYED PAYMENT LEDGER IS UNLOADED WITHOUT ITS KEY PREFIX
      *    - THE FLAT SHAPE PYMTCNV LOADS FROM - IN AUTH CODE ORDER
           MOVE SPACES TO WS-PYMT-SNAP-NAME
           STRING "data/payments_snap_" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-PYMT-SNAP-NAME
           END-STRING

           OPEN INPUT PAYMENT-STORE
           IF WS-PYMT-STORE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATASNAP: PAYMENT LEDGER NOT USABLE - "
                       "STATUS " WS-PYMT-STORE-STATUS
                       " - NOT SNAPSHOT THIS RUN"
           ELSE
               OPEN OUTPUT PAYMENT-SNAPSHOT-FILE
               MOVE 'N' TO WS-EOF-STORE
               MOVE ZERO TO WS-RECORD-COUNT
               PERFORM 4600-UNLOAD-ONE-PAYMENT-LINE UNTIL EOF-STORE
               CLOSE PAYMENT-STORE
               CLOSE PAYMENT-SNAPSHOT-FILE
               ADD 1 TO WS-FILES-COPIED
               DISPLAY "DATASNAP: data/payments.idx -> "
                       WS-RECORD-COUNT " RECORDS"
           END-IF.

       4600-UNLOAD-ONE-PAYMENT-LINE.
           READ PAYMENT-STORE NEXT RECORD
               AT END
                   SET EOF-STORE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE PST-PAYMENT-LINE TO PAYMENT-SNAPSHOT-RECORD
                   WRITE PAYMENT-SNAPSHOT-RECORD
           END-READ.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "SNAPSHOT COMPLETE"
