      * POINT-IN-TIME RESTORE FROM A PRE-CYCLE SNAPSHOT                *
      * PUTS EVERY MASTER DATASNAP PROTECTS BACK TO THE START OF THE   *
      * CYCLE NAMED BY THE SNAPSHOT-DATE RUN PARAMETER - THE POLICY    *
      * MASTER AND ITS COVERAGE SEGMENTS, SEEN-CLAIM HISTORY, CLAIM    *
      * OUTPUT, AND THE KEYED                                          *
      * ACCUMULATOR STORE (REBUILT FROM ITS FLAT SNAPSHOT THE WAY      *
      * ACCUMCNV BUILDS IT), HRA STORE, CLAIM HISTORY MASTER AND       *
      * PAYMENT LEDGER (EACH REBUILT FROM ITS OWN FLAT SNAPSHOT).      *
      * THE RUN PARAMETER IS REQUIRED - THIS PROGRAM OVERWRITES LIVE   *
      * MASTERS AND REFUSES TO GUESS WHICH NIGHT TO GO BACK TO. A      *
      * SNAPSHOT MEMBER THAT IS MISSING IS REPORTED AND ITS LIVE       *
               RECORD KEY IS ACCUM-KEY OF ACCUM-STORE-REC
               FILE STATUS IS WS-STORE-STATUS.

           SELECT HRA-SNAPSHOT-FILE
               ASSIGN TO WS-HRA-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRA-SNAP-STATUS.

           SELECT HRA-STORE
               ASSIGN TO "data/hra_accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRA-KEY OF HRA-STORE-REC
               FILE STATUS IS WS-HRA-STORE-STATUS.

           SELECT HISTORY-SNAPSHOT-FILE
               ASSIGN TO WS-HIST-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-SNAP-STATUS.

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

           SELECT PAYMENT-SNAPSHOT-FILE
               ASSIGN TO WS-PYMT-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYMT-SNAP-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  ACCUM-STORE-REC.
           COPY ACCUMREC.

       FD  HRA-SNAPSHOT-FILE.
       01  HRA-SNAPSHOT-REC.
           COPY HRAREC.

       FD  HRA-STORE.
       01  HRA-STORE-REC.
           COPY HRAREC.

       FD  HISTORY-SNAPSHOT-FILE.
       01  HISTORY-SNAPSHOT-REC.
           05  CLH-CLAIM-DETAIL.
               COPY CLMREC REPLACING ==05== BY ==10==.
           COPY CLHREC.

       FD  HISTORY-STORE.
       01  HISTORY-STORE-REC.
           05  HST-KEY.
               10  HST-CLAIM-NUMBER PIC X(10).
               10  HST-CYCLE-DATE   PIC 9(8).
           05  HST-HISTORY-ROW.
               10  CLH-CLAIM-DETAIL.
                   COPY CLMREC REPLACING ==05== BY ==15==.
               COPY CLHREC REPLACING ==05== BY ==10==.

       FD  PAYMENT-SNAPSHOT-FILE.
       01  PAYMENT-SNAPSHOT-RECORD.
           COPY PYMTREC.

       FD  PAYMENT-STORE.
       01  PAYMENT-STORE-RECORD.
           05  PST-KEY.
               10  PST-AUTH-CODE    PIC X(6).
               10  PST-PAY-TYPE     PIC X(1).
           05  PST-PAYMENT-LINE.
               COPY PYMTREC REPLACING ==05== BY ==10==.

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-SNAPSHOT-STATUS       PIC XX.
       01  WS-TARGET-STATUS         PIC XX.
       01  WS-ACCUM-SNAP-STATUS     PIC XX.
       01  WS-STORE-STATUS          PIC XX.
       01  WS-HRA-SNAP-STATUS       PIC XX.
       01  WS-HRA-STORE-STATUS      PIC XX.
       01  WS-HIST-SNAP-STATUS      PIC XX.
       01  WS-HIST-STORE-STATUS     PIC XX.
       01  WS-PYMT-SNAP-STATUS      PIC XX.
       01  WS-PYMT-STORE-STATUS     PIC XX.

       01  WS-SNAPSHOT-NAME         PIC X(60).
       01  WS-TARGET-NAME           PIC X(60).
       01  WS-ACCUM-SNAP-NAME       PIC X(60).
       01  WS-HRA-SNAP-NAME         PIC X(60).
       01  WS-HIST-SNAP-NAME        PIC X(60).
       01  WS-PYMT-SNAP-NAME        PIC X(60).

       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
           88 EOF-SNAPSHOT          VALUE 'Y'.
       01  WS-EOF-ACCUM-SNAP        PIC X VALUE 'N'.
           88 EOF-ACCUM-SNAP        VALUE 'Y'.
       01  WS-EOF-HRA-SNAP          PIC X VALUE 'N'.
           88 EOF-HRA-SNAP          VALUE 'Y'.
       01  WS-EOF-HIST-SNAP         PIC X VALUE 'N'.
           88 EOF-HIST-SNAP         VALUE 'Y'.
       01  WS-EOF-PYMT-SNAP         PIC X VALUE 'N'.
           88 EOF-PYMT-SNAP         VALUE 'Y'.

       01  WS-SNAPSHOT-DATE         PIC X(8) VALUE SPACES.
       01  WS-RECORD-COUNT          PIC 9(7) VALUE 0.
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
           PERFORM 3000-RESTORE-ACCUM-STORE
           PERFORM 3500-RESTORE-HRA-STORE
           PERFORM 4000-RESTORE-HISTORY-STORE
           PERFORM 4500-RESTORE-PAYMENT-STORE
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.

                   WRITE ACCUM-STORE-REC
           END-READ.

       3500-RESTORE-HRA-STORE.
      *    THE HRA STORE IS REBUILT FROM ITS FLAT SNAPSHOT THE SAME WAY
           MOVE SPACES TO WS-HRA-SNAP-NAME
           STRING "data/hra_accounts_snap_" WS-SNAPSHOT-DATE ".dat"
               DELIMITED BY SIZE INTO WS-HRA-SNAP-NAME
           END-STRING

           OPEN INPUT HRA-SNAPSHOT-FILE
           IF WS-HRA-SNAP-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATAREST WARNING: NO HRA SNAPSHOT "
                       WS-HRA-SNAP-NAME
               DISPLAY "                  STORE LEFT AS IS"
           ELSE
               OPEN OUTPUT HRA-STORE
               IF WS-HRA-STORE-STATUS NOT = "00"
                   DISPLAY "DATAREST WARNING: HRA STORE NOT "
                           "USABLE - STATUS " WS-HRA-STORE-STATUS
                           " - NOT RESTORED"
                   CLOSE HRA-SNAPSHOT-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-HRA-SNAP
                   MOVE ZERO TO WS-RECORD-COUNT
                   PERFORM 3600-RELOAD-ONE-ACCOUNT UNTIL EOF-HRA-SNAP
                   CLOSE HRA-SNAPSHOT-FILE
                   CLOSE HRA-STORE
                   ADD 1 TO WS-FILES-RESTORED
                   DISPLAY "DATAREST: data/hra_accounts.idx <- "
                           WS-RECORD-COUNT " RECORDS"
               END-IF
           END-IF.

       3600-RELOAD-ONE-ACCOUNT.
           READ HRA-SNAPSHOT-FILE
               AT END
                   SET EOF-HRA-SNAP TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE HRA-SNAPSHOT-REC TO HRA-STORE-REC
                   WRITE HRA-STORE-REC
           END-READ.

       4000-RESTORE-HISTORY-STORE.
      *    THE CLAIM HISTORY MASTER IS REBUILT FROM ITS FLAT SNAPSHOT,
      *    THE KEY PREFIX PUT BACK FROM EACH ROW. DATASNAP UNLOADED IN
      *    KEY ORDER, SO THE ROWS LOAD STRAIGHT BACK IN SEQUENCE
           MOVE SPACES TO WS-HIST-SNAP-NAME
           STRING "data/claim_hist_master_snap_" WS-SNAPSHOT-DATE
                  ".dat"
               DELIMITED BY SIZE INTO WS-HIST-SNAP-NAME
           END-STRING

           OPEN INPUT HISTORY-SNAPSHOT-FILE
           IF WS-HIST-SNAP-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATAREST WARNING: NO CLAIM HISTORY SNAPSHOT "
                       WS-HIST-SNAP-NAME
               DISPLAY "                  MASTER LEFT AS IS"
           ELSE
               OPEN OUTPUT HISTORY-STORE
               IF WS-HIST-STORE-STATUS NOT = "00"
                   DISPLAY "DATAREST WARNING: CLAIM HISTORY MASTER NOT "
                           "USABLE - STATUS " WS-HIST-STORE-STATUS
                           " - NOT RESTORED"
                   CLOSE HISTORY-SNAPSHOT-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-HIST-SNAP
                   MOVE ZERO TO WS-RECORD-COUNT
                   PERFORM 4100-RELOAD-ONE-HISTORY-ROW
                       UNTIL EOF-HIST-SNAP
                   CLOSE HISTORY-SNAPSHOT-FILE
                   CLOSE HISTORY-STORE
                   ADD 1 TO WS-FILES-RESTORED
                   DISPLAY "DATAREST: data/claim_hist_master.idx <- "
                           WS-RECORD-COUNT " RECORDS"
               END-IF
           END-IF.

       4100-RELOAD-ONE-HISTORY-ROW.
           READ HISTORY-SNAPSHOT-FILE
               AT END
                   SET EOF-HIST-SNAP TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE HISTORY-SNAPSHOT-REC TO HST-HISTORY-ROW
                   MOVE CLM-CLAIM-NUMBER OF HISTORY-SNAPSHOT-REC
                       TO HST-CLAIM-NUMBER
                   MOVE CLH-CYCLE-DATE OF HISTORY-SNAPSHOT-REC
                       TO HST-CYCLE-DATE
                   WRITE HISTORY-STORE-REC
           END-READ.

       4500-RESTORE-PAYMENT-STORE.
      *    THE PAYMENT LEDGER IS REBUILT FROM ITS FLAT SNAPSHOT, THE KEY
      *    PREFIX PUT BACK FROM EACH LINE'S AUTH CODE AND PAY TYPE.
      *    DATASNAP UNLOADED IN KEY ORDER, SO THE LINES LOAD STRAIGHT
      *    BACK IN SEQUENCE
           MOVE SPACES TO WS-PYMT-SNAP-NAME
           STRING "data/payments_snap_" WS-SNAPSHOT-DATE ".dat"
               DELIMITED BY SIZE INTO WS-PYMT-SNAP-NAME
           END-STRING

           OPEN INPUT PAYMENT-SNAPSHOT-FILE
           IF WS-PYMT-SNAP-STATUS NOT = "00"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "DATAREST WARNING: NO PAYMENT LEDGER SNAPSHOT "
                       WS-PYMT-SNAP-NAME
               DISPLAY "                  LEDGER LEFT AS IS"
           ELSE
               OPEN OUTPUT PAYMENT-STORE
               IF WS-PYMT-STORE-STATUS NOT = "00"
                   DISPLAY "DATAREST WARNING: PAYMENT LEDGER NOT "
                           "USABLE - STATUS " WS-PYMT-STORE-STATUS
                           " - NOT RESTORED"
                   CLOSE PAYMENT-SNAPSHOT-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-PYMT-SNAP
                   MOVE ZERO TO WS-RECORD-COUNT
                   PERFORM 4600-RELOAD-ONE-PAYMENT-LINE
                       UNTIL EOF-PYMT-SNAP
                   CLOSE PAYMENT-SNAPSHOT-FILE
                   CLOSE PAYMENT-STORE
                   ADD 1 TO WS-FILES-RESTORED
                   DISPLAY "DATAREST: data/payments.idx <- "
                           WS-RECORD-COUNT " RECORDS"
               END-IF
           END-IF.

       4600-RELOAD-ONE-PAYMENT-LINE.
           READ PAYMENT-SNAPSHOT-FILE
               AT END
                   SET EOF-PYMT-SNAP TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE PAYMENT-SNAPSHOT-RECORD TO PST-PAYMENT-LINE
                   MOVE PYMT-AUTH-CODE OF PAYMENT-SNAPSHOT-RECORD
                       TO PST-AUTH-CODE
                   MOVE PYMT-PAY-TYPE OF PAYMENT-SNAPSHOT-RECORD
                       TO PST-PAY-TYPE
                   WRITE PAYMENT-STORE-RECORD
           END-READ.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "RESTORE COMPLETE"
