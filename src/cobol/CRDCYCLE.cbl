       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDCYCLE.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MONTHLY PROVIDER RE-CREDENTIALING CYCLE                        *
      * WORKS THE CREDENTIALING FILE AGAINST THE PROVIDER MASTER:      *
      *   - A PROVIDER WHOSE THREE-YEAR RE-CREDENTIALING ANNIVERSARY,  *
      *     LICENSE EXPIRY OR MALPRACTICE EXPIRY FALLS WITHIN THE      *
      *     NOTICE WINDOW (120 DAYS UNLESS RECRED-NOTICE-DAYS IS SET   *
      *     IN data/runparms.dat) IS SENT A RE-CREDENTIALING NOTICE,   *
      *     ONCE PER DUE DATE                                          *
      *   - A PROVIDER WHOSE CREDENTIAL HAS LAPSED IS MOVED OUT OF     *
      *     NETWORK BY AN UPDATE TRANSACTION STAGED FOR PRVMAINT, SO   *
      *     ADJUDCTN'S PROVIDER CHECK AND THE OUT-OF-NETWORK           *
      *     DIFFERENTIAL TAKE OVER WITHOUT A CLERK'S SAY-SO            *
      *   - A LAPSED PROVIDER THE COMMITTEE HAS SINCE RE-CREDENTIALED  *
      *     IS MOVED BACK IN NETWORK - BUT ONLY IF THE LAPSE IS WHAT   *
      *     TOOK THEM OUT                                              *
      * EVERY CREDENTIAL IS LISTED ON THE CREDENTIALING ROSTER, WITH   *
      * THE ACTIVE IN-NETWORK PROVIDERS THAT HAVE NO CREDENTIAL ON     *
      * FILE AT ALL - THE REPORT THE ACCREDITATION REVIEWERS ASK FOR.  *
      * THE CREDENTIALING FILE IS REWRITTEN OLD/NEW AND PROMOTED BY    *
      * CRDCYCLE.JCL                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO "data/credentials.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIAL-STATUS.

           SELECT NEW-CREDENTIAL-FILE
               ASSIGN TO "data/credentials_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CREDENTIAL-STATUS.

           SELECT PROVIDER-FILE
               ASSIGN TO "data/providers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATUS.

           SELECT PROVIDER-TRANS-FILE
               ASSIGN TO "data/provider_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-TRANS-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "reports/recredential_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT ROSTER-FILE
               ASSIGN TO "reports/credentialing_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  CREDENTIAL-FILE.
       01  CRED-MASTER-REC.
           COPY CREDREC.

       FD  NEW-CREDENTIAL-FILE.
       01  CRED-NEW-REC.
           COPY CREDREC.

       FD  PROVIDER-FILE.
       01  PROV-MASTER-REC.
           COPY PROVREC.

       FD  PROVIDER-TRANS-FILE.
       01  PROVIDER-TRANS-RECORD.
           COPY PRVTRNRC.

       FD  NOTICE-FILE.
       01  NOTICE-LINE              PIC X(132).

       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
      *    DAYS AHEAD OF A DUE DATE THE NOTICE GOES OUT
       01  WS-NOTICE-DAYS           PIC 9(3) VALUE 120.
      *    YEARS BETWEEN RE-CREDENTIALINGS
       01  WS-CYCLE-YEARS           PIC 9 VALUE 3.

       01  WS-CREDENTIAL-STATUS     PIC XX.
       01  WS-NEW-CREDENTIAL-STATUS PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-PROVIDER-TRANS-STATUS PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-ROSTER-STATUS         PIC XX.

       01  WS-EOF-CREDENTIAL        PIC X VALUE 'N'.
           88 EOF-CREDENTIAL        VALUE 'Y'.
       01  WS-EOF-PROVIDER          PIC X VALUE 'N'.
           88 EOF-PROVIDER          VALUE 'Y'.
       01  WS-EOF-PROVIDER-TRANS    PIC X VALUE 'N'.
           88 EOF-PROVIDER-TRANS    VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-TODAY-INT             PIC 9(7).

      * THE PROVIDER MASTER, KEYED - THE NETWORK MOVES ARE STAGED AS
      * FULL UPDATE TRANSACTIONS, SO THEY CARRY THE PROVIDER'S OTHER
      * FIELDS FORWARD UNCHANGED. SAME SIZE AS PROVLKUP'S TABLE
       01  WS-MAX-PROVIDERS         PIC 9(5) VALUE 9000.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE 0.
       01  WS-PR-SUB                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-PX-FOUND              PIC X VALUE 'N'.
           88 PX-FOUND              VALUE 'Y'.
       01  WS-PROVIDER-SEARCH-ID    PIC X(8).
       01  WS-PROVIDER-TABLE.
           05  WS-PX-ENTRY OCCURS 9000 TIMES
               ASCENDING KEY IS PROV-PROVIDER-ID
               INDEXED BY WS-PX-IDX.
               COPY PROVREC REPLACING ==05== BY ==10==.
      *        A TRANSACTION FOR THE PROVIDER IS ALREADY WAITING FOR
      *        PRVMAINT - NOTHING IS STAGED BEHIND IT THIS MONTH
               10  WS-PX-PENDING        PIC X(1).
                   88 PX-PENDING        VALUE 'Y'.
               10  WS-PX-CREDENTIALED   PIC X(1).
                   88 PX-CREDENTIALED   VALUE 'Y'.

      * ONE CREDENTIAL AS JUDGED TODAY
       01  WS-ANNIVERSARY-DATE      PIC 9(8).
       01  WS-ANNIVERSARY-PARTS REDEFINES WS-ANNIVERSARY-DATE.
           05  WS-ANNIV-YEAR        PIC 9(4).
           05  WS-ANNIV-MMDD        PIC 9(4).
       01  WS-LAPSE-REASON          PIC X(30).
       01  WS-EARLIEST-DUE          PIC 9(8).
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-DAYS-TO-DUE           PIC S9(7).
       01  WS-IN-WINDOW             PIC X VALUE 'N'.
           88 DATE-IN-WINDOW        VALUE 'Y'.
       01  WS-NEW-NETWORK           PIC X(1).
       01  WS-ROSTER-STATUS-TEXT    PIC X(24).

       01  WS-ROSTER-DETAIL.
           05  WS-RD-PROVIDER-ID    PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-PROVIDER-NAME  PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-LICENSE-STATE  PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-LICENSE-NUMBER PIC X(15).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-LICENSE-EXPIRY PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RD-BOARD          PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RD-MALPRACTICE-EXPIRY PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-LAST-CREDENTIALED PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-RECRED-DUE     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-RD-STATUS         PIC X(24).

       01  WS-COUNTERS.
           05  WS-CREDENTIALS-READ  PIC 9(5) VALUE 0.
           05  WS-NOTICES-SENT      PIC 9(5) VALUE 0.
           05  WS-LAPSES-FOUND      PIC 9(5) VALUE 0.
           05  WS-MOVED-OUT         PIC 9(5) VALUE 0.
           05  WS-MOVED-BACK        PIC 9(5) VALUE 0.
           05  WS-MOVES-DEFERRED    PIC 9(5) VALUE 0.
           05  WS-UNCREDENTIALED    PIC 9(5) VALUE 0.

      * RUN-CONTROL - A COMPLETED ROW TELLS JOBSCHED THIS PERIODIC
      * JOB RAN FOR THE DATE IT FELL DUE
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "CRDCYCLE".
       01  WS-RUNCTL-OK             PIC X(1).
      * THE RUN'S OWN RETURN CODE, HELD ACROSS THE CLOSING RUN-CONTROL
      * CALL SO THE STEP STILL ENDS WITH THE RC THE RUN SET
       01  WS-RUN-RC                PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-PROVIDERS UNTIL EOF-PROVIDER
           PERFORM 1200-SORT-PROVIDERS
           PERFORM 1400-NOTE-PENDING-TRANS UNTIL EOF-PROVIDER-TRANS
           PERFORM 2000-PROCESS-CREDENTIAL UNTIL EOF-CREDENTIAL
           PERFORM 6000-LIST-UNCREDENTIALED
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PROVIDER-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - RE-CREDENTIALING CYCLE"

           CALL 'BIZDATE' USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM 1050-READ-RUNPARMS

           OPEN INPUT CREDENTIAL-FILE
           IF WS-CREDENTIAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CREDENTIALING FILE: "
                       WS-CREDENTIAL-STATUS
               CALL 'ERRHANDL' USING BY CONTENT EC-CANNOT-OPEN-TRANS
                                     BY CONTENT WS-CREDENTIAL-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-STATUS NOT = "00"
               DISPLAY "CRDCYCLE WARNING: NO PROVIDER MASTER - NO "
                       "NETWORK CHANGES CAN BE STAGED"
               SET EOF-PROVIDER TO TRUE
           END-IF

           OPEN INPUT PROVIDER-TRANS-FILE
           IF WS-PROVIDER-TRANS-STATUS NOT = "00"
               SET EOF-PROVIDER-TRANS TO TRUE
           END-IF

           OPEN OUTPUT NEW-CREDENTIAL-FILE
           OPEN OUTPUT NOTICE-FILE

           OPEN OUTPUT ROSTER-FILE
           MOVE SPACES TO ROSTER-LINE
           STRING "PROVIDER CREDENTIALING ROSTER - AS OF "
                  WS-TODAY-DATE
               DELIMITED BY SIZE INTO ROSTER-LINE
           END-STRING
           WRITE ROSTER-LINE
           MOVE SPACES TO ROSTER-LINE
           WRITE ROSTER-LINE
           MOVE SPACES TO ROSTER-LINE
           STRING "PROVIDER NAME                           LICENSE"
                  "                    BOARD MALPR EXP LAST CRED"
                  " RECRED DUE STATUS"
               DELIMITED BY SIZE INTO ROSTER-LINE
           END-STRING
           WRITE ROSTER-LINE.

       1050-READ-RUNPARMS.
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
                   IF RUNPARM-NAME = "RECRED-NOTICE-DAYS"
                       MOVE RUNPARM-VALUE(1:3) TO WS-NOTICE-DAYS
                   END-IF
           END-READ.

       1100-LOAD-PROVIDERS.
           READ PROVIDER-FILE
               AT END
                   SET EOF-PROVIDER TO TRUE
                   CLOSE PROVIDER-FILE
               NOT AT END
                   IF WS-PROVIDER-COUNT < WS-MAX-PROVIDERS
                       ADD 1 TO WS-PROVIDER-COUNT
                       MOVE PROV-MASTER-REC
                           TO WS-PX-ENTRY(WS-PROVIDER-COUNT)
                       MOVE 'N' TO WS-PX-PENDING(WS-PROVIDER-COUNT)
                       MOVE 'N'
                           TO WS-PX-CREDENTIALED(WS-PROVIDER-COUNT)
                   ELSE
                       DISPLAY "CRDCYCLE WARNING: PROVIDER TABLE FULL "
                               "- PROVIDER "
                               PROV-PROVIDER-ID OF PROV-MASTER-REC
                               " NOT LOADED"
                   END-IF
           END-READ.

       1200-SORT-PROVIDERS.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES SO THE LOADED PROVIDERS
      *    STAY WITHIN THE 1..WS-PROVIDER-COUNT RANGE, AS PRVMAINT DOES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-PROVIDER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-PROVIDERS
           SORT WS-PX-ENTRY
               ON ASCENDING KEY PROV-PROVIDER-ID OF WS-PX-ENTRY.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO PROV-PROVIDER-ID OF WS-PX-ENTRY(WS-PAD-IDX + 1).

       1400-NOTE-PENDING-TRANS.
           READ PROVIDER-TRANS-FILE
               AT END
                   SET EOF-PROVIDER-TRANS TO TRUE
                   CLOSE PROVIDER-TRANS-FILE
               NOT AT END
                   MOVE PVTR-PROVIDER-ID TO WS-PROVIDER-SEARCH-ID
                   PERFORM 1900-FIND-PROVIDER
                   IF PX-FOUND
                       SET PX-PENDING(WS-PX-IDX) TO TRUE
                   END-IF
           END-READ.

       1900-FIND-PROVIDER.
           MOVE 'N' TO WS-PX-FOUND
           IF WS-PROVIDER-COUNT > ZERO
               SEARCH ALL WS-PX-ENTRY
                   WHEN PROV-PROVIDER-ID OF WS-PX-ENTRY(WS-PX-IDX)
                            = WS-PROVIDER-SEARCH-ID
                       SET PX-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2000-PROCESS-CREDENTIAL.
           READ CREDENTIAL-FILE
               AT END
                   SET EOF-CREDENTIAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-CREDENTIALS-READ
                   MOVE CRED-MASTER-REC TO CRED-NEW-REC
                   MOVE CRED-PROVIDER-ID OF CRED-MASTER-REC
                       TO WS-PROVIDER-SEARCH-ID
                   PERFORM 1900-FIND-PROVIDER
                   IF PX-FOUND
                       SET PX-CREDENTIALED(WS-PX-IDX) TO TRUE
                   END-IF
                   PERFORM 2100-JUDGE-CREDENTIAL THRU 2100-EXIT
                   PERFORM 4000-WRITE-ROSTER-LINE
                   WRITE CRED-NEW-REC
           END-READ.

       2100-JUDGE-CREDENTIAL.
      *    THE ANNIVERSARY IS THE LAST APPROVAL PLUS THE CYCLE - A
      *    29 FEBRUARY APPROVAL FALLS DUE ON THE 28TH
           MOVE ZERO TO WS-ANNIVERSARY-DATE
           IF CRED-LAST-CREDENTIALED OF CRED-NEW-REC IS NUMERIC
             AND CRED-LAST-CREDENTIALED OF CRED-NEW-REC > ZERO
               MOVE CRED-LAST-CREDENTIALED OF CRED-NEW-REC
                   TO WS-ANNIVERSARY-DATE
               ADD WS-CYCLE-YEARS TO WS-ANNIV-YEAR
               IF WS-ANNIV-MMDD = 0229
                   MOVE 0228 TO WS-ANNIV-MMDD
               END-IF
           END-IF

      *    A CREDENTIAL LAPSES WHEN ANY PART OF IT IS PAST ITS DATE -
      *    OR WAS NEVER VERIFIED AT ALL
           MOVE SPACES TO WS-LAPSE-REASON
           EVALUATE TRUE
               WHEN WS-ANNIVERSARY-DATE = ZERO
                   MOVE "NEVER CREDENTIALED" TO WS-LAPSE-REASON
               WHEN WS-ANNIVERSARY-DATE < WS-TODAY-DATE
                   MOVE "RE-CREDENTIALING OVERDUE" TO WS-LAPSE-REASON
               WHEN CRED-LICENSE-EXPIRY OF CRED-NEW-REC NOT NUMERIC
                 OR CRED-LICENSE-EXPIRY OF CRED-NEW-REC = ZERO
                   MOVE "NO LICENSE ON FILE" TO WS-LAPSE-REASON
               WHEN CRED-LICENSE-EXPIRY OF CRED-NEW-REC
                       < WS-TODAY-DATE
                   MOVE "LICENSE EXPIRED" TO WS-LAPSE-REASON
               WHEN CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
                       NOT NUMERIC
                 OR CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC = ZERO
                   MOVE "NO MALPRACTICE ON FILE" TO WS-LAPSE-REASON
               WHEN CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
                       < WS-TODAY-DATE
                   MOVE "MALPRACTICE EXPIRED" TO WS-LAPSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-LAPSE-REASON NOT = SPACES
               IF CRED-CURRENT OF CRED-NEW-REC
                   PERFORM 3000-LAPSE-CREDENTIAL THRU 3000-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF

           IF CRED-LAPSED OF CRED-NEW-REC
               PERFORM 3200-RESTORE-CREDENTIAL THRU 3200-EXIT
           END-IF

           PERFORM 3500-CHECK-NOTICE THRU 3500-EXIT.
       2100-EXIT.
           EXIT.

       3000-LAPSE-CREDENTIAL.
      *    AN ACTIVE IN-NETWORK PROVIDER GOES OUT OF NETWORK. ONE WITH
      *    A TRANSACTION ALREADY WAITING IS LEFT CURRENT AND RETRIED
      *    NEXT MONTH RATHER THAN HAVING TWO TRANSACTIONS RACE
           IF PX-FOUND
             AND PROV-ACTIVE OF WS-PX-ENTRY(WS-PX-IDX)
             AND PROV-IN-NETWORK OF WS-PX-ENTRY(WS-PX-IDX)
               IF PX-PENDING(WS-PX-IDX)
                   ADD 1 TO WS-MOVES-DEFERRED
                   GO TO 3000-EXIT
               END-IF
               MOVE "O" TO WS-NEW-NETWORK
               PERFORM 3800-STAGE-NETWORK-CHANGE
               MOVE "Y" TO CRED-NETWORK-MOVED OF CRED-NEW-REC
               ADD 1 TO WS-MOVED-OUT
           ELSE
               MOVE "N" TO CRED-NETWORK-MOVED OF CRED-NEW-REC
           END-IF
           MOVE "L" TO CRED-STATUS OF CRED-NEW-REC
           MOVE WS-TODAY-DATE TO CRED-LAPSE-DATE OF CRED-NEW-REC
           ADD 1 TO WS-LAPSES-FOUND
           DISPLAY "  CREDENTIAL LAPSED - PROVIDER "
                   CRED-PROVIDER-ID OF CRED-NEW-REC " "
                   WS-LAPSE-REASON.
       3000-EXIT.
           EXIT.

       3200-RESTORE-CREDENTIAL.
      *    RE-CREDENTIALED SINCE THE LAPSE - THE PROVIDER RETURNS TO
      *    NETWORK ONLY IF THE LAPSE IS WHAT TOOK THEM OUT AND NOBODY
      *    HAS MOVED THEM SINCE
           IF CRED-MOVED-OUT-OF-NETWORK OF CRED-NEW-REC
             AND PX-FOUND
             AND PROV-ACTIVE OF WS-PX-ENTRY(WS-PX-IDX)
             AND PROV-OUT-OF-NETWORK OF WS-PX-ENTRY(WS-PX-IDX)
               IF PX-PENDING(WS-PX-IDX)
                   ADD 1 TO WS-MOVES-DEFERRED
                   GO TO 3200-EXIT
               END-IF
               MOVE "I" TO WS-NEW-NETWORK
               PERFORM 3800-STAGE-NETWORK-CHANGE
               ADD 1 TO WS-MOVED-BACK
           END-IF
           MOVE "C" TO CRED-STATUS OF CRED-NEW-REC
           MOVE ZERO TO CRED-LAPSE-DATE OF CRED-NEW-REC
           MOVE "N" TO CRED-NETWORK-MOVED OF CRED-NEW-REC.
       3200-EXIT.
           EXIT.

       3500-CHECK-NOTICE.
      *    THE EARLIEST OF THE THREE DUE DATES INSIDE THE WINDOW DRIVES
      *    THE NOTICE; THE LETTER LISTS EVERYTHING ELSE FALLING DUE IN
      *    THE SAME WINDOW
           MOVE ZERO TO WS-EARLIEST-DUE
           MOVE WS-ANNIVERSARY-DATE TO WS-CHECK-DATE
           PERFORM 3550-TEST-DUE-DATE
           MOVE CRED-LICENSE-EXPIRY OF CRED-NEW-REC TO WS-CHECK-DATE
           PERFORM 3550-TEST-DUE-DATE
           MOVE CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
               TO WS-CHECK-DATE
           PERFORM 3550-TEST-DUE-DATE

           IF WS-EARLIEST-DUE = ZERO
               GO TO 3500-EXIT
           END-IF
      *    EACH DUE DATE IS NOTICED ONCE
           IF WS-EARLIEST-DUE = CRED-NOTICED-DUE-DATE OF CRED-NEW-REC
               GO TO 3500-EXIT
           END-IF

           PERFORM 3600-WRITE-NOTICE
           MOVE WS-EARLIEST-DUE TO CRED-NOTICED-DUE-DATE OF CRED-NEW-REC
           ADD 1 TO WS-NOTICES-SENT.
       3500-EXIT.
           EXIT.

       3550-TEST-DUE-DATE.
           PERFORM 3560-SET-WINDOW-FLAG
           IF DATE-IN-WINDOW
               IF WS-EARLIEST-DUE = ZERO
                 OR WS-CHECK-DATE < WS-EARLIEST-DUE
                   MOVE WS-CHECK-DATE TO WS-EARLIEST-DUE
               END-IF
           END-IF.

       3560-SET-WINDOW-FLAG.
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-CHECK-DATE IS NUMERIC
             AND WS-CHECK-DATE > ZERO
               COMPUTE WS-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                   - WS-TODAY-INT
               END-COMPUTE
               IF WS-DAYS-TO-DUE >= ZERO
                 AND WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
                   SET DATE-IN-WINDOW TO TRUE
               END-IF
           END-IF.

       3600-WRITE-NOTICE.
           MOVE SPACES TO NOTICE-LINE
           STRING "========================================"
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "RE-CREDENTIALING NOTICE - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           IF PX-FOUND
               STRING "PROVIDER: "
                      PROV-PROVIDER-NAME OF WS-PX-ENTRY(WS-PX-IDX)
                      " (" CRED-PROVIDER-ID OF CRED-NEW-REC ")"
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           ELSE
               STRING "PROVIDER: " CRED-PROVIDER-ID OF CRED-NEW-REC
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           END-IF
           WRITE NOTICE-LINE

           MOVE "TO REMAIN IN OUR NETWORK WE MUST RECEIVE BEFORE THE "
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "DATES SHOWN:" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE WS-ANNIVERSARY-DATE TO WS-CHECK-DATE
           PERFORM 3560-SET-WINDOW-FLAG
           IF DATE-IN-WINDOW
               MOVE SPACES TO NOTICE-LINE
               STRING "  - YOUR COMPLETED RE-CREDENTIALING APPLICATION"
                      " - DUE " WS-ANNIVERSARY-DATE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
           END-IF
           MOVE CRED-LICENSE-EXPIRY OF CRED-NEW-REC TO WS-CHECK-DATE
           PERFORM 3560-SET-WINDOW-FLAG
           IF DATE-IN-WINDOW
               MOVE SPACES TO NOTICE-LINE
               STRING "  - YOUR RENEWED LICENSE "
                      CRED-LICENSE-STATE OF CRED-NEW-REC " "
                      CRED-LICENSE-NUMBER OF CRED-NEW-REC
                      " - EXPIRES " WS-CHECK-DATE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
           END-IF
           MOVE CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
               TO WS-CHECK-DATE
           PERFORM 3560-SET-WINDOW-FLAG
           IF DATE-IN-WINDOW
               MOVE SPACES TO NOTICE-LINE
               STRING "  - PROOF OF RENEWED MALPRACTICE COVERAGE "
                      "(POLICY "
                      CRED-MALPRACTICE-POLICY OF CRED-NEW-REC
                      ") - EXPIRES " WS-CHECK-DATE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
           END-IF

           MOVE "IF ANY ITEM LAPSES YOU WILL BE TREATED AS OUT OF "
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "NETWORK UNTIL IT IS RECEIVED AND VERIFIED."
               TO NOTICE-LINE
           WRITE NOTICE-LINE.

       3800-STAGE-NETWORK-CHANGE.
      *    A FULL UPDATE CARRYING THE PROVIDER'S CURRENT DETAILS WITH
      *    ONLY THE NETWORK STATUS CHANGED - BLANK PAYMENT AND LICENSE
      *    BLOCKS LEAVE THOSE ON THE MASTER ALONE. STAGED BEHIND
      *    WHATEVER IS ALREADY WAITING FOR THE NEXT PRVMAINT RUN
           OPEN EXTEND PROVIDER-TRANS-FILE
           IF WS-PROVIDER-TRANS-STATUS NOT = "00"
               OPEN OUTPUT PROVIDER-TRANS-FILE
           END-IF
           MOVE SPACES TO PROVIDER-TRANS-RECORD
           MOVE "U" TO PVTR-TRANS-CODE
           MOVE PROV-PROVIDER-ID OF WS-PX-ENTRY(WS-PX-IDX)
               TO PVTR-PROVIDER-ID
           MOVE PROV-PROVIDER-NAME OF WS-PX-ENTRY(WS-PX-IDX)
               TO PVTR-PROVIDER-NAME
           MOVE PROV-SPECIALTY OF WS-PX-ENTRY(WS-PX-IDX)
               TO PVTR-SPECIALTY
           MOVE WS-NEW-NETWORK TO PVTR-NETWORK-STATUS
           MOVE PROV-EFFECTIVE-DATE OF WS-PX-ENTRY(WS-PX-IDX)
               TO PVTR-EFFECTIVE-DATE
           MOVE PROV-TERM-DATE OF WS-PX-ENTRY(WS-PX-IDX)
               TO PVTR-TERM-DATE
           WRITE PROVIDER-TRANS-RECORD
           CLOSE PROVIDER-TRANS-FILE
           SET PX-PENDING(WS-PX-IDX) TO TRUE.

       4000-WRITE-ROSTER-LINE.
           MOVE CRED-PROVIDER-ID OF CRED-NEW-REC TO WS-RD-PROVIDER-ID
           IF PX-FOUND
               MOVE PROV-PROVIDER-NAME OF WS-PX-ENTRY(WS-PX-IDX)
                   TO WS-RD-PROVIDER-NAME
           ELSE
               MOVE "*** NOT ON PROVIDER MASTER ***"
                   TO WS-RD-PROVIDER-NAME
           END-IF
           MOVE CRED-LICENSE-STATE OF CRED-NEW-REC
               TO WS-RD-LICENSE-STATE
           MOVE CRED-LICENSE-NUMBER OF CRED-NEW-REC
               TO WS-RD-LICENSE-NUMBER
           MOVE CRED-LICENSE-EXPIRY OF CRED-NEW-REC
               TO WS-RD-LICENSE-EXPIRY
           MOVE CRED-BOARD-CERTIFIED OF CRED-NEW-REC TO WS-RD-BOARD
           MOVE CRED-MALPRACTICE-EXPIRY OF CRED-NEW-REC
               TO WS-RD-MALPRACTICE-EXPIRY
           MOVE CRED-LAST-CREDENTIALED OF CRED-NEW-REC
               TO WS-RD-LAST-CREDENTIALED
           MOVE WS-ANNIVERSARY-DATE TO WS-RD-RECRED-DUE
           IF CRED-LAPSED OF CRED-NEW-REC
               MOVE SPACES TO WS-ROSTER-STATUS-TEXT
               STRING "LAPSED " CRED-LAPSE-DATE OF CRED-NEW-REC
                   DELIMITED BY SIZE INTO WS-ROSTER-STATUS-TEXT
               END-STRING
               MOVE WS-ROSTER-STATUS-TEXT TO WS-RD-STATUS
           ELSE
               IF WS-LAPSE-REASON NOT = SPACES
                   MOVE "LAPSED - MOVE DEFERRED" TO WS-RD-STATUS
               ELSE
                   MOVE "CURRENT" TO WS-RD-STATUS
               END-IF
           END-IF
           MOVE WS-ROSTER-DETAIL TO ROSTER-LINE
           WRITE ROSTER-LINE.

       6000-LIST-UNCREDENTIALED.
      *    AN ACTIVE IN-NETWORK PROVIDER WITH NO CREDENTIAL ON FILE IS
      *    LISTED FOR THE COMMITTEE - NOT MOVED, SINCE THERE IS NO
      *    CREDENTIAL TO HAVE LAPSED
           IF PROV-ACTIVE OF WS-PX-ENTRY(WS-PR-SUB)
             AND PROV-IN-NETWORK OF WS-PX-ENTRY(WS-PR-SUB)
             AND NOT PX-CREDENTIALED(WS-PR-SUB)
               ADD 1 TO WS-UNCREDENTIALED
               MOVE SPACES TO ROSTER-LINE
               STRING PROV-PROVIDER-ID OF WS-PX-ENTRY(WS-PR-SUB) " "
                      PROV-PROVIDER-NAME OF WS-PX-ENTRY(WS-PR-SUB)
                      " IN NETWORK - NO CREDENTIAL ON FILE"
                   DELIMITED BY SIZE INTO ROSTER-LINE
               END-STRING
               WRITE ROSTER-LINE
           END-IF.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "RE-CREDENTIALING CYCLE COMPLETE"
           DISPLAY "CREDENTIALS READ:        " WS-CREDENTIALS-READ
           DISPLAY "NOTICES SENT:            " WS-NOTICES-SENT
           DISPLAY "CREDENTIALS LAPSED:      " WS-LAPSES-FOUND
           DISPLAY "MOVED OUT OF NETWORK:    " WS-MOVED-OUT
           DISPLAY "MOVED BACK IN NETWORK:   " WS-MOVED-BACK
           DISPLAY "MOVES DEFERRED:          " WS-MOVES-DEFERRED
           DISPLAY "IN NETWORK, UNCREDENTIALED: " WS-UNCREDENTIALED
           DISPLAY "NOTICES: reports/recredential_notices.txt"
           DISPLAY "ROSTER:  reports/credentialing_roster.txt"
           DISPLAY "UPDATED CREDENTIALS: data/credentials_new.dat".

       9000-CLEANUP.
           CLOSE CREDENTIAL-FILE
           CLOSE NEW-CREDENTIAL-FILE
           CLOSE NOTICE-FILE
           CLOSE ROSTER-FILE.
