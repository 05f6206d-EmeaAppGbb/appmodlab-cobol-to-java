      * SORTS IT BY PROVIDER, AND WALKS IT WITH A CONTROL BREAK (THE   *
      * SAME SHAPE AS CLMBYPOL) SO ALL OF A PROVIDER'S AUTHORIZATIONS  *
      * CONSOLIDATE ONTO ONE CHECK/EFT REGISTER RECORD AND ONE         *
      * REMITTANCE ADVICE, THEN ADVANCES THOSE ENTRIES FROM AUTHORIZED *
      * TO PAID IN PLACE ON THE KEYED LEDGER THROUGH PYMTIO.           *
      * THE CHECK NUMBER SEQUENCE IS PERSISTED IN A ONE-RECORD         *
      * CONTROL FILE SO A CHECK NUMBER IS NEVER REUSED ACROSS RUNS     *
      * ZERO-DOLLAR PRENOTES QUEUED BY PRVMAINT FOR NEW OR CHANGED     *
      * PROVIDER BANK ACCOUNTS GO OUT ON THE SAME ACH FILE, AND A      *
      * PROVIDER WHOSE ACCOUNT IS STILL PENDING VERIFICATION IS PAID   *
      * BY CHECK                                                       *
      * PROVIDERS WHOSE TAX ID BELONGS TO A PAY-TO ENTITY ON THE PAY-  *
      * TO ENTITY MASTER SETTLE TOGETHER - ONE CHECK OR EFT AND ONE    *
      * COMBINED REMITTANCE PER ENTITY, A SECTION PER PROVIDER ID -    *
      * AND OPEN RECOVERIES NET ACROSS EVERY PROVIDER UNDER THE TIN    *
      * A FOREIGN-CURRENCY LINE IS RE-CONVERTED AT THE RATE IN EFFECT  *
      * ON THE DISBURSEMENT DATE AND PAID AT THAT USD FIGURE; THE      *
      * DIFFERENCE FROM THE USD IT WAS BOOKED AT WHEN AUTHORIZED GOES  *
      * TO THE REALIZED FX FILE FOR GLEXTR AND FXGLRPT                 *
      * THE DAY'S AGENT COMMISSION EFTS AND CHECKS, STAGED BY COMMDISB *
      * AHEAD OF THE DAILY CYCLE, ARE CARRIED INTO THE FRESH ACH AND   *
      * POSITIVE-PAY FILES SO THEY REACH THE BANK IN THE SAME          *
      * TRANSMISSION                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT COMM-ACH-FILE
               ASSIGN TO "data/comm_ach_settlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-ACH-STATUS.

           SELECT COMM-POSITIVE-PAY-FILE
               ASSIGN TO "data/comm_positive_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-POSPAY-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "data/recoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.

           SELECT PRENOTE-LOG-FILE
               ASSIGN TO "data/prenote_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT NEW-PRENOTE-LOG-FILE
               ASSIGN TO "data/prenote_log_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PRENOTE-STATUS.

           SELECT PAYTO-FILE
               ASSIGN TO "data/payto_entities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTO-STATUS.

           SELECT FX-REALIZED-FILE
               ASSIGN TO "data/fx_realized.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-REALIZED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREG.
       01  WITHHOLDING-RECORD.
           COPY WHLDREC.

       FD  PRENOTE-LOG-FILE.
       01  PRENOTE-LOG-RECORD.
           COPY PNTEREC.

       FD  NEW-PRENOTE-LOG-FILE.
       01  NEW-PRENOTE-LOG-RECORD.
           COPY PNTEREC.

       FD  PAYTO-FILE.
       01  PAYTO-RECORD.
           COPY PAYTOREC.

       FD  COMM-ACH-FILE.
       01  COMM-ACH-RECORD.
           COPY ACHREC REPLACING LEADING ==ACH== BY ==CACH==.

       FD  COMM-POSITIVE-PAY-FILE.
       01  COMM-POSITIVE-PAY-RECORD.
           COPY POSPAYRC REPLACING LEADING ==PPOS== BY ==CPOS==.

       FD  FX-REALIZED-FILE.
       01  FX-REALIZED-RECORD.
           COPY FXRLREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-PYMTIO-FUNCTION       PIC X(1).
       01  WS-PYMTIO-OK             PIC X(1).
       01  PAYMENT-RECORD.
           COPY PYMTREC.

       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REMIT-STATUS          PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
      *        SPACE = DISBURSE ON THE CHECK; "O" = SATISFIED BY
      *        OFFSET AGAINST THE PROVIDER'S OPEN RECOVERY BALANCE
               10  WS-PAY-DISPOSAL      PIC X(1).
      *        WHO THE CHECK IS CUT TO - "T" AND THE TIN FOR A
      *        PROVIDER SETTLING UNDER ITS PAY-TO ENTITY, "P" AND
      *        THE PROVIDER ID FOR ONE PAID ON ITS OWN
               10  WS-PAY-PAYTO-KEY     PIC X(10).
      *        THE ENTITY'S TIN WHENEVER THE PROVIDER BELONGS TO ONE,
      *        OPTED OUT OR NOT - RECOVERIES NET ACROSS IT
               10  WS-PAY-NET-TIN       PIC X(9).

      * MACHINE-READABLE REMITTANCE EXTRACT - ONE FILE PER PROVIDER
      * PER RUN SO BILLING OFFICES CAN AUTO-POST WHAT EACH CHECK
       01  WS-ACH-ENTRY-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACH-HASH-TOTAL        PIC 9(11)V99 VALUE 0.

      * PRENOTES - THE LOG IS COPIED OLD TO NEW WITH EVERY QUEUED ROW
      * SENT AND MARKED, AND THE JOB PROMOTES THE NEW LOG AFTERWARDS
       01  WS-PRENOTE-STATUS        PIC XX.
       01  WS-NEW-PRENOTE-STATUS    PIC XX.
       01  WS-EOF-PRENOTE           PIC X VALUE 'N'.
           88 EOF-PRENOTE           VALUE 'Y'.

      * POSITIVE-PAY ISSUE FILE - EVERY PAPER CHECK CUT THIS RUN GOES
      * TO THE BANK SO ONLY ISSUED CHECKS AT ISSUED AMOUNTS HONOR
       01  WS-POSPAY-STATUS         PIC XX.

      * COMMISSION ITEMS COMMDISB STAGED FOR TODAY'S TRANSMISSION -
      * ONLY ROWS DATED TODAY ARE CARRIED, SO A STAGING FILE LEFT
      * OVER FROM AN EARLIER COMMISSION RUN IS NEVER SENT TWICE
       01  WS-COMM-ACH-STATUS       PIC XX.
       01  WS-COMM-POSPAY-STATUS    PIC XX.
       01  WS-EOF-COMM-STAGE        PIC X VALUE 'N'.
           88 EOF-COMM-STAGE        VALUE 'Y'.
       01  WS-COMM-EFTS-CARRIED     PIC 9(5) VALUE 0.
       01  WS-COMM-CHECKS-CARRIED   PIC 9(5) VALUE 0.

      * OPEN OVERPAYMENT RECOVERIES, NETTED AGAINST THE PROVIDER'S
      * DISBURSEMENT BEFORE THE CHECK IS CUT - A LEDGER ENTRY WHOSE
      * FULL AMOUNT FITS INSIDE THE PROVIDER'S OPEN BALANCE IS
       01  WS-RECOVERY-TABLE.
           05  WS-CW-ENTRY OCCURS 5000 TIMES.
               COPY CLAWREC REPLACING ==05== BY ==10==.
      *        THE OWING PROVIDER'S PAY-TO ENTITY TIN, SPACES WHEN IT
      *        HAS NONE - NOT PART OF THE LEDGER ROW WRITTEN BACK
               10  WS-CW-NET-TIN        PIC X(9).
       01  WS-PROVIDER-OPEN-BAL     PIC 9(9)V99 VALUE 0.
       01  WS-ROW-OPEN-BAL          PIC 9(9)V99 VALUE 0.
       01  WS-OFFSET-REMAINING      PIC 9(9)V99 VALUE 0.
       01  WS-GROUP-WITHHOLD-FLAG   PIC X VALUE 'N'.
           88 GROUP-NEEDS-WITHHOLD  VALUE 'Y'.

      * PAY-TO ENTITIES - A PROVIDER IS LINKED TO THE ENTITY WHOSE TIN
      * MATCHES ITS TAX ID MASTER ROW. A MISSING MASTER MEANS NO
      * ENTITIES AND EVERY PROVIDER IS PAID ON ITS OWN, AS BEFORE
       01  WS-PAYTO-STATUS          PIC XX.
       01  WS-EOF-PAYTO             PIC X VALUE 'N'.
           88 EOF-PAYTO             VALUE 'Y'.
       01  WS-MAX-PAYTO-ENTRIES     PIC 9(5) VALUE 2000.
       01  WS-PAYTO-COUNT           PIC 9(5) VALUE 0.
       01  WS-PT-IDX                PIC 9(5) VALUE 0.
       01  WS-PAYTO-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               COPY PAYTOREC REPLACING ==05== BY ==10==.
       01  WS-LOOKUP-PROVIDER-ID    PIC X(8).
       01  WS-LOOKUP-TIN            PIC X(9).
       01  WS-LOOKUP-ENTITY-IDX     PIC 9(5) VALUE 0.
       01  WS-BREAK-PAYTO-KEY       PIC X(10) VALUE SPACES.
       01  WS-BREAK-NET-TIN         PIC X(9) VALUE SPACES.
       01  WS-GROUP-ENTITY-IDX      PIC 9(5) VALUE 0.
       01  WS-GROUP-PAY-PROVIDER-ID PIC X(8) VALUE SPACES.
       01  WS-GROUP-PROVIDER-COUNT  PIC 9(5) VALUE 0.
       01  WS-SECTION-TOTAL-AMOUNT  PIC 9(9)V99 VALUE 0.
       01  WS-SECTION-PAYMENT-COUNT PIC 9(5) VALUE 0.

      * POLICYHOLDER REIMBURSEMENTS - LEDGER ENTRIES PYMTAUTH MARKED
      * PAYEE TYPE M BECAUSE THE PROVIDER DID NOT ACCEPT ASSIGNMENT.
      * THEY SETTLE IN THEIR OWN PASS, ONE CHECK PER POLICY, WITH THE
      * POLICYHOLDER'S NAME AND MAILING ADDRESS FROM THE MEMBER
      * CONTACT MASTER ON THE REMITTANCE. NO RECOVERY OFFSET, ACH OR
      * BACKUP WITHHOLDING APPLIES - THOSE ARE PROVIDER CONSTRUCTS.
      * EMPLOYER GROUP REBATES (PAYEE TYPE G, GROUP NUMBER IN THE
      * POLICY NUMBER FIELD) SETTLE IN THE SAME PASS, ONE CHECK PER
      * GROUP MADE OUT TO THE GROUP NAME ON THE GROUP MASTER
       01  WS-MAX-MBR-PAYMENTS      PIC 9(5) VALUE 2000.
       01  WS-MBR-PAY-COUNT         PIC 9(5) VALUE 0.
       01  WS-MB-IDX                PIC 9(5) VALUE 0.
               COPY PYMTREC REPLACING ==05== BY ==10==
                   LEADING ==PYMT== BY ==MPAY==.
       01  WS-MBR-BREAK-POLICY      PIC X(10) VALUE SPACES.
       01  WS-MBR-BREAK-PAYEE-TYPE  PIC X(1) VALUE SPACE.
           88 MBR-BREAK-IS-GROUP    VALUE "G".
       01  WS-BREAK-GROUP-NUMBER    PIC X(8).
       01  WS-GROUP-RECORD.
           COPY GRPREC.
       01  WS-GROUP-FOUND           PIC X VALUE 'N'.
       01  WS-MBR-FIRST-FLAG        PIC X VALUE 'Y'.
           88 MBR-FIRST-GROUP       VALUE 'Y'.
       01  WS-MBR-GROUP-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-ENTRY-NET             PIC 9(9)V99 VALUE 0.
       01  WS-GROUP-WITHHELD        PIC 9(9)V99 VALUE 0.

      * FOREIGN EXCHANGE - A LINE AUTHORIZED IN ANOTHER CURRENCY IS
      * OWED IN THAT CURRENCY, SO WHAT IT COSTS IN USD IS SETTLED AT
      * TODAY'S RATE, NOT THE RATE ON ITS AUTHORIZATION DATE
       01  WS-FX-REALIZED-STATUS    PIC XX.
       01  WS-FX-CURRENCY-CODE      PIC X(3).
       01  WS-FX-FOREIGN-AMOUNT     PIC 9(9)V99.
       01  WS-FX-USD-AMOUNT         PIC 9(9)V99.

       01  WS-BREAK-PROVIDER-ID     PIC X(8) VALUE SPACES.
       01  WS-FIRST-GROUP-FLAG      PIC X VALUE 'Y'.
           88 FIRST-GROUP           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ       PIC 9(7) VALUE 0.
           05  WS-LEDGER-UPDATED    PIC 9(7) VALUE 0.
           05  WS-AUTH-SELECTED     PIC 9(5) VALUE 0.
           05  WS-CHECKS-WRITTEN    PIC 9(5) VALUE 0.
           05  WS-EFTS-WRITTEN      PIC 9(5) VALUE 0.
           05  WS-ENTITY-PAYMENTS   PIC 9(5) VALUE 0.
           05  WS-PRENOTES-SENT     PIC 9(5) VALUE 0.
           05  WS-OFFSETS-APPLIED   PIC 9(5) VALUE 0.
           05  WS-TOTAL-OFFSET      PIC 9(9)V99 VALUE 0.
           05  WS-ENTRIES-WITHHELD  PIC 9(5) VALUE 0.
           05  WS-TOTAL-WITHHELD    PIC 9(9)V99 VALUE 0.
           05  WS-MEMBER-CHECKS     PIC 9(5) VALUE 0.
           05  WS-TOTAL-DISBURSED   PIC 9(9)V99 VALUE 0.
           05  WS-FX-LINES-REVALUED PIC 9(5) VALUE 0.
           05  WS-FX-RATES-MISSING  PIC 9(5) VALUE 0.
           05  WS-FX-TOTAL-GAIN     PIC 9(9)V99 VALUE 0.
           05  WS-FX-TOTAL-LOSS     PIC 9(9)V99 VALUE 0.

       01  WS-REMIT-DETAIL.
           05  FILLER               PIC X(2) VALUE SPACES.

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1100-LOAD-CHECK-CONTROL
           PERFORM 1200-LOAD-REMIT-FEED THRU 1200-EXIT
           PERFORM 1300-LOAD-RECOVERY-LEDGER THRU 1300-EXIT
           PERFORM 1400-LOAD-RULES
           PERFORM 1500-LOAD-TAXID-TABLE THRU 1500-EXIT
           PERFORM 1700-LOAD-PAYTO-TABLE THRU 1700-EXIT

           MOVE LOW-VALUES TO PAYMENT-RECORD
           MOVE "S" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK = 'Y'
               SET LEDGER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PAYDISB WARNING: PAYMENT LEDGER EMPTY - "
                       "NOTHING TO DISBURSE"
               SET EOF-PAYMENT TO TRUE
           END-IF
           MOVE ZERO TO ACH-ENTRY-COUNT
           MOVE ZERO TO ACH-HASH-TOTAL
           WRITE ACH-RECORD
           PERFORM 1600-SEND-PRENOTES THRU 1600-EXIT
           PERFORM 1900-CARRY-COMMISSION-EFTS THRU 1900-EXIT

      *    A FRESH POSITIVE-PAY ISSUE FILE PER RUN - AN EMPTY FILE
      *    TELLS THE BANK NO CHECKS WERE CUT TODAY
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM 1950-CARRY-COMMISSION-CHECKS THRU 1950-EXIT

           OPEN EXTEND FX-REALIZED-FILE
           IF WS-FX-REALIZED-STATUS NOT = "00"
               OPEN OUTPUT FX-REALIZED-FILE
           END-IF.

       1100-LOAD-CHECK-CONTROL.
      *    A MISSING CONTROL FILE IS NORMAL FOR THE VERY FIRST RUN -
                   END-IF
           END-READ.

       1600-SEND-PRENOTES.
      *    THE NEW LOG IS ALWAYS WRITTEN, EMPTY IF NEED BE, SO THE
      *    PROMOTE STEP NEVER FINDS IT MISSING. NO LOG MEANS NO
      *    PROVIDER HAS CHANGED BANK ACCOUNTS YET
           OPEN OUTPUT NEW-PRENOTE-LOG-FILE
           OPEN INPUT PRENOTE-LOG-FILE
           IF WS-PRENOTE-STATUS NOT = "00"
               CLOSE NEW-PRENOTE-LOG-FILE
               GO TO 1600-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-PRENOTE
           PERFORM 1610-COPY-PRENOTE-ROW UNTIL EOF-PRENOTE
           CLOSE PRENOTE-LOG-FILE
           CLOSE NEW-PRENOTE-LOG-FILE.
       1600-EXIT.
           EXIT.

       1610-COPY-PRENOTE-ROW.
           READ PRENOTE-LOG-FILE
               AT END
                   SET EOF-PRENOTE TO TRUE
               NOT AT END
                   MOVE PRENOTE-LOG-RECORD TO NEW-PRENOTE-LOG-RECORD
                   IF PNTE-QUEUED OF NEW-PRENOTE-LOG-RECORD
                       PERFORM 1620-WRITE-PRENOTE-ENTRY
                   END-IF
                   WRITE NEW-PRENOTE-LOG-RECORD
           END-READ.

       1620-WRITE-PRENOTE-ENTRY.
      *    A ZERO-DOLLAR DETAIL THE BANK VALIDATES AND POSTS NOTHING
      *    FROM - IT COUNTS AS AN ENTRY IN THE TRAILER BUT ADDS
      *    NOTHING TO THE HASH TOTAL, AND ITS TRACE NUMBER IS TAKEN
      *    FROM THE REGISTER SEQUENCE SO IT IS NEVER REUSED
           ADD 1 TO WS-CHECK-NUMBER
           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD 1 TO WS-PRENOTES-SENT
           MOVE SPACES TO ACH-RECORD
           MOVE "D" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           MOVE WS-CHECK-NUMBER TO ACH-TRACE-NUMBER
           MOVE PNTE-PROVIDER-ID OF NEW-PRENOTE-LOG-RECORD
               TO ACH-PROVIDER-ID
           MOVE PNTE-BANK-ROUTING OF NEW-PRENOTE-LOG-RECORD
               TO ACH-BANK-ROUTING
           MOVE PNTE-BANK-ACCOUNT OF NEW-PRENOTE-LOG-RECORD
               TO ACH-BANK-ACCOUNT
           MOVE ZERO TO ACH-AMOUNT
           MOVE ZERO TO ACH-ENTRY-COUNT
           MOVE ZERO TO ACH-HASH-TOTAL
           WRITE ACH-RECORD
           MOVE "S" TO PNTE-STATUS OF NEW-PRENOTE-LOG-RECORD
           MOVE WS-TODAY-DATE
               TO PNTE-SENT-DATE OF NEW-PRENOTE-LOG-RECORD
           MOVE WS-CHECK-NUMBER
               TO PNTE-TRACE-NUMBER OF NEW-PRENOTE-LOG-RECORD.

       1700-LOAD-PAYTO-TABLE.
      *    LOADED AFTER THE TAX ID MASTER SO EACH OPEN RECOVERY CAN BE
      *    TAGGED WITH ITS OWING PROVIDER'S ENTITY TIN STRAIGHT AWAY
           OPEN INPUT PAYTO-FILE
           IF WS-PAYTO-STATUS NOT = "00"
               GO TO 1700-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-PAYTO
           PERFORM 1710-READ-PAYTO UNTIL EOF-PAYTO
           CLOSE PAYTO-FILE
           PERFORM 1750-TAG-RECOVERY-ROW
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > WS-CLAW-COUNT.
       1700-EXIT.
           EXIT.

       1710-READ-PAYTO.
           READ PAYTO-FILE
               AT END
                   SET EOF-PAYTO TO TRUE
               NOT AT END
                   IF PAYTO-TAX-ID OF PAYTO-RECORD = SPACES
                       CONTINUE
                   ELSE
                       IF WS-PAYTO-COUNT < WS-MAX-PAYTO-ENTRIES
                           ADD 1 TO WS-PAYTO-COUNT
                           MOVE PAYTO-RECORD
                               TO WS-PT-ENTRY(WS-PAYTO-COUNT)
                       ELSE
                           DISPLAY "PAYDISB WARNING: PAY-TO ENTITY "
                                   "TABLE FULL - TIN "
                                   PAYTO-TAX-ID OF PAYTO-RECORD
                                   " PAID BY PROVIDER"
                       END-IF
                   END-IF
           END-READ.

       1750-TAG-RECOVERY-ROW.
           MOVE CLAW-PROVIDER-ID OF WS-CW-ENTRY(WS-CW-IDX)
               TO WS-LOOKUP-PROVIDER-ID
           PERFORM 1800-RESOLVE-PAYTO-ENTITY THRU 1800-EXIT
           IF WS-LOOKUP-ENTITY-IDX > ZERO
               MOVE WS-LOOKUP-TIN TO WS-CW-NET-TIN(WS-CW-IDX)
           ELSE
               MOVE SPACES TO WS-CW-NET-TIN(WS-CW-IDX)
           END-IF.

       1800-RESOLVE-PAYTO-ENTITY.
      *    PROVIDER TO TIN THROUGH THE TAX ID MASTER, TIN TO AN ACTIVE
      *    ENTITY THROUGH THE PAY-TO MASTER - A ZERO INDEX BACK MEANS
      *    THE PROVIDER IS NOT LINKED TO ANY ENTITY
           MOVE SPACES TO WS-LOOKUP-TIN
           MOVE ZERO TO WS-LOOKUP-ENTITY-IDX
           IF WS-LOOKUP-PROVIDER-ID = SPACES
             OR WS-PAYTO-COUNT = ZERO
               GO TO 1800-EXIT
           END-IF
           PERFORM 1810-SCAN-PROVIDER-TIN
               VARYING WS-TI-IDX FROM 1 BY 1
               UNTIL WS-TI-IDX > WS-TAXID-COUNT
                   OR WS-LOOKUP-TIN NOT = SPACES
           IF WS-LOOKUP-TIN = SPACES
               GO TO 1800-EXIT
           END-IF
           PERFORM 1820-SCAN-PAYTO-ENTITY
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PAYTO-COUNT
                   OR WS-LOOKUP-ENTITY-IDX > ZERO.
       1800-EXIT.
           EXIT.

       1810-SCAN-PROVIDER-TIN.
           IF TAXID-PROVIDER-ID OF WS-TI-ENTRY(WS-TI-IDX)
                   = WS-LOOKUP-PROVIDER-ID
               MOVE TAXID-TAX-ID OF WS-TI-ENTRY(WS-TI-IDX)
                   TO WS-LOOKUP-TIN
           END-IF.

       1820-SCAN-PAYTO-ENTITY.
           IF PAYTO-TAX-ID OF WS-PT-ENTRY(WS-PT-IDX) = WS-LOOKUP-TIN
             AND PAYTO-ACTIVE OF WS-PT-ENTRY(WS-PT-IDX)
               MOVE WS-PT-IDX TO WS-LOOKUP-ENTITY-IDX
           END-IF.

       1900-CARRY-COMMISSION-EFTS.
      *    EACH COMMISSION EFT JOINS THIS BATCH AS AN ORDINARY DETAIL
      *    AND IS COUNTED IN ITS TRAILER - THE TRACE NUMBER IS THE
      *    CHECK NUMBER COMMDISB TOOK OFF THE SHARED CONTROL FILE
           OPEN INPUT COMM-ACH-FILE
           IF WS-COMM-ACH-STATUS NOT = "00"
               GO TO 1900-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-COMM-STAGE
           PERFORM 1910-CARRY-COMMISSION-EFT UNTIL EOF-COMM-STAGE
           CLOSE COMM-ACH-FILE.
       1900-EXIT.
           EXIT.

       1910-CARRY-COMMISSION-EFT.
           READ COMM-ACH-FILE
               AT END
                   SET EOF-COMM-STAGE TO TRUE
               NOT AT END
                   IF CACH-DETAIL
                     AND CACH-FILE-DATE = WS-TODAY-DATE
                       MOVE COMM-ACH-RECORD TO ACH-RECORD
                       WRITE ACH-RECORD
                       ADD 1 TO WS-ACH-ENTRY-COUNT
                       ADD ACH-AMOUNT TO WS-ACH-HASH-TOTAL
                       ADD 1 TO WS-COMM-EFTS-CARRIED
                   END-IF
           END-READ.

       1950-CARRY-COMMISSION-CHECKS.
           OPEN INPUT COMM-POSITIVE-PAY-FILE
           IF WS-COMM-POSPAY-STATUS NOT = "00"
               GO TO 1950-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-COMM-STAGE
           PERFORM 1960-CARRY-COMMISSION-CHECK UNTIL EOF-COMM-STAGE
           CLOSE COMM-POSITIVE-PAY-FILE.
       1950-EXIT.
           EXIT.

       1960-CARRY-COMMISSION-CHECK.
           READ COMM-POSITIVE-PAY-FILE
               AT END
                   SET EOF-COMM-STAGE TO TRUE
               NOT AT END
                   IF CPOS-ISSUE-DATE = WS-TODAY-DATE
                       MOVE COMM-POSITIVE-PAY-RECORD
                           TO POSITIVE-PAY-RECORD
                       WRITE POSITIVE-PAY-RECORD
                       ADD 1 TO WS-COMM-CHECKS-CARRIED
                   END-IF
           END-READ.

       2000-LOAD-AUTHORIZED.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF PYMT-STATUS OF PAYMENT-RECORD = "A"
                   PERFORM 2100-ADD-PAYMENT-ENTRY THRU 2100-EXIT
               END-IF
           END-IF.

       2100-ADD-PAYMENT-ENTRY.
           IF PYMT-PAYEE-MEMBER OF PAYMENT-RECORD
             OR PYMT-PAYEE-GROUP OF PAYMENT-RECORD
               PERFORM 2150-ADD-MEMBER-ENTRY
               GO TO 2100-EXIT
           END-IF
           IF WS-PAY-COUNT < WS-MAX-PAYMENTS
               PERFORM 2200-REVALUE-FOREIGN-LINE THRU 2200-EXIT
               ADD 1 TO WS-PAY-COUNT
               MOVE PAYMENT-RECORD TO WS-PAY-ENTRY(WS-PAY-COUNT)
               MOVE SPACE TO WS-PAY-DISPOSAL(WS-PAY-COUNT)

       2150-ADD-MEMBER-ENTRY.
           IF WS-MBR-PAY-COUNT < WS-MAX-MBR-PAYMENTS
               PERFORM 2200-REVALUE-FOREIGN-LINE THRU 2200-EXIT
               ADD 1 TO WS-MBR-PAY-COUNT
               MOVE PAYMENT-RECORD
                   TO WS-MBR-PAY-ENTRY(WS-MBR-PAY-COUNT)
                       " HELD FOR THE NEXT RUN"
           END-IF.

       2200-REVALUE-FOREIGN-LINE.
      *    ONLY A LINE THAT WILL BE PAID THIS RUN IS REVALUED - ONE
      *    LEFT BEHIND BY A FULL TABLE IS REVALUED WHEN IT IS PAID.
      *    SPACES, USD, OR NO ORIGINAL AMOUNT (A ROW WRITTEN BEFORE
      *    THE CURRENCY FIELDS EXISTED) IS ALREADY IN DOLLARS
           IF PYMT-CURRENCY-CODE OF PAYMENT-RECORD = SPACES
             OR PYMT-CURRENCY-CODE OF PAYMENT-RECORD = "USD"
             OR PYMT-ORIGINAL-AMOUNT OF PAYMENT-RECORD = ZERO
               GO TO 2200-EXIT
           END-IF

           MOVE PYMT-CURRENCY-CODE OF PAYMENT-RECORD
               TO WS-FX-CURRENCY-CODE
           MOVE PYMT-ORIGINAL-AMOUNT OF PAYMENT-RECORD
               TO WS-FX-FOREIGN-AMOUNT
           CALL 'CURRCONV' USING WS-FX-CURRENCY-CODE
                                 WS-FX-FOREIGN-AMOUNT
                                 WS-FX-USD-AMOUNT
                                 WS-TODAY-DATE

      *    CURRCONV HANDS A CODE WITH NO RATE ON FILE BACK
      *    UNCONVERTED (AND LOGS IT) - THE LINE IS THEN PAID AT THE
      *    USD IT WAS BOOKED AT RATHER THAN AT ITS FOREIGN FACE VALUE
           IF WS-FX-USD-AMOUNT = WS-FX-FOREIGN-AMOUNT
             AND PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                   NOT = WS-FX-FOREIGN-AMOUNT
               ADD 1 TO WS-FX-RATES-MISSING
               DISPLAY "PAYDISB WARNING: NO " WS-FX-CURRENCY-CODE
                       " RATE FOR " WS-TODAY-DATE " - CLAIM "
                       PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
                       " PAID AT ITS BOOKED USD"
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES TO FX-REALIZED-RECORD
           MOVE PYMT-AUTH-CODE OF PAYMENT-RECORD TO FXRL-AUTH-CODE
           MOVE PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
               TO FXRL-CLAIM-NUMBER
           MOVE PYMT-PROVIDER-ID OF PAYMENT-RECORD
               TO FXRL-PROVIDER-ID
           MOVE WS-FX-CURRENCY-CODE TO FXRL-CURRENCY-CODE
           MOVE PYMT-ORIGINAL-AMOUNT OF PAYMENT-RECORD
               TO FXRL-ORIGINAL-AMOUNT
           MOVE PYMT-PAYMENT-DATE OF PAYMENT-RECORD TO FXRL-AUTH-DATE
           MOVE PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
               TO FXRL-BOOKED-USD
           MOVE WS-TODAY-DATE TO FXRL-DISBURSED-DATE
           MOVE WS-FX-USD-AMOUNT TO FXRL-DISBURSED-USD
           IF WS-FX-USD-AMOUNT > PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
               COMPUTE FXRL-GAIN-LOSS-AMT =
                   WS-FX-USD-AMOUNT
                   - PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
               END-COMPUTE
               SET FXRL-LOSS TO TRUE
               ADD FXRL-GAIN-LOSS-AMT TO WS-FX-TOTAL-LOSS
           ELSE
               COMPUTE FXRL-GAIN-LOSS-AMT =
                   PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
                   - WS-FX-USD-AMOUNT
               END-COMPUTE
               SET FXRL-GAIN TO TRUE
               ADD FXRL-GAIN-LOSS-AMT TO WS-FX-TOTAL-GAIN
           END-IF
           WRITE FX-REALIZED-RECORD
           ADD 1 TO WS-FX-LINES-REVALUED

      *    THE LINE IS PAID - AND THE LEDGER REWRITTEN - AT WHAT IT
      *    ACTUALLY COSTS TODAY, SO THE CHECK, THE BANK'S CLEARED
      *    AMOUNT AND THE LEDGER ALL AGREE
           MOVE WS-FX-USD-AMOUNT
               TO PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD.
       2200-EXIT.
           EXIT.

       2500-SORT-BY-PROVIDER.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    ENTRY SORTS AHEAD OF THEM AND STAYS WITHIN THE
      *    1..WS-PAY-COUNT RANGE THE CONTROL BREAK WALKS. THE PAY-TO
      *    KEY SORTS FIRST SO AN ENTITY'S PROVIDERS COME TOGETHER,
      *    EACH PROVIDER'S ENTRIES STILL CONTIGUOUS WITHIN IT
           PERFORM 2510-ASSIGN-PAYTO-KEY
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
           PERFORM 2550-PAD-UNUSED-SLOT
               VARYING WS-PAY-IDX FROM WS-PAY-COUNT BY 1
               UNTIL WS-PAY-IDX >= WS-MAX-PAYMENTS
           SORT WS-PAY-ENTRY
               ON ASCENDING KEY WS-PAY-PAYTO-KEY
                   PYMT-PROVIDER-ID OF WS-PAY-ENTRY.

       2510-ASSIGN-PAYTO-KEY.
      *    A PROVIDER LINKED TO AN ENTITY SETTLES UNDER THE ENTITY'S
      *    TIN UNLESS THE PROVIDER MASTER SAYS IT IS PAID SEPARATELY
           MOVE PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX)
               TO WS-LOOKUP-PROVIDER-ID
           PERFORM 1800-RESOLVE-PAYTO-ENTITY THRU 1800-EXIT
           MOVE SPACES TO WS-PAY-NET-TIN(WS-PAY-IDX)
           MOVE SPACES TO WS-PAY-PAYTO-KEY(WS-PAY-IDX)
           STRING "P" WS-LOOKUP-PROVIDER-ID
               DELIMITED BY SIZE INTO WS-PAY-PAYTO-KEY(WS-PAY-IDX)
           END-STRING
           IF WS-LOOKUP-ENTITY-IDX > ZERO
               MOVE WS-LOOKUP-TIN TO WS-PAY-NET-TIN(WS-PAY-IDX)
               MOVE 'N' TO WS-PROV-FOUND
               CALL 'PROVLKUP' USING WS-LOOKUP-PROVIDER-ID
                                     WS-PROVIDER-RECORD
                                     WS-PROV-FOUND
               IF PROV-WAS-FOUND
                 AND PROV-PAID-SEPARATELY OF WS-PROVIDER-RECORD
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-PAY-PAYTO-KEY(WS-PAY-IDX)
                   STRING "T" WS-LOOKUP-TIN
                       DELIMITED BY SIZE
                       INTO WS-PAY-PAYTO-KEY(WS-PAY-IDX)
                   END-STRING
               END-IF
           END-IF.

       2550-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO WS-PAY-PAYTO-KEY(WS-PAY-IDX + 1)
           MOVE HIGH-VALUES
               TO PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX + 1).

               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
           IF NOT FIRST-GROUP
               PERFORM 3240-CLOSE-PROVIDER-SECTION
               PERFORM 3300-CLOSE-PROVIDER-GROUP
           END-IF.

       3100-PROCESS-PAYMENT-ENTRY.
      *    TWO LEVELS OF BREAK - THE PAY-TO KEY CUTS THE CHECK, THE
      *    PROVIDER ID CUTS A SECTION OF ITS REMITTANCE. A PROVIDER
      *    PAID ON ITS OWN IS A GROUP OF ONE SECTION
           EVALUATE TRUE
               WHEN FIRST-GROUP
                   MOVE WS-PAY-PAYTO-KEY(WS-PAY-IDX)
                       TO WS-BREAK-PAYTO-KEY
                   MOVE PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX)
                       TO WS-BREAK-PROVIDER-ID
                   MOVE 'N' TO WS-FIRST-GROUP-FLAG
                   PERFORM 3200-OPEN-PROVIDER-GROUP
                   PERFORM 3230-OPEN-PROVIDER-SECTION
               WHEN WS-PAY-PAYTO-KEY(WS-PAY-IDX)
                       NOT = WS-BREAK-PAYTO-KEY
                   PERFORM 3240-CLOSE-PROVIDER-SECTION
                   PERFORM 3300-CLOSE-PROVIDER-GROUP
                   MOVE WS-PAY-PAYTO-KEY(WS-PAY-IDX)
                       TO WS-BREAK-PAYTO-KEY
                   MOVE PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX)
                       TO WS-BREAK-PROVIDER-ID
                   PERFORM 3200-OPEN-PROVIDER-GROUP
                   PERFORM 3230-OPEN-PROVIDER-SECTION
               WHEN PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX)
                       NOT = WS-BREAK-PROVIDER-ID
                   PERFORM 3240-CLOSE-PROVIDER-SECTION
                   MOVE PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-PAY-IDX)
                       TO WS-BREAK-PROVIDER-ID
                   PERFORM 3230-OPEN-PROVIDER-SECTION
           END-EVALUATE

           PERFORM 3150-TRY-RECOVERY-OFFSET THRU 3150-EXIT
           IF WS-PAY-DISPOSAL(WS-PAY-IDX) = "O"
               END-IF
               ADD WS-ENTRY-NET TO WS-GROUP-TOTAL-AMOUNT
               ADD 1 TO WS-GROUP-PAYMENT-COUNT
               ADD WS-ENTRY-NET TO WS-SECTION-TOTAL-AMOUNT
               ADD 1 TO WS-SECTION-PAYMENT-COUNT
               PERFORM 3250-WRITE-REMIT-DETAIL
           END-IF.

      *    ONLY A LEDGER ENTRY WHOSE WHOLE AMOUNT FITS INSIDE THE
      *    PROVIDER'S OPEN RECOVERY BALANCE IS WITHHELD - PARTIAL
      *    WITHHOLDING WOULD LEAVE A LEDGER LINE THAT NEITHER A
      *    CHECK NOR THE RECOVERY LEDGER FULLY ACCOUNTS FOR. A
      *    PROVIDER UNDER A PAY-TO ENTITY NETS AGAINST WHAT ANY
      *    PROVIDER UNDER THE SAME TIN OWES - IT IS ONE LEGAL DEBTOR
           IF NOT RECOVERY-LEDGER-ON-FILE
               GO TO 3150-EXIT
           END-IF
               UNTIL WS-CW-IDX > WS-CLAW-COUNT.

       3165-ADD-ROW-OPEN-BAL.
           IF (CLAW-PROVIDER-ID OF WS-CW-ENTRY(WS-CW-IDX)
                   = WS-BREAK-PROVIDER-ID
               OR (WS-BREAK-NET-TIN NOT = SPACES
                   AND WS-CW-NET-TIN(WS-CW-IDX) = WS-BREAK-NET-TIN))
             AND (CLAW-RECOVERED-FULL OF WS-CW-ENTRY(WS-CW-IDX)
                 OR CLAW-RECOVERED-PART OF WS-CW-ENTRY(WS-CW-IDX))
             AND NOT CLAW-IS-SATISFIED OF WS-CW-ENTRY(WS-CW-IDX)
           END-IF.

       3170-ALLOCATE-OFFSET.
           IF (CLAW-PROVIDER-ID OF WS-CW-ENTRY(WS-CW-IDX)
                   = WS-BREAK-PROVIDER-ID
               OR (WS-BREAK-NET-TIN NOT = SPACES
                   AND WS-CW-NET-TIN(WS-CW-IDX) = WS-BREAK-NET-TIN))
             AND (CLAW-RECOVERED-FULL OF WS-CW-ENTRY(WS-CW-IDX)
                 OR CLAW-RECOVERED-PART OF WS-CW-ENTRY(WS-CW-IDX))
             AND NOT CLAW-IS-SATISFIED OF WS-CW-ENTRY(WS-CW-IDX)
           MOVE ZERO TO WS-GROUP-PAYMENT-COUNT
           MOVE ZERO TO WS-GROUP-OFFSET-TOTAL
           MOVE ZERO TO WS-GROUP-WITHHELD
           MOVE ZERO TO WS-GROUP-PROVIDER-COUNT
           MOVE WS-PAY-IDX TO WS-GROUP-START-IDX

      *    AN ENTITY IS PAID THROUGH ITS NAMED PAY-TO PROVIDER, OR
      *    THROUGH ITS FIRST PROVIDER IN SORT ORDER WHEN NONE IS NAMED
           MOVE ZERO TO WS-GROUP-ENTITY-IDX
           MOVE WS-BREAK-PROVIDER-ID TO WS-GROUP-PAY-PROVIDER-ID
           IF WS-BREAK-PAYTO-KEY(1:1) = "T"
               MOVE WS-BREAK-PROVIDER-ID TO WS-LOOKUP-PROVIDER-ID
               PERFORM 1800-RESOLVE-PAYTO-ENTITY THRU 1800-EXIT
               MOVE WS-LOOKUP-ENTITY-IDX TO WS-GROUP-ENTITY-IDX
           END-IF
           IF WS-GROUP-ENTITY-IDX > ZERO
             AND PAYTO-PAY-PROVIDER-ID
                   OF WS-PT-ENTRY(WS-GROUP-ENTITY-IDX) NOT = SPACES
               MOVE PAYTO-PAY-PROVIDER-ID
                       OF WS-PT-ENTRY(WS-GROUP-ENTITY-IDX)
                   TO WS-GROUP-PAY-PROVIDER-ID
           END-IF

           MOVE SPACES TO REMITTANCE-LINE
           WRITE REMITTANCE-LINE
           MOVE SPACES TO REMITTANCE-LINE
           IF WS-GROUP-ENTITY-IDX > ZERO
               STRING "REMITTANCE ADVICE - PAY-TO "
                      PAYTO-ENTITY-NAME
                          OF WS-PT-ENTRY(WS-GROUP-ENTITY-IDX)
                      " - TIN "
                      PAYTO-TAX-ID OF WS-PT-ENTRY(WS-GROUP-ENTITY-IDX)
                      " - DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
           ELSE
               STRING "REMITTANCE ADVICE - PROVIDER "
                      WS-BREAK-PROVIDER-ID
                      " - DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
           END-IF
           WRITE REMITTANCE-LINE.

       3230-OPEN-PROVIDER-SECTION.
      *    BACKUP WITHHOLDING AND RECOVERY NETTING ARE JUDGED PER
      *    PROVIDER, WHICHEVER CHECK THE PROVIDER SETTLES ON
           MOVE ZERO TO WS-SECTION-TOTAL-AMOUNT
           MOVE ZERO TO WS-SECTION-PAYMENT-COUNT
           ADD 1 TO WS-GROUP-PROVIDER-COUNT
           PERFORM 3210-JUDGE-TIN-ON-FILE
           MOVE WS-PAY-NET-TIN(WS-PAY-IDX) TO WS-BREAK-NET-TIN
           IF WS-GROUP-ENTITY-IDX > ZERO
               MOVE SPACES TO REMITTANCE-LINE
               STRING "  PROVIDER " WS-BREAK-PROVIDER-ID
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-LINE
           END-IF.

       3240-CLOSE-PROVIDER-SECTION.
           IF WS-GROUP-ENTITY-IDX > ZERO
               MOVE WS-SECTION-TOTAL-AMOUNT TO WS-OFFSET-AMT-DISPLAY
               MOVE SPACES TO REMITTANCE-LINE
               STRING "  PROVIDER " WS-BREAK-PROVIDER-ID
                      " SUBTOTAL $" WS-OFFSET-AMT-DISPLAY
                      "  CLAIMS " WS-SECTION-PAYMENT-COUNT
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-LINE
           END-IF.

       3250-WRITE-REMIT-DETAIL.
           MOVE PYMT-CLAIM-NUMBER OF WS-PAY-ENTRY(WS-PAY-IDX)
               TO WS-RMT-CLAIM-NUMBER
       3300-CLOSE-PROVIDER-GROUP.
           ADD 1 TO WS-CHECK-NUMBER
           ADD WS-GROUP-TOTAL-AMOUNT TO WS-TOTAL-DISBURSED
           IF WS-GROUP-ENTITY-IDX > ZERO
               ADD 1 TO WS-ENTITY-PAYMENTS
           END-IF

           PERFORM 3310-DETERMINE-PAYMENT-METHOD
           IF WS-GROUP-METHOD = "E"
           END-IF

           MOVE WS-CHECK-NUMBER TO CHKR-CHECK-NUMBER
           MOVE WS-GROUP-PAY-PROVIDER-ID TO CHKR-PROVIDER-ID
           MOVE WS-GROUP-METHOD TO CHKR-PAYMENT-METHOD
           MOVE WS-TODAY-DATE TO CHKR-PAYMENT-DATE
           MOVE WS-GROUP-PAYMENT-COUNT TO CHKR-PAYMENT-COUNT
           MOVE WS-GROUP-TOTAL-AMOUNT TO CHKR-TOTAL-AMOUNT
           MOVE "P" TO CHKR-PAYEE-TYPE
           MOVE SPACES TO CHKR-POLICY-NUMBER
           MOVE SPACES TO CHKR-AUTH-CODE
           WRITE CHECK-REGISTER-RECORD

           IF WS-GROUP-OFFSET-TOTAL > ZERO
      *    THE MACHINE COPY OF THE REMITTANCE, WRITTEN ONCE THE CHECK
      *    NUMBER IS KNOWN - THE GROUP'S ENTRIES ARE THE CONTIGUOUS
      *    SORTED RANGE THAT JUST CLOSED. ONE FILE PER PROVIDER, THE
      *    SAME PER-PARTY FILE NAMING THE INTAKE ACKNOWLEDGMENTS USE -
      *    AN ENTITY'S FILE IS NAMED FOR ITS PAY-TO PROVIDER, AND EACH
      *    DETAIL CARRIES THE PROVIDER ID THE CLAIM WAS BILLED UNDER
           COMPUTE WS-GROUP-END-IDX = WS-PAY-IDX - 1
           MOVE SPACES TO WS-REMIT-EXTRACT-NAME
           STRING "data/remit_" DELIMITED BY SIZE
                  WS-GROUP-PAY-PROVIDER-ID DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
               INTO WS-REMIT-EXTRACT-NAME
           END-STRING
           MOVE SPACES TO REMIT-EXTRACT-RECORD
           MOVE "T" TO RMTX-RECORD-TYPE
           MOVE WS-CHECK-NUMBER TO RMTX-CHECK-NUMBER
           MOVE WS-GROUP-PAY-PROVIDER-ID TO RMTX-PROVIDER-ID
           MOVE WS-TODAY-DATE TO RMTX-PAYMENT-DATE
           MOVE SPACES TO RMTX-CLAIM-NUMBER
           MOVE ZERO TO RMTX-BILLED-AMOUNT
               MOVE "D" TO RMTX-RECORD-TYPE
           END-IF
           MOVE WS-CHECK-NUMBER TO RMTX-CHECK-NUMBER
           MOVE PYMT-PROVIDER-ID OF WS-PAY-ENTRY(WS-RX-IDX)
               TO RMTX-PROVIDER-ID
           MOVE WS-TODAY-DATE TO RMTX-PAYMENT-DATE
           MOVE PYMT-CLAIM-NUMBER OF WS-PAY-ENTRY(WS-RX-IDX)
               TO RMTX-CLAIM-NUMBER

       3310-DETERMINE-PAYMENT-METHOD.
      *    AN EFT ELECTION WITH NO BANK DETAILS ON FILE STILL PAYS BY
      *    CHECK - MONEY MUST NEVER SETTLE TO NOWHERE - AND SO DOES
      *    ONE WHOSE ACCOUNT IS STILL PENDING PRENOTE VERIFICATION
           MOVE "C" TO WS-GROUP-METHOD
           MOVE 'N' TO WS-PROV-FOUND
           CALL 'PROVLKUP' USING WS-GROUP-PAY-PROVIDER-ID
                                 WS-PROVIDER-RECORD
                                 WS-PROV-FOUND
           IF PROV-WAS-FOUND
             AND PROV-PAY-BY-EFT OF WS-PROVIDER-RECORD
             AND PROV-BANK-ROUTING OF WS-PROVIDER-RECORD NOT = SPACES
             AND NOT PROV-BANK-PENDING OF WS-PROVIDER-RECORD
               MOVE "E" TO WS-GROUP-METHOD
           END-IF.

           MOVE "D" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           MOVE WS-CHECK-NUMBER TO ACH-TRACE-NUMBER
           MOVE WS-GROUP-PAY-PROVIDER-ID TO ACH-PROVIDER-ID
           MOVE PROV-BANK-ROUTING OF WS-PROVIDER-RECORD
               TO ACH-BANK-ROUTING
           MOVE PROV-BANK-ACCOUNT OF WS-PROVIDER-RECORD
       3330-WRITE-POSITIVE-PAY.
      *    THE PAYEE NAME COMES OFF THE PROVIDER MASTER THE METHOD
      *    LOOKUP JUST READ - A PROVIDER WITH NO MASTER ROW GOES OUT
      *    UNDER ITS ID SO THE ISSUE IS STILL ON FILE AT THE BANK.
      *    AN ENTITY'S CHECK IS MADE OUT TO THE ENTITY NAME
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-NUMBER TO PPOS-CHECK-NUMBER
           MOVE WS-GROUP-PAY-PROVIDER-ID TO PPOS-PROVIDER-ID
           EVALUATE TRUE
               WHEN WS-GROUP-ENTITY-IDX > ZERO
                   MOVE PAYTO-ENTITY-NAME
                           OF WS-PT-ENTRY(WS-GROUP-ENTITY-IDX)
                       TO PPOS-PAYEE-NAME
               WHEN PROV-WAS-FOUND
                   MOVE PROV-PROVIDER-NAME OF WS-PROVIDER-RECORD
                       TO PPOS-PAYEE-NAME
               WHEN OTHER
                   MOVE WS-GROUP-PAY-PROVIDER-ID TO PPOS-PAYEE-NAME
           END-EVALUATE
           MOVE WS-GROUP-TOTAL-AMOUNT TO PPOS-AMOUNT
           MOVE WS-TODAY-DATE TO PPOS-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD.
           SORT WS-MBR-PAY-ENTRY
               ON ASCENDING KEY MPAY-POLICY-NUMBER
                   OF WS-MBR-PAY-ENTRY
                   MPAY-PAYEE-TYPE OF WS-MBR-PAY-ENTRY
           MOVE 'Y' TO WS-MBR-FIRST-FLAG
           PERFORM 3520-PROCESS-MEMBER-ENTRY
               VARYING WS-MB-IDX FROM 1 BY 1
           IF MBR-FIRST-GROUP
               MOVE MPAY-POLICY-NUMBER OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                   TO WS-MBR-BREAK-POLICY
               MOVE MPAY-PAYEE-TYPE OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                   TO WS-MBR-BREAK-PAYEE-TYPE
               MOVE 'N' TO WS-MBR-FIRST-FLAG
               PERFORM 3530-OPEN-MEMBER-GROUP THRU 3530-EXIT
           ELSE
               IF MPAY-POLICY-NUMBER OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                       NOT = WS-MBR-BREAK-POLICY
                 OR MPAY-PAYEE-TYPE OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                       NOT = WS-MBR-BREAK-PAYEE-TYPE
                   PERFORM 3540-CLOSE-MEMBER-GROUP
                   MOVE MPAY-POLICY-NUMBER
                       OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                       TO WS-MBR-BREAK-POLICY
                   MOVE MPAY-PAYEE-TYPE
                       OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                       TO WS-MBR-BREAK-PAYEE-TYPE
                   PERFORM 3530-OPEN-MEMBER-GROUP THRU 3530-EXIT
               END-IF
           END-IF

           MOVE ZERO TO WS-MBR-GROUP-TOTAL
           MOVE ZERO TO WS-MBR-GROUP-COUNT

           IF MBR-BREAK-IS-GROUP
               PERFORM 3532-OPEN-EMPLOYER-GROUP
               GO TO 3530-EXIT
           END-IF

      *    THE POLICYHOLDER'S NAME COMES OFF THE POLICY MASTER AND
      *    THE MAILING ADDRESS OFF THE MEMBER CONTACT MASTER (THE
      *    SUBSCRIBER'S ROW, FOUND THROUGH THE MEMBER MASTER) SO THE
               END-STRING
               WRITE REMITTANCE-LINE
           END-IF.
       3530-EXIT.
           EXIT.

       3532-OPEN-EMPLOYER-GROUP.
      *    A GROUP REBATE CHECK IS MADE OUT TO THE EMPLOYER BY THE
      *    NAME ON THE GROUP MASTER - THE GROUP'S ACCOUNT MANAGER
      *    SENDS IT ON WITH THE REBATE NOTICE
           MOVE WS-MBR-BREAK-POLICY TO WS-BREAK-GROUP-NUMBER
           MOVE 'N' TO WS-GROUP-FOUND
           CALL 'GRPLKUP' USING WS-BREAK-GROUP-NUMBER
                                WS-GROUP-RECORD
                                WS-GROUP-FOUND
           MOVE SPACES TO REMITTANCE-LINE
           WRITE REMITTANCE-LINE
           MOVE SPACES TO REMITTANCE-LINE
           IF WS-GROUP-FOUND = 'Y'
               STRING "EMPLOYER GROUP PAYMENT - "
                      GRP-GROUP-NAME OF WS-GROUP-RECORD
                      " - GROUP " WS-MBR-BREAK-POLICY
                      " - DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
           ELSE
               STRING "EMPLOYER GROUP PAYMENT - GROUP "
                      WS-MBR-BREAK-POLICY
                      " - DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
               END-STRING
           END-IF
           WRITE REMITTANCE-LINE.

       3535-WRITE-MEMBER-REMIT-DETAIL.
           MOVE MPAY-CLAIM-NUMBER OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
           MOVE WS-TODAY-DATE TO CHKR-PAYMENT-DATE
           MOVE WS-MBR-GROUP-COUNT TO CHKR-PAYMENT-COUNT
           MOVE WS-MBR-GROUP-TOTAL TO CHKR-TOTAL-AMOUNT
           IF MBR-BREAK-IS-GROUP
               MOVE "G" TO CHKR-PAYEE-TYPE
           ELSE
               MOVE "M" TO CHKR-PAYEE-TYPE
           END-IF
           MOVE WS-MBR-BREAK-POLICY TO CHKR-POLICY-NUMBER
           MOVE SPACES TO CHKR-AUTH-CODE
           WRITE CHECK-REGISTER-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-NUMBER TO PPOS-CHECK-NUMBER
           MOVE SPACES TO PPOS-PROVIDER-ID
           EVALUATE TRUE
               WHEN MBR-BREAK-IS-GROUP AND WS-GROUP-FOUND = 'Y'
                   MOVE GRP-GROUP-NAME OF WS-GROUP-RECORD
                       TO PPOS-PAYEE-NAME
               WHEN NOT MBR-BREAK-IS-GROUP AND WS-POLICY-FOUND = 'Y'
                   MOVE POL-HOLDER-NAME OF WS-POLICY-RECORD
                       TO PPOS-PAYEE-NAME
               WHEN OTHER
                   MOVE WS-MBR-BREAK-POLICY TO PPOS-PAYEE-NAME
           END-EVALUATE
           MOVE WS-MBR-GROUP-TOTAL TO PPOS-AMOUNT
           MOVE WS-TODAY-DATE TO PPOS-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD

       4000-REWRITE-LEDGER.
      *    SECOND PASS OVER THE LEDGER - EVERY ENTRY THAT WAS SWEPT
      *    ONTO A CHECK ABOVE IS REWRITTEN IN PLACE AS PAID THROUGH
      *    PYMTIO, EVERYTHING ELSE IS LEFT UNTOUCHED. ENTRIES LEFT
      *    BEHIND BY A FULL TABLE KEEP STATUS A AND ARE PICKED UP BY
      *    THE NEXT RUN
           IF LEDGER-IS-OPEN
               MOVE LOW-VALUES TO PAYMENT-RECORD
               MOVE "S" TO WS-PYMTIO-FUNCTION
               CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                   PAYMENT-RECORD
                                   WS-PYMTIO-OK
               IF WS-PYMTIO-OK = 'Y'
                   MOVE 'N' TO WS-EOF-PAYMENT
                   PERFORM 4100-UPDATE-LEDGER-ENTRY UNTIL EOF-PAYMENT
               END-IF
           END-IF.

       4100-UPDATE-LEDGER-ENTRY.
           MOVE "N" TO WS-PYMTIO-FUNCTION
           CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                               PAYMENT-RECORD
                               WS-PYMTIO-OK
           IF WS-PYMTIO-OK NOT = 'Y'
               SET EOF-PAYMENT TO TRUE
           ELSE
               IF PYMT-STATUS OF PAYMENT-RECORD = "A"
                   PERFORM 4200-MARK-IF-DISBURSED
                   IF PYMT-STATUS OF PAYMENT-RECORD NOT = "A"
                       MOVE "U" TO WS-PYMTIO-FUNCTION
                       CALL 'PYMTIO' USING WS-PYMTIO-FUNCTION
                                           PAYMENT-RECORD
                                           WS-PYMTIO-OK
                       ADD 1 TO WS-LEDGER-UPDATED
                   END-IF
               END-IF
           END-IF.

       4200-MARK-IF-DISBURSED.
      *    ONLY ENTRIES THAT ACTUALLY MADE IT INTO THE DISBURSEMENT
      *    TABLES ADVANCE TO PAID - MATCHED ON AUTH CODE PLUS CLAIM
      *    NUMBER, THE SAME PAIR THE BANK RECONCILIATION KEYS ON, AND
      *    ON PAY TYPE SO A PROMPT-PAY INTEREST LINE CARRYING ITS
      *    CLAIM'S AUTH CODE NEVER TAKES THE CLAIM LINE'S AMOUNT
           PERFORM 4250-SCAN-DISBURSED-ENTRY
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
                   = PYMT-AUTH-CODE OF PAYMENT-RECORD
             AND PYMT-CLAIM-NUMBER OF WS-PAY-ENTRY(WS-PAY-IDX)
                   = PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
             AND PYMT-PAY-TYPE OF WS-PAY-ENTRY(WS-PAY-IDX)
                   = PYMT-PAY-TYPE OF PAYMENT-RECORD
               IF WS-PAY-DISPOSAL(WS-PAY-IDX) = "O"
                   MOVE "O" TO PYMT-STATUS OF PAYMENT-RECORD
               ELSE
                   MOVE "P" TO PYMT-STATUS OF PAYMENT-RECORD
               END-IF
               MOVE PYMT-PAYMENT-AMOUNT OF WS-PAY-ENTRY(WS-PAY-IDX)
                   TO PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
           END-IF.

       4500-REWRITE-RECOVERY-LEDGER.
                   = PYMT-AUTH-CODE OF PAYMENT-RECORD
             AND MPAY-CLAIM-NUMBER OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                   = PYMT-CLAIM-NUMBER OF PAYMENT-RECORD
             AND MPAY-PAY-TYPE OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                   = PYMT-PAY-TYPE OF PAYMENT-RECORD
               MOVE "P" TO PYMT-STATUS OF PAYMENT-RECORD
               MOVE MPAY-PAYMENT-AMOUNT OF WS-MBR-PAY-ENTRY(WS-MB-IDX)
                   TO PYMT-PAYMENT-AMOUNT OF PAYMENT-RECORD
           END-IF.

       8000-SAVE-CHECK-CONTROL.
           DISPLAY "AUTHORIZATIONS SELECTED: " WS-AUTH-SELECTED
           DISPLAY "CHECKS WRITTEN:          " WS-CHECKS-WRITTEN
           DISPLAY "EFTS SETTLED:            " WS-EFTS-WRITTEN
           DISPLAY "PAY-TO ENTITY PAYMENTS:  " WS-ENTITY-PAYMENTS
           DISPLAY "PRENOTES SENT:           " WS-PRENOTES-SENT
           DISPLAY "RECOVERY OFFSETS:        " WS-OFFSETS-APPLIED
           DISPLAY "TOTAL OFFSET: $" WS-TOTAL-OFFSET
           DISPLAY "MEMBER CHECKS:           " WS-MEMBER-CHECKS
           DISPLAY "ENTRIES WITHHELD ON:     " WS-ENTRIES-WITHHELD
           DISPLAY "TOTAL BACKUP WITHHELD: $" WS-TOTAL-WITHHELD
           DISPLAY "TOTAL DISBURSED: $" WS-TOTAL-DISBURSED
           DISPLAY "FX LINES REVALUED:       " WS-FX-LINES-REVALUED
           DISPLAY "REALIZED FX GAIN: $" WS-FX-TOTAL-GAIN
           DISPLAY "REALIZED FX LOSS: $" WS-FX-TOTAL-LOSS
           IF WS-FX-RATES-MISSING > ZERO
               DISPLAY "FX LINES WITH NO RATE:   " WS-FX-RATES-MISSING
           END-IF
           DISPLAY "COMMISSION EFTS CARRIED: " WS-COMM-EFTS-CARRIED
           DISPLAY "COMMISSION CHECKS CARRIED:" WS-COMM-CHECKS-CARRIED
           DISPLAY "REGISTER WRITTEN TO: data/check_register.dat"
           DISPLAY "ACH SETTLEMENT FILE: data/ach_settlement.dat"
           DISPLAY "REMITTANCE ADVICE WRITTEN TO: "
                   "reports/remittance_advice.txt"
           DISPLAY "LEDGER ENTRIES MARKED:   " WS-LEDGER-UPDATED.

       9000-CLEANUP.
           MOVE SPACES TO ACH-RECORD
           MOVE "T" TO ACH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE
           WRITE ACH-RECORD
           CLOSE ACH-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE FX-REALIZED-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE REMITTANCE-FILE.
