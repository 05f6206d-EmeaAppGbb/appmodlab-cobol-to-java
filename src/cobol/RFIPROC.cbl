       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFIPROC.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PENDED-FOR-INFORMATION CLAIM RE-DRIVE PROGRAM                  *
      * RUN IN THE DAILY CYCLE BEFORE CLMPROC READS THE CLAIM FILE.    *
      * EVERY CLAIM ADJUDCTN PARKED ON THE PENDED-FOR-INFORMATION      *
      * WORK FILE IS MATCHED AGAINST THE PROVIDER RESPONSES RECEIVED:  *
      *   - ANSWERED: THE SUPPLIED DIAGNOSIS AND/OR PROVIDER ID ARE    *
      *     APPLIED TO THE CLAIM IMAGE AND THE CLAIM IS STAGED ON THE  *
      *     SAME RE-PRESENT FILE CLMRCYCL FEEDS, FLAGGED AS AN RFI     *
      *     RETURN SO THE DUPLICATE SCREEN LETS IT BACK THROUGH        *
      *   - UNANSWERED PAST THE RFI-MAX-DAYS BUSINESS-DAY WINDOW: THE  *
      *     CLAIM IS STAGED AS IT STANDS. STILL MISSING WHAT IT        *
      *     PENDED FOR, IT DENIES THROUGH THE NORMAL ADJUDICATION      *
      *     PATH, SO THE MEMBER GETS THE EOB AND NOTIFICATION AND THE  *
      *     DENIAL LANDS IN CLAIM HISTORY LIKE ANY OTHER               *
      *   - OTHERWISE THE CLAIM STAYS PARKED                           *
      * A RESPONSE THAT MATCHES NO PENDED CLAIM IS REPORTED AND        *
      * DROPPED - THE RESPONSE FILE IS CONSUMED EVERY RUN              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT RFI-PEND-FILE
               ASSIGN TO "data/rfi_pended.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RFI-RESPONSE-FILE
               ASSIGN TO "data/rfi_responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT RE-PRESENT-FILE
               ASSIGN TO WS-PRESENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RFI-PEND-FILE.
       01  RFI-PEND-RECORD.
           COPY RFIREC.

       FD  RFI-RESPONSE-FILE.
       01  RFI-RESPONSE-RECORD.
           COPY RFIRSP.

       FD  RE-PRESENT-FILE.
       01  RE-PRESENT-RECORD.
           COPY CLMREC.

       WORKING-STORAGE SECTION.
       COPY ERRCODES.

       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-PEND-STATUS           PIC XX.
       01  WS-RESPONSE-STATUS       PIC XX.
       01  WS-PRESENT-STATUS        PIC XX.
       01  WS-PRESENT-FILENAME      PIC X(60)
                                    VALUE "data/claim_represent.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
       01  WS-EOF-FILE              PIC X VALUE 'N'.
           88 EOF-CURRENT-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * CYCLE RUN-CONTROL - THE DOUBLE-RUN GUARD. A COMPLETED ROW
      * FOR THIS BUSINESS DATE AND STEP REFUSES A SECOND SUBMISSION
       01  WS-RUNCTL-FUNCTION       PIC X(1).
       01  WS-RUNCTL-PROGRAM        PIC X(8) VALUE "RFIPROC".
       01  WS-RUNCTL-OK             PIC X(1).
      *    BUSINESS DAYS THE PROVIDER HAS TO ANSWER BEFORE THE CLAIM
      *    DENIES - OVERRIDDEN BY THE RFI-MAX-DAYS RUN PARAMETER, THE
      *    SAME ONE RFIGEN QUOTES IN THE LETTER
       01  WS-RFI-MAX-DAYS          PIC 9(3) VALUE 10.
       01  WS-AGE-DAYS              PIC S9(5).

      * THE WHOLE PENDED FILE IS HELD FOR THE RUN SO THE KEEPERS CAN
      * BE WRITTEN BACK IN ONE PASS AT THE END
       01  WS-MAX-PENDS             PIC 9(5) VALUE 9000.
       01  WS-PEND-COUNT            PIC 9(5) VALUE 0.
       01  WS-KEEP-COUNT            PIC 9(5) VALUE 0.
       01  WS-PE-IDX                PIC 9(5) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PE-ENTRY OCCURS 9000 TIMES.
      *        LAID OUT FROM RFIREC ITSELF SO THE ENTRY ALWAYS HOLDS
      *        THE WHOLE PEND RECORD, CLAIM IMAGE INCLUDED
               10  WS-PE-RECORD.
                   COPY RFIREC REPLACING ==05== BY ==15==.
               10  WS-PE-DISPOSAL   PIC X(1).
                   88  WS-PE-KEEP       VALUE "K".
                   88  WS-PE-ANSWERED   VALUE "A".
                   88  WS-PE-EXPIRED    VALUE "X".

      * TODAY'S RESPONSES - EACH MARKED AS IT IS APPLIED SO THE
      * LEFTOVERS CAN BE REPORTED
       01  WS-MAX-RESPONSES         PIC 9(5) VALUE 9000.
       01  WS-RESPONSE-COUNT        PIC 9(5) VALUE 0.
       01  WS-RS-IDX                PIC 9(5) VALUE 0.
       01  WS-RS-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-RS-FOUND              PIC X VALUE 'N'.
           88 RS-FOUND              VALUE 'Y'.
       01  WS-RESPONSE-TABLE.
           05  WS-RS-ENTRY OCCURS 9000 TIMES.
               10  WS-RS-RECORD     PIC X(31).
               10  WS-RS-USED       PIC X(1).
                   88  WS-RS-APPLIED    VALUE "Y".

       01  WS-WORK-PEND.
           COPY RFIREC REPLACING ==05== BY ==10==.
       01  WS-WORK-RESPONSE.
           COPY RFIRSP REPLACING ==05== BY ==10==.

       01  WS-COUNTERS.
           05  WS-PENDS-READ        PIC 9(5) VALUE 0.
           05  WS-RESPONSES-READ    PIC 9(5) VALUE 0.
           05  WS-CLAIMS-ANSWERED   PIC 9(5) VALUE 0.
           05  WS-CLAIMS-EXPIRED    PIC 9(5) VALUE 0.
           05  WS-RESPONSES-UNMATCHED PIC 9(5) VALUE 0.

       01  WS-CYCPOST-PROGRAM       PIC X(8) VALUE "RFIPROC".
       01  WS-CYCPOST-COUNTER       PIC X(20).
       01  WS-CYCPOST-VALUE         PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-PENDED-FILE THRU 2000-EXIT
           PERFORM 2500-LOAD-RESPONSE-FILE THRU 2500-EXIT
           PERFORM 3000-JUDGE-ONE-PEND THRU 3000-EXIT
               VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PEND-COUNT
           PERFORM 4000-REPORT-UNMATCHED
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RESPONSE-COUNT
           PERFORM 7000-REWRITE-PENDED-FILE
           PERFORM 7500-CLEAR-RESPONSE-FILE
           PERFORM 8000-POST-CYCLE-COUNTS
           PERFORM 5000-DISPLAY-SUMMARY
           MOVE "E" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - PENDED-FOR-INFO RE-DRIVE"

           CALL 'BIZDATE' USING WS-TODAY-DATE

      *    DOUBLE-RUN GUARD - THIS STEP ALREADY COMPLETED FOR THE
      *    CYCLE DATE AND A SECOND RUN WOULD DOUBLE ITS POSTINGS
           MOVE "S" TO WS-RUNCTL-FUNCTION
           CALL 'RUNCTL' USING WS-RUNCTL-FUNCTION
                               WS-RUNCTL-PROGRAM
                               WS-RUNCTL-OK
           IF WS-RUNCTL-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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
                   EVALUATE RUNPARM-NAME
                       WHEN "RECYCLE-PRESENT-FILE"
                           MOVE RUNPARM-VALUE TO WS-PRESENT-FILENAME
                       WHEN "RFI-MAX-DAYS"
                           MOVE RUNPARM-VALUE(1:3)
                               TO WS-RFI-MAX-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2000-LOAD-PENDED-FILE.
      *    A MISSING OR EMPTY PENDED FILE IS THE NORMAL GOOD CASE -
      *    NOTHING IS WAITING ON A PROVIDER
           OPEN INPUT RFI-PEND-FILE
           IF WS-PEND-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 2100-READ-PEND-RECORD UNTIL EOF-CURRENT-FILE
           CLOSE RFI-PEND-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-PEND-RECORD.
           READ RFI-PEND-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PENDS-READ
                   IF WS-PEND-COUNT < WS-MAX-PENDS
                       ADD 1 TO WS-PEND-COUNT
                       MOVE RFI-PEND-RECORD
                           TO WS-PE-RECORD(WS-PEND-COUNT)
                       MOVE "K" TO WS-PE-DISPOSAL(WS-PEND-COUNT)
                   ELSE
                       DISPLAY "RFIPROC WARNING: PENDED TABLE "
                               "FULL - CLAIM "
                               RFI-CLAIM-NUMBER OF RFI-PEND-RECORD
                               " NOT PROCESSED"
                   END-IF
           END-READ.

       2500-LOAD-RESPONSE-FILE.
           OPEN INPUT RFI-RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FILE
           PERFORM 2600-READ-RESPONSE-RECORD UNTIL EOF-CURRENT-FILE
           CLOSE RFI-RESPONSE-FILE.
       2500-EXIT.
           EXIT.

       2600-READ-RESPONSE-RECORD.
           READ RFI-RESPONSE-FILE
               AT END
                   SET EOF-CURRENT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   IF WS-RESPONSE-COUNT < WS-MAX-RESPONSES
                       ADD 1 TO WS-RESPONSE-COUNT
                       MOVE RFI-RESPONSE-RECORD
                           TO WS-RS-RECORD(WS-RESPONSE-COUNT)
                       MOVE "N" TO WS-RS-USED(WS-RESPONSE-COUNT)
                   ELSE
                       DISPLAY "RFIPROC WARNING: RESPONSE TABLE "
                               "FULL - CLAIM "
                               RFIR-CLAIM-NUMBER OF RFI-RESPONSE-RECORD
                               " NOT APPLIED"
                   END-IF
           END-READ.

       3000-JUDGE-ONE-PEND.
      *    AN ANSWER ON FILE WINS EVEN PAST THE WINDOW - THE PROVIDER
      *    DID RESPOND, AND ONLY TODAY'S RUN HAS SEEN IT
           MOVE WS-PE-RECORD(WS-PE-IDX) TO WS-WORK-PEND
           MOVE 'N' TO WS-RS-FOUND
           PERFORM 3100-SCAN-FOR-RESPONSE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RESPONSE-COUNT OR RS-FOUND
           IF RS-FOUND
               PERFORM 3500-APPLY-RESPONSE
               MOVE "A" TO WS-PE-DISPOSAL(WS-PE-IDX)
               ADD 1 TO WS-CLAIMS-ANSWERED
               GO TO 3000-EXIT
           END-IF

           CALL 'BUSDAYS' USING RFI-PEND-DATE OF WS-WORK-PEND
                                WS-TODAY-DATE
                                WS-AGE-DAYS
           IF WS-AGE-DAYS > WS-RFI-MAX-DAYS
               MOVE RFI-CLAIM OF WS-WORK-PEND TO RE-PRESENT-RECORD
               PERFORM 3800-STAGE-CLAIM
               MOVE "X" TO WS-PE-DISPOSAL(WS-PE-IDX)
               ADD 1 TO WS-CLAIMS-EXPIRED
               DISPLAY "  NO RESPONSE - CLAIM "
                       RFI-CLAIM-NUMBER OF WS-WORK-PEND
                       " RE-PRESENTED TO DENY AFTER " WS-AGE-DAYS
                       " BUSINESS DAYS"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-FOR-RESPONSE.
           MOVE WS-RS-RECORD(WS-RS-IDX) TO WS-WORK-RESPONSE
           IF RFIR-CLAIM-NUMBER OF WS-WORK-RESPONSE
                   = RFI-CLAIM-NUMBER OF WS-WORK-PEND
             AND NOT WS-RS-APPLIED(WS-RS-IDX)
               SET RS-FOUND TO TRUE
               MOVE WS-RS-IDX TO WS-RS-MATCH-IDX
           END-IF.

       3500-APPLY-RESPONSE.
      *    ONLY WHAT THE PROVIDER ACTUALLY SUPPLIED IS APPLIED - A
      *    BLANK FIELD LEAVES THE CLAIM AS IT WAS, AND WHATEVER IS
      *    STILL MISSING DENIES ON THE RE-PRESENTATION
           MOVE WS-RS-RECORD(WS-RS-MATCH-IDX) TO WS-WORK-RESPONSE
           MOVE "Y" TO WS-RS-USED(WS-RS-MATCH-IDX)
           MOVE RFI-CLAIM OF WS-WORK-PEND TO RE-PRESENT-RECORD
           IF RFIR-DIAGNOSIS-CODE OF WS-WORK-RESPONSE NOT = SPACES
               MOVE RFIR-DIAGNOSIS-CODE OF WS-WORK-RESPONSE
                   TO CLM-DIAGNOSIS-CODE
           END-IF
           IF RFIR-PROVIDER-ID OF WS-WORK-RESPONSE NOT = SPACES
               MOVE RFIR-PROVIDER-ID OF WS-WORK-RESPONSE
                   TO CLM-PROVIDER-ID
           END-IF
           PERFORM 3800-STAGE-CLAIM
           DISPLAY "  RESPONSE APPLIED - CLAIM "
                   RFI-CLAIM-NUMBER OF WS-WORK-PEND " RE-PRESENTED".

       3800-STAGE-CLAIM.
      *    THE CALLER HAS PLACED THE CLAIM IMAGE IN THE RECORD AREA.
      *    THE RFI-RETURN FLAG EXEMPTS IT FROM THE DUPLICATE SCREEN
      *    AND STOPS ADJUDCTN PENDING IT FOR INFORMATION A SECOND TIME
           OPEN EXTEND RE-PRESENT-FILE
           IF WS-PRESENT-STATUS NOT = "00"
               OPEN OUTPUT RE-PRESENT-FILE
           END-IF
           MOVE "I" TO CLM-RECYCLE-FLAG
           WRITE RE-PRESENT-RECORD
           CLOSE RE-PRESENT-FILE.

       4000-REPORT-UNMATCHED.
           IF NOT WS-RS-APPLIED(WS-RS-IDX)
               MOVE WS-RS-RECORD(WS-RS-IDX) TO WS-WORK-RESPONSE
               ADD 1 TO WS-RESPONSES-UNMATCHED
               DISPLAY "RFIPROC WARNING: RESPONSE FOR CLAIM "
                       RFIR-CLAIM-NUMBER OF WS-WORK-RESPONSE
                       " MATCHES NO PENDED CLAIM - DROPPED"
           END-IF.

       7000-REWRITE-PENDED-FILE.
      *    ONLY THE CLAIMS STILL WAITING STAY PARKED - ANSWERED AND
      *    EXPIRED ENTRIES LEAVE THE FILE SO THEY ARE NEVER RE-DRIVEN
      *    TWICE
           OPEN OUTPUT RFI-PEND-FILE
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM 7100-WRITE-ONE-KEEPER
               VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PEND-COUNT
           CLOSE RFI-PEND-FILE.

       7100-WRITE-ONE-KEEPER.
           IF WS-PE-KEEP(WS-PE-IDX)
               ADD 1 TO WS-KEEP-COUNT
               MOVE WS-PE-RECORD(WS-PE-IDX) TO RFI-PEND-RECORD
               WRITE RFI-PEND-RECORD
           END-IF.

       7500-CLEAR-RESPONSE-FILE.
      *    THE RESPONSES ARE CONSUMED - EMPTYING THE FILE MEANS NO
      *    ANSWER IS EVER APPLIED TWICE
           OPEN OUTPUT RFI-RESPONSE-FILE
           CLOSE RFI-RESPONSE-FILE.

       8000-POST-CYCLE-COUNTS.
           MOVE "RFI-PENDS-READ" TO WS-CYCPOST-COUNTER
           MOVE WS-PENDS-READ TO WS-CYCPOST-VALUE
           PERFORM 8100-POST-ONE-COUNTER
           MOVE "RFI-ANSWERED" TO WS-CYCPOST-COUNTER
           MOVE WS-CLAIMS-ANSWERED TO WS-CYCPOST-VALUE
           PERFORM 8100-POST-ONE-COUNTER
           MOVE "RFI-EXPIRED" TO WS-CYCPOST-COUNTER
           MOVE WS-CLAIMS-EXPIRED TO WS-CYCPOST-VALUE
           PERFORM 8100-POST-ONE-COUNTER
           MOVE "RFI-UNMATCHED" TO WS-CYCPOST-COUNTER
           MOVE WS-RESPONSES-UNMATCHED TO WS-CYCPOST-VALUE
           PERFORM 8100-POST-ONE-COUNTER.

       8100-POST-ONE-COUNTER.
           CALL 'CYCPOST' USING WS-CYCPOST-PROGRAM
                                WS-CYCPOST-COUNTER
                                WS-CYCPOST-VALUE.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "PENDED-FOR-INFO RE-DRIVE COMPLETE"
           DISPLAY "PENDED CLAIMS READ:  " WS-PENDS-READ
           DISPLAY "RESPONSES READ:      " WS-RESPONSES-READ
           DISPLAY "CLAIMS ANSWERED:     " WS-CLAIMS-ANSWERED
           DISPLAY "WINDOW EXPIRED:      " WS-CLAIMS-EXPIRED
           DISPLAY "RESPONSES UNMATCHED: " WS-RESPONSES-UNMATCHED
           DISPLAY "STILL PENDED:        " WS-KEEP-COUNT.
