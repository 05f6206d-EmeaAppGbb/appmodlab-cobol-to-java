       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFIGEN.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * REQUEST-FOR-INFORMATION PEND AND PROVIDER LETTER GENERATION    *
      * CALLED BY ADJUDCTN WHEN A CLAIM IS PENDED BECAUSE INFORMATION  *
      * ITS CLAIM TYPE REQUIRES IS MISSING. FOR EACH SUCH CLAIM:       *
      *   - THE CLAIM IS APPENDED TO THE PENDED-FOR-INFORMATION WORK   *
      *     FILE WITH WHAT WAS ASKED FOR, WHERE RFIPROC PICKS IT UP    *
      *   - A LETTER TO THE BILLING PROVIDER IS APPENDED TO THE RFI    *
      *     LETTER FILE SAYING EXACTLY WHAT IS MISSING AND HOW MANY    *
      *     BUSINESS DAYS THE PROVIDER HAS TO SUPPLY IT                *
      * THIS REPLACES THE OUTRIGHT DENIAL, WHICH LEFT THE PROVIDER TO  *
      * RESUBMIT INTO THE DUPLICATE-CLAIM SCREEN                       *
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

           SELECT RFI-LETTER-FILE
               ASSIGN TO WS-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  RFI-PEND-FILE.
       01  RFI-PEND-RECORD.
           COPY RFIREC.

       FD  RFI-LETTER-FILE.
       01  RFI-LETTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED SINCE WORKING-STORAGE PERSISTS ACROSS CALLS
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-PEND-STATUS           PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-FILENAME-RESOLVED     PIC X VALUE 'N'.
           88 FILENAME-IS-RESOLVED  VALUE 'Y'.
       01  WS-LETTER-FILENAME       PIC X(60)
           VALUE "reports/rfi_letters.txt".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.
      *    BUSINESS DAYS THE PROVIDER HAS TO ANSWER - THE SAME
      *    RFI-MAX-DAYS RUN PARAMETER RFIPROC AUTO-DENIES ON, SO THE
      *    LETTER NEVER QUOTES A WINDOW THE CYCLE DOES NOT HONOR
       01  WS-RFI-MAX-DAYS          PIC 9(3) VALUE 10.

      *    A SIMULATED CYCLE PRODUCES NO PROVIDER-FACING OUTPUT AND
      *    PARKS NOTHING FOR A LATER RUN TO PICK UP
       01  WS-SIMULATE-MODE         PIC X VALUE 'N'.
           88 SIMULATE-MODE         VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-PROVIDER-RECORD.
           COPY PROVREC.
       01  WS-PROVIDER-FOUND        PIC X VALUE 'N'.
           88 PROVIDER-FOUND        VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-CLAIM-RECORD.
           COPY CLMREC.
      *    'Y' FOR EACH ITEM THE CLAIM TYPE REQUIRES AND THE CLAIM
      *    DOES NOT CARRY
       01  LS-NEED-DIAGNOSIS        PIC X.
       01  LS-NEED-PROVIDER         PIC X.
       01  LS-REASON-CODE           PIC 99.

       PROCEDURE DIVISION USING LS-CLAIM-RECORD
                                LS-NEED-DIAGNOSIS
                                LS-NEED-PROVIDER
                                LS-REASON-CODE.

       0000-GENERATE-RFI.
           IF NOT FILENAME-IS-RESOLVED
               PERFORM 0400-RESOLVE-FILENAME
           END-IF
           IF SIMULATE-MODE
               GOBACK
           END-IF
           CALL 'BIZDATE' USING WS-CURRENT-DATE
           PERFORM 1000-WRITE-PEND-RECORD
           PERFORM 2000-LOOK-UP-PROVIDER
           PERFORM 3000-WRITE-RFI-LETTER
           GOBACK.

       0400-RESOLVE-FILENAME.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 0410-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF
           SET FILENAME-IS-RESOLVED TO TRUE.

       0410-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   EVALUATE RUNPARM-NAME
                       WHEN "SIMULATE"
                           IF RUNPARM-VALUE(1:1) = "Y"
                               SET SIMULATE-MODE TO TRUE
                           END-IF
                       WHEN "RFI-LETTER-FILE"
                           MOVE RUNPARM-VALUE TO WS-LETTER-FILENAME
                       WHEN "RFI-MAX-DAYS"
                           MOVE RUNPARM-VALUE(1:3) TO WS-RFI-MAX-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1000-WRITE-PEND-RECORD.
      *    OPEN EXTEND APPENDS, WITH THE OUTPUT FALLBACK CREATING THE
      *    WORK FILE ON THE FIRST PEND
           OPEN EXTEND RFI-PEND-FILE
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT RFI-PEND-FILE
           END-IF
           MOVE CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
               TO RFI-CLAIM-NUMBER
           MOVE WS-CURRENT-DATE TO RFI-PEND-DATE
           MOVE LS-NEED-DIAGNOSIS TO RFI-NEED-DIAGNOSIS
           MOVE LS-NEED-PROVIDER TO RFI-NEED-PROVIDER
           MOVE LS-REASON-CODE TO RFI-REASON-CODE
           MOVE LS-CLAIM-RECORD TO RFI-CLAIM
           WRITE RFI-PEND-RECORD
           CLOSE RFI-PEND-FILE.

       2000-LOOK-UP-PROVIDER.
      *    A CLAIM PENDED FOR ITS PROVIDER HAS NONE TO LOOK UP - THE
      *    LETTER GOES TO WHOEVER SUBMITTED IT, QUOTING THE CLAIM
           MOVE 'N' TO WS-PROVIDER-FOUND
           MOVE SPACES TO WS-PROVIDER-RECORD
           IF CLM-PROVIDER-ID OF LS-CLAIM-RECORD NOT = SPACES
               CALL 'PROVLKUP' USING
                   CLM-PROVIDER-ID OF LS-CLAIM-RECORD
                   WS-PROVIDER-RECORD
                   WS-PROVIDER-FOUND
           END-IF.

       3000-WRITE-RFI-LETTER.
      *    OPEN EXTEND APPENDS ON EVERY CALL AFTER THE FIRST - THE
      *    OUTPUT FALLBACK CREATES THE LETTER FILE ON THE VERY FIRST
      *    CALL, THE SAME AS EOBGEN
           OPEN EXTEND RFI-LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               OPEN OUTPUT RFI-LETTER-FILE
           END-IF

           MOVE SPACES TO RFI-LETTER-LINE
           STRING "========================================"
               DELIMITED BY SIZE INTO RFI-LETTER-LINE
           END-STRING
           WRITE RFI-LETTER-LINE

           MOVE SPACES TO RFI-LETTER-LINE
           STRING "REQUEST FOR INFORMATION - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RFI-LETTER-LINE
           END-STRING
           WRITE RFI-LETTER-LINE

           MOVE SPACES TO RFI-LETTER-LINE
           IF PROVIDER-FOUND
               STRING "PROVIDER: "
                      PROV-PROVIDER-NAME OF WS-PROVIDER-RECORD
                      " (" CLM-PROVIDER-ID OF LS-CLAIM-RECORD ")"
                   DELIMITED BY SIZE INTO RFI-LETTER-LINE
               END-STRING
           ELSE
               IF CLM-PROVIDER-ID OF LS-CLAIM-RECORD = SPACES
                   MOVE "PROVIDER: NOT IDENTIFIED ON CLAIM"
                       TO RFI-LETTER-LINE
               ELSE
                   STRING "PROVIDER: "
                          CLM-PROVIDER-ID OF LS-CLAIM-RECORD
                       DELIMITED BY SIZE INTO RFI-LETTER-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE RFI-LETTER-LINE

           MOVE SPACES TO RFI-LETTER-LINE
           STRING "CLAIM NUMBER: "
                  CLM-CLAIM-NUMBER OF LS-CLAIM-RECORD
                  "  POLICY NUMBER: "
                  CLM-POLICY-NUMBER OF LS-CLAIM-RECORD
               DELIMITED BY SIZE INTO RFI-LETTER-LINE
           END-STRING
           WRITE RFI-LETTER-LINE

           MOVE SPACES TO RFI-LETTER-LINE
           STRING "SERVICE DATE: "
                  CLM-CLAIM-DATE OF LS-CLAIM-RECORD
                  "  BILLED AMOUNT: "
                  CLM-CLAIM-AMOUNT OF LS-CLAIM-RECORD
               DELIMITED BY SIZE INTO RFI-LETTER-LINE
           END-STRING
           WRITE RFI-LETTER-LINE

           MOVE "THIS CLAIM CANNOT BE PROCESSED UNTIL WE RECEIVE:"
               TO RFI-LETTER-LINE
           WRITE RFI-LETTER-LINE
           IF LS-NEED-DIAGNOSIS = 'Y'
               MOVE "  - THE PRINCIPAL DIAGNOSIS CODE"
                   TO RFI-LETTER-LINE
               WRITE RFI-LETTER-LINE
           END-IF
           IF LS-NEED-PROVIDER = 'Y'
               MOVE "  - THE RENDERING PROVIDER ID"
                   TO RFI-LETTER-LINE
               WRITE RFI-LETTER-LINE
           END-IF

           MOVE SPACES TO RFI-LETTER-LINE
           STRING "PLEASE RESPOND WITHIN " WS-RFI-MAX-DAYS
                  " BUSINESS DAYS QUOTING THE CLAIM NUMBER ABOVE."
               DELIMITED BY SIZE INTO RFI-LETTER-LINE
           END-STRING
           WRITE RFI-LETTER-LINE
           MOVE "DO NOT RESUBMIT THE CLAIM. IF NO RESPONSE IS RECEIVED"
               TO RFI-LETTER-LINE
           WRITE RFI-LETTER-LINE
           MOVE "IN THAT TIME THE CLAIM WILL BE DENIED."
               TO RFI-LETTER-LINE
           WRITE RFI-LETTER-LINE

           CLOSE RFI-LETTER-FILE.
