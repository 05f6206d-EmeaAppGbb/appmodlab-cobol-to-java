       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVWASGN.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * MANUAL REVIEW QUEUE NIGHTLY ASSIGNMENT                         *
      * HANDS EVERY UNASSIGNED ENTRY ON THE MANUAL REVIEW QUEUE TO AN  *
      * EXAMINER, SO THE QUEUE IS A SET OF PERSONAL WORKLISTS RATHER   *
      * THAN ONE PILE THE TEAM PICKS FROM. ENTRIES GO OUT OLDEST FIRST *
      * (BY THE DATE THEY ENTERED THE QUEUE, THEN CLAIM NUMBER), EACH  *
      * TO AN ACTIVE EXAMINER WHOSE SKILL GROUPS ON THE EXAMINER       *
      * MASTER COVER THE ENTRY'S REVIEW REASON AND CLAIM TYPE. AMONG   *
      * THOSE THE TURN GOES ROUND-ROBIN - THE ONE WHO HAS WAITED       *
      * LONGEST SINCE A HANDOFF THIS RUN, TIES TO WHOEVER IS FIRST ON  *
      * THE MASTER. AN ENTRY HELD BY AN EXAMINER NOW INACTIVE OR OFF   *
      * THE MASTER IS HANDED OUT AGAIN; ONE ROUTED UP TO A SUPERVISOR  *
      * BY RVWDECSN STAYS WHERE IT IS. EVERY HANDOFF IS APPENDED TO    *
      * THE ASSIGNMENT LOG FOR THE PRODUCTIVITY REPORT. THE QUEUE IS   *
      * REWRITTEN OLD/NEW AND PROMOTED BY RVWASGN.JCL                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EXAMINER-FILE
               ASSIGN TO "data/examiners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMINER-STATUS.

           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT NEW-REVIEW-QUEUE-FILE
               ASSIGN TO "data/manual_review_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-REVIEW-STATUS.

           SELECT ASSIGN-LOG-FILE
               ASSIGN TO "data/review_assign_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  EXAMINER-FILE.
       01  EXAMINER-RECORD.
           COPY EXMRREC.

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  NEW-REVIEW-QUEUE-FILE.
       01  NEW-REVIEW-QUEUE-RECORD.
           COPY MRVWREC.

       FD  ASSIGN-LOG-FILE.
       01  ASSIGN-LOG-RECORD.
           COPY RASGREC.

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - THE SAME KEY
      * CLMESCL AND RVWDECSN ALREADY RESOLVE
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-REVIEW-FILENAME       PIC X(60)
           VALUE "data/manual_review.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-EXAMINER-STATUS       PIC XX.
       01  WS-REVIEW-STATUS         PIC XX.
       01  WS-NEW-REVIEW-STATUS     PIC XX.
       01  WS-ASSIGN-LOG-STATUS     PIC XX.

       01  WS-EOF-EXAMINER          PIC X VALUE 'N'.
           88 EOF-EXAMINER          VALUE 'Y'.
       01  WS-EOF-REVIEW            PIC X VALUE 'N'.
           88 EOF-REVIEW            VALUE 'Y'.

       01  WS-TODAY-DATE            PIC 9(8).

      * THE EXAMINER MASTER, WITH THE TURN EACH EXAMINER LAST TOOK
      * IN THIS RUN - ZERO UNTIL THE FIRST HANDOFF
       01  WS-MAX-EXAMINERS         PIC 9(5) VALUE 500.
       01  WS-EXAMINER-COUNT        PIC 9(5) VALUE 0.
       01  WS-EX-IDX                PIC 9(5) VALUE 0.
       01  WS-EX-MATCH-IDX          PIC 9(5) VALUE 0.
       01  WS-SK-IDX                PIC 9(1) VALUE 0.
       01  WS-SKILL-LIMIT           PIC 9(1) VALUE 0.
       01  WS-SKILL-MATCH           PIC X VALUE 'N'.
           88 SKILL-MATCH           VALUE 'Y'.
       01  WS-TURN-NUMBER           PIC 9(7) VALUE 0.
       01  WS-HOLDER-GONE           PIC X VALUE 'N'.
           88 HOLDER-GONE           VALUE 'Y'.
       01  WS-EXAMINER-TABLE.
           05  WS-EX-ENTRY OCCURS 500 TIMES.
               10  WS-EX-MASTER.
                   COPY EXMRREC REPLACING ==05== BY ==15==
                                          ==10== BY ==20==.
               10  WS-EX-LAST-TURN      PIC 9(7).
               10  WS-EX-HANDED-OUT     PIC 9(5).

      * THE QUEUE AS IT STANDS, SORTED OLDEST FIRST BEFORE ANYTHING
      * IS HANDED OUT - UNUSED SLOTS ARE HIGH-VALUES SO THEY SORT
      * TO THE END
       01  WS-MAX-QUEUE             PIC 9(5) VALUE 5000.
       01  WS-QUEUE-COUNT           PIC 9(5) VALUE 0.
       01  WS-QU-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QU-ENTRY OCCURS 5000 TIMES.
               10  WS-QU-SORT-DATE      PIC X(8).
               10  WS-QU-SORT-CLAIM     PIC X(10).
               10  WS-QU-QUEUE-ROW.
                   COPY MRVWREC REPLACING ==05== BY ==15==.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ      PIC 9(5) VALUE 0.
           05  WS-ALREADY-ASSIGNED  PIC 9(5) VALUE 0.
           05  WS-ROUTED-HELD       PIC 9(5) VALUE 0.
           05  WS-NEWLY-ASSIGNED    PIC 9(5) VALUE 0.
           05  WS-REASSIGNED        PIC 9(5) VALUE 0.
           05  WS-LEFT-UNASSIGNED   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-QUEUE UNTIL EOF-REVIEW
           PERFORM 2500-SORT-QUEUE
           PERFORM 3000-ROUTE-ENTRY THRU 3000-EXIT
               VARYING WS-QU-IDX FROM 1 BY 1
               UNTIL WS-QU-IDX > WS-QUEUE-COUNT
           PERFORM 4000-WRITE-NEW-QUEUE
               VARYING WS-QU-IDX FROM 1 BY 1
               UNTIL WS-QU-IDX > WS-QUEUE-COUNT
           PERFORM 5000-DISPLAY-SUMMARY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY "CONTINENTAL INSURANCE - REVIEW QUEUE ASSIGNMENT"

           CALL 'BIZDATE' USING WS-TODAY-DATE

           PERFORM 1050-RESOLVE-FILENAMES
           PERFORM 1100-LOAD-EXAMINERS

      *    NO QUEUE MEANS NOTHING IS PENDING REVIEW - AN EMPTY NEW
      *    QUEUE IS STILL WRITTEN SO THE PROMOTE HAS SOMETHING TO COPY
           OPEN INPUT REVIEW-QUEUE-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "RVWASGN WARNING: REVIEW QUEUE NOT FOUND - "
                       "NOTHING TO ASSIGN"
               SET EOF-REVIEW TO TRUE
           END-IF

           OPEN OUTPUT NEW-REVIEW-QUEUE-FILE

           OPEN EXTEND ASSIGN-LOG-FILE
           IF WS-ASSIGN-LOG-STATUS NOT = "00"
               OPEN OUTPUT ASSIGN-LOG-FILE
           END-IF.

       1050-RESOLVE-FILENAMES.
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
                   IF RUNPARM-NAME = "REVIEW-QUEUE-FILE"
                       MOVE RUNPARM-VALUE TO WS-REVIEW-FILENAME
                   END-IF
           END-READ.

       1100-LOAD-EXAMINERS.
      *    WITHOUT A MASTER THE QUEUE IS STILL COPIED THROUGH, BUT
      *    EVERY UNASSIGNED ENTRY STAYS THAT WAY
           OPEN INPUT EXAMINER-FILE
           IF WS-EXAMINER-STATUS NOT = "00"
               DISPLAY "RVWASGN WARNING: EXAMINER MASTER NOT FOUND - "
                       "NO ENTRIES WILL BE ASSIGNED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1110-READ-EXAMINER UNTIL EOF-EXAMINER
               CLOSE EXAMINER-FILE
           END-IF.

       1110-READ-EXAMINER.
           READ EXAMINER-FILE
               AT END
                   SET EOF-EXAMINER TO TRUE
               NOT AT END
                   IF WS-EXAMINER-COUNT < WS-MAX-EXAMINERS
                       ADD 1 TO WS-EXAMINER-COUNT
                       MOVE EXAMINER-RECORD
                           TO WS-EX-MASTER(WS-EXAMINER-COUNT)
                       MOVE ZERO TO WS-EX-LAST-TURN(WS-EXAMINER-COUNT)
                       MOVE ZERO
                           TO WS-EX-HANDED-OUT(WS-EXAMINER-COUNT)
                   ELSE
                       DISPLAY "RVWASGN WARNING: EXAMINER TABLE FULL "
                               "- EXAMINER "
                               EXMR-EXAMINER-ID OF EXAMINER-RECORD
                               " NOT LOADED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.

       2000-LOAD-QUEUE.
           READ REVIEW-QUEUE-FILE
               AT END
                   SET EOF-REVIEW TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2100-ADD-QUEUE-ENTRY
           END-READ.

       2100-ADD-QUEUE-ENTRY.
      *    A QUEUE ENTRY THAT CANNOT BE HELD WOULD BE LOST ON THE
      *    REWRITE - STOP BEFORE THE PROMOTE CAN RUN INSTEAD
           IF WS-QUEUE-COUNT < WS-MAX-QUEUE
               ADD 1 TO WS-QUEUE-COUNT
               MOVE REVIEW-QUEUE-RECORD
                   TO WS-QU-QUEUE-ROW(WS-QUEUE-COUNT)
               MOVE MRVW-ENTERED-DATE OF REVIEW-QUEUE-RECORD
                   TO WS-QU-SORT-DATE(WS-QUEUE-COUNT)
               MOVE MRVW-CLAIM-NUMBER OF REVIEW-QUEUE-RECORD
                   TO WS-QU-SORT-CLAIM(WS-QUEUE-COUNT)
           ELSE
               DISPLAY "RVWASGN ERROR: REVIEW QUEUE TABLE FULL - "
                       "NOTHING PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2500-SORT-QUEUE.
           PERFORM 2510-PAD-QUEUE-SLOT
               VARYING WS-PAD-IDX FROM WS-QUEUE-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-QUEUE
           SORT WS-QU-ENTRY ON ASCENDING KEY WS-QU-SORT-DATE
                                             WS-QU-SORT-CLAIM.

       2510-PAD-QUEUE-SLOT.
           MOVE HIGH-VALUES TO WS-QU-ENTRY(WS-PAD-IDX + 1).

       3000-ROUTE-ENTRY.
      *    AN APPROVAL ROUTED UP FOR AUTHORITY WAITS ON THE SUPERVISOR
      *    IT WAS SENT TO, WHATEVER THE MASTER SAYS
           IF MRVW-ROUTED-UP OF WS-QU-ENTRY(WS-QU-IDX)
               ADD 1 TO WS-ROUTED-HELD
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-HOLDER-GONE
           IF MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX) NOT = SPACES
               PERFORM 3100-FIND-HOLDER
               IF WS-EX-MATCH-IDX > 0
                   ADD 1 TO WS-ALREADY-ASSIGNED
                   GO TO 3000-EXIT
               END-IF
               DISPLAY "  CLAIM " MRVW-CLAIM-NUMBER
                   OF WS-QU-ENTRY(WS-QU-IDX) " HELD BY "
                   MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX)
                   " - EXAMINER NOT ACTIVE, REASSIGNING"
               SET HOLDER-GONE TO TRUE
           END-IF

           PERFORM 3200-PICK-EXAMINER
           IF WS-EX-MATCH-IDX = 0
               DISPLAY "RVWASGN WARNING: NO ACTIVE EXAMINER SKILLED "
                       "FOR CLAIM "
                       MRVW-CLAIM-NUMBER OF WS-QU-ENTRY(WS-QU-IDX)
                       " - LEFT UNASSIGNED"
               MOVE SPACES TO MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX)
               MOVE ZERO TO MRVW-ASSIGNED-DATE OF WS-QU-ENTRY(WS-QU-IDX)
               ADD 1 TO WS-LEFT-UNASSIGNED
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-TURN-NUMBER
           MOVE WS-TURN-NUMBER TO WS-EX-LAST-TURN(WS-EX-MATCH-IDX)
           ADD 1 TO WS-EX-HANDED-OUT(WS-EX-MATCH-IDX)
           ADD 1 TO WS-NEWLY-ASSIGNED
           IF HOLDER-GONE
               ADD 1 TO WS-REASSIGNED
           END-IF
           MOVE EXMR-EXAMINER-ID OF WS-EX-ENTRY(WS-EX-MATCH-IDX)
               TO MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX)
           MOVE WS-TODAY-DATE
               TO MRVW-ASSIGNED-DATE OF WS-QU-ENTRY(WS-QU-IDX)
           PERFORM 3400-WRITE-ASSIGN-LOG.
       3000-EXIT.
           EXIT.

       3100-FIND-HOLDER.
      *    THE CURRENT HOLDER KEEPS THE ENTRY ONLY WHILE ACTIVE ON
      *    THE MASTER - WS-EX-MATCH-IDX STAYS ZERO OTHERWISE
           MOVE 0 TO WS-EX-MATCH-IDX
           PERFORM 3110-MATCH-HOLDER
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
                  OR WS-EX-MATCH-IDX > 0.

       3110-MATCH-HOLDER.
           IF EXMR-EXAMINER-ID OF WS-EX-ENTRY(WS-EX-IDX)
                   = MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX)
             AND EXMR-ACTIVE OF WS-EX-ENTRY(WS-EX-IDX)
               MOVE WS-EX-IDX TO WS-EX-MATCH-IDX
           END-IF.

       3200-PICK-EXAMINER.
      *    THE SKILLED, ACTIVE EXAMINER WHOSE LAST TURN THIS RUN IS
      *    LONGEST AGO - STRICTLY EARLIER, SO TIES GO TO WHOEVER IS
      *    FIRST ON THE MASTER
           MOVE 0 TO WS-EX-MATCH-IDX
           PERFORM 3210-COMPARE-EXAMINER
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT.

       3210-COMPARE-EXAMINER.
           IF EXMR-ACTIVE OF WS-EX-ENTRY(WS-EX-IDX)
               PERFORM 3300-CHECK-SKILLS
               IF SKILL-MATCH
                   IF WS-EX-MATCH-IDX = 0
                       MOVE WS-EX-IDX TO WS-EX-MATCH-IDX
                   ELSE
                       IF WS-EX-LAST-TURN(WS-EX-IDX)
                               < WS-EX-LAST-TURN(WS-EX-MATCH-IDX)
                           MOVE WS-EX-IDX TO WS-EX-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-CHECK-SKILLS.
      *    A SKILL GROUP COVERS THE ENTRY WHEN ITS REASON IS 00 OR
      *    THE ENTRY'S REASON, AND ITS CLAIM TYPE IS SPACES OR THE
      *    ENTRY'S TYPE - AN EXAMINER WITH NO GROUPS TAKES ANYTHING
           MOVE 'N' TO WS-SKILL-MATCH
           IF EXMR-SKILL-COUNT OF WS-EX-ENTRY(WS-EX-IDX) NOT NUMERIC
             OR EXMR-SKILL-COUNT OF WS-EX-ENTRY(WS-EX-IDX) = 0
               SET SKILL-MATCH TO TRUE
           ELSE
               MOVE EXMR-SKILL-COUNT OF WS-EX-ENTRY(WS-EX-IDX)
                   TO WS-SKILL-LIMIT
               IF WS-SKILL-LIMIT > 5
                   MOVE 5 TO WS-SKILL-LIMIT
               END-IF
               PERFORM 3310-MATCH-SKILL
                   VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-SKILL-LIMIT OR SKILL-MATCH
           END-IF.

       3310-MATCH-SKILL.
           IF (EXMR-SKILL-REASON OF WS-EX-ENTRY(WS-EX-IDX, WS-SK-IDX)
                   = 0
               OR EXMR-SKILL-REASON OF WS-EX-ENTRY(WS-EX-IDX, WS-SK-IDX)
                   = MRVW-REASON-CODE OF WS-QU-ENTRY(WS-QU-IDX))
             AND (EXMR-SKILL-CLAIM-TYPE
                     OF WS-EX-ENTRY(WS-EX-IDX, WS-SK-IDX) = SPACES
               OR EXMR-SKILL-CLAIM-TYPE
                     OF WS-EX-ENTRY(WS-EX-IDX, WS-SK-IDX)
                   = MRVW-CLAIM-TYPE OF WS-QU-ENTRY(WS-QU-IDX))
               SET SKILL-MATCH TO TRUE
           END-IF.

       3400-WRITE-ASSIGN-LOG.
           MOVE MRVW-CLAIM-NUMBER OF WS-QU-ENTRY(WS-QU-IDX)
               TO RASG-CLAIM-NUMBER
           MOVE MRVW-EXAMINER-ID OF WS-QU-ENTRY(WS-QU-IDX)
               TO RASG-EXAMINER-ID
           MOVE WS-TODAY-DATE TO RASG-ASSIGNED-DATE
           MOVE MRVW-ENTERED-DATE OF WS-QU-ENTRY(WS-QU-IDX)
               TO RASG-ENTERED-DATE
           SET RASG-ROUND-ROBIN TO TRUE
           WRITE ASSIGN-LOG-RECORD.

       4000-WRITE-NEW-QUEUE.
           MOVE WS-QU-QUEUE-ROW(WS-QU-IDX) TO NEW-REVIEW-QUEUE-RECORD
           WRITE NEW-REVIEW-QUEUE-RECORD.

       5000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "REVIEW QUEUE ASSIGNMENT COMPLETE"
           DISPLAY "QUEUE ENTRIES READ:     " WS-ENTRIES-READ
           DISPLAY "ALREADY ASSIGNED:       " WS-ALREADY-ASSIGNED
           DISPLAY "HELD WITH SUPERVISOR:   " WS-ROUTED-HELD
           DISPLAY "ASSIGNED THIS RUN:      " WS-NEWLY-ASSIGNED
           DISPLAY "  TAKEN FROM INACTIVE:  " WS-REASSIGNED
           DISPLAY "LEFT UNASSIGNED:        " WS-LEFT-UNASSIGNED
           PERFORM 5100-DISPLAY-EXAMINER
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
           DISPLAY "UPDATED REVIEW QUEUE: data/manual_review_new.dat".

       5100-DISPLAY-EXAMINER.
           IF WS-EX-HANDED-OUT(WS-EX-IDX) > 0
               DISPLAY "  " EXMR-EXAMINER-ID OF WS-EX-ENTRY(WS-EX-IDX)
                   " " EXMR-EXAMINER-NAME OF WS-EX-ENTRY(WS-EX-IDX)
                   " " WS-EX-HANDED-OUT(WS-EX-IDX)
           END-IF.

       9000-CLEANUP.
           IF WS-REVIEW-STATUS = "00" OR WS-REVIEW-STATUS = "10"
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           CLOSE NEW-REVIEW-QUEUE-FILE
           CLOSE ASSIGN-LOG-FILE.
