       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHIALOG.
       AUTHOR. CONTINENTAL INSURANCE GROUP.
      ******************************************************************
      * PHI ACCESS LOGGING ROUTINE                                     *
      * CALLED BY EVERY INQUIRY PROGRAM ONCE PER LOOKUP IT ANSWERS.    *
      * THE CALLER FILLS IN THE PROGRAM, OPERATOR, REASON AND WHOSE    *
      * RECORDS WERE LOOKED AT; THIS ROUTINE STAMPS THE DATE AND TIME  *
      * AND APPENDS THE ROW TO THE SHARED ACCESS LOG THE SAME WAY      *
      * ERRHANDL APPENDS TO THE ERROR LOG                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
               ASSIGN TO "data/runparms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT ACCESS-LOG-FILE
               ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           COPY RUNPARM.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           COPY PHIAREC.

       WORKING-STORAGE SECTION.
      * OVERRIDDEN BY data/runparms.dat WHEN PRESENT - RESOLVED ONCE
      * AND CACHED SINCE WORKING-STORAGE PERSISTS ACROSS CALLS
       01  WS-RUNPARM-STATUS        PIC XX.
       01  WS-FILENAME-RESOLVED     PIC X VALUE 'N'.
           88 FILENAME-IS-RESOLVED  VALUE 'Y'.
       01  WS-ACCESS-LOG-FILENAME   PIC X(60)
           VALUE "data/phi_access_log.dat".
       01  WS-EOF-RUNPARM           PIC X VALUE 'N'.
           88 EOF-RUNPARM           VALUE 'Y'.

       01  WS-LOG-FILE-STATUS       PIC XX.

       01  WS-TIMESTAMP.
           05  WS-TS-DATE           PIC 9(8).
           05  WS-TS-TIME           PIC 9(8).

       LINKAGE SECTION.
       01  LS-ACCESS-ENTRY.
           COPY PHIAREC.

       PROCEDURE DIVISION USING LS-ACCESS-ENTRY.

       0000-LOG-ACCESS.
           IF NOT FILENAME-IS-RESOLVED
               PERFORM 0500-RESOLVE-FILENAME
           END-IF
           PERFORM 1000-STAMP-ENTRY
           PERFORM 2000-APPEND-ACCESS-LOG
           GOBACK.

       0500-RESOLVE-FILENAME.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               MOVE 'N' TO WS-EOF-RUNPARM
               PERFORM 0510-READ-RUNPARM UNTIL EOF-RUNPARM
               CLOSE RUNPARM-FILE
           END-IF
           SET FILENAME-IS-RESOLVED TO TRUE.

       0510-READ-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET EOF-RUNPARM TO TRUE
               NOT AT END
                   IF RUNPARM-NAME = "ACCESS-LOG-FILE"
                       MOVE RUNPARM-VALUE TO WS-ACCESS-LOG-FILENAME
                   END-IF
           END-READ.

       1000-STAMP-ENTRY.
      *    THE WALL-CLOCK MOMENT OF THE LOOKUP, NOT THE CYCLE'S
      *    PROCESS DATE - THE LOG ANSWERS WHEN SOMEONE ACTUALLY LOOKED
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO PHIA-ACCESS-DATE OF LS-ACCESS-ENTRY
           MOVE WS-TS-TIME(1:6) TO PHIA-ACCESS-TIME OF LS-ACCESS-ENTRY.

       2000-APPEND-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE LS-ACCESS-ENTRY TO ACCESS-LOG-RECORD
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.
