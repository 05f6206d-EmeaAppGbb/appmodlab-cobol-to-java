       01  STREAM-IN-RECORD         PIC X(132).

       FD  CLAIM-OUTPUT-FILE.
       01  CLAIM-OUTPUT-RECORD      PIC X(120).

       FD  REVIEW-OUT-FILE.
       01  REVIEW-OUT-RECORD.
               AT END
                   SET EOF-STREAM TO TRUE
               NOT AT END
                   MOVE STREAM-IN-RECORD(1:120) TO CLAIM-OUTPUT-RECORD
                   WRITE CLAIM-OUTPUT-RECORD
                   ADD 1 TO WS-CLAIMS-MERGED
                   ADD 1 TO WS-MERGED-READ
               AT END
                   SET EOF-STREAM TO TRUE
               NOT AT END
                   MOVE STREAM-IN-RECORD(1:67) TO REVIEW-OUT-RECORD
                   WRITE REVIEW-OUT-RECORD
                   ADD 1 TO WS-REVIEWS-MERGED
           END-READ.
