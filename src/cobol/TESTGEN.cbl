               INTO MBR-MEMBER-NAME OF MBR-OUT-REC
           MOVE 19800115 TO MBR-BIRTH-DATE OF MBR-OUT-REC
           MOVE "S" TO MBR-RELATIONSHIP OF MBR-OUT-REC
           MOVE "M" TO MBR-SEX OF MBR-OUT-REC
           WRITE MBR-OUT-REC
           ADD 1 TO WS-MEMBERS-WRITTEN

               INTO MBR-MEMBER-NAME OF MBR-OUT-REC
           MOVE 20100620 TO MBR-BIRTH-DATE OF MBR-OUT-REC
           MOVE "D" TO MBR-RELATIONSHIP OF MBR-OUT-REC
           MOVE "F" TO MBR-SEX OF MBR-OUT-REC
           WRITE MBR-OUT-REC
           ADD 1 TO WS-MEMBERS-WRITTEN.

