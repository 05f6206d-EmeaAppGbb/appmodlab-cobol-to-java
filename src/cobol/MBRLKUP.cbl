       01  WS-MAX-MEMBERS           PIC 9(5) VALUE 20000.
       01  WS-MEMBER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MB-IDX                PIC 9(5) VALUE 0.
       01  WS-PAD-IDX               PIC 9(5) VALUE 0.
       01  WS-MB-FOUND              PIC X VALUE 'N'.
           88 MB-FOUND              VALUE 'Y'.

           END-IF.

       1200-SORT-MEMBER-TABLE.
      *    UNUSED SLOTS ARE KEYED HIGH-VALUES FIRST SO EVERY REAL
      *    MEMBER SORTS AHEAD OF THEM AND STAYS WITHIN
      *    1..WS-MEMBER-COUNT FOR THE SUBSCRIBER SCAN - THE SAME
      *    PADDING DIAGLKUP USES
           PERFORM 1250-PAD-UNUSED-SLOT
               VARYING WS-PAD-IDX FROM WS-MEMBER-COUNT BY 1
               UNTIL WS-PAD-IDX >= WS-MAX-MEMBERS
           SORT WS-MBR-ENTRY
               ON ASCENDING KEY MBR-POLICY-NUMBER OF WS-MBR-ENTRY
                                MBR-MEMBER-ID OF WS-MBR-ENTRY.

       1250-PAD-UNUSED-SLOT.
           MOVE HIGH-VALUES
               TO MBR-POLICY-NUMBER OF WS-MBR-ENTRY(WS-PAD-IDX + 1).

       2000-SEARCH-MEMBER.
           MOVE 'N' TO LS-FOUND-FLAG
           SEARCH ALL WS-MBR-ENTRY
