       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RCYC-FIRST-SEEN-DATE PIC 9(8).
           05  RCYC-CLAIM           PIC X(120).

       FD  RE-PRESENT-FILE.
       01  RE-PRESENT-RECORD.
       01  WS-RECYCLE-TABLE.
           05  WS-RC-ENTRY OCCURS 9000 TIMES.
               10  WS-RC-FIRST-SEEN PIC 9(8).
               10  WS-RC-CLAIM      PIC X(120).
               10  WS-RC-DISPOSAL   PIC X(1).
                   88  WS-RC-KEEP       VALUE "K".
                   88  WS-RC-REDRIVEN   VALUE "R".
