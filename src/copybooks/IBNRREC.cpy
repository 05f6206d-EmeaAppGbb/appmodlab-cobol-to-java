      ******************************************************************
      * IBNR RESERVE HAND-OFF RECORD LAYOUT                            *
      * ONE RECORD, REWRITTEN BY EVERY IBNRRPT RUN - THE RESERVE AS OF *
      * THE RUN'S BUSINESS DATE, IN TOTAL AND BY CLAIM TYPE (THE SAME  *
      * FIVE TYPES AS THE REPORT), SO MLRRBT CAN TAKE THE RESERVE      *
      * WITHOUT ANYONE RE-KEYING IT OFF THE PRINTED REPORT             *
      ******************************************************************
           05  IBNR-VALUATION-DATE  PIC 9(8).
           05  IBNR-RESERVE-TOTAL   PIC 9(13)V99.
           05  IBNR-RESERVE-BY-TYPE OCCURS 5 TIMES
                                    PIC 9(11)V99.
