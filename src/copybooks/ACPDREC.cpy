      ******************************************************************
      * ACCOUNTING PERIOD CONTROL RECORD LAYOUT                        *
      * ONE RECORD PER MONTH FINANCE HAS CLOSED (OR CLOSED AND THEN    *
      * REOPENED) THROUGH PERCLOSE. A MONTH WITH NO RECORD IS OPEN.    *
      * EVERY MONEY-POSTING PROGRAM ASKS ACCTPER WHETHER ITS BUSINESS  *
      * DATE FALLS IN A CLOSED MONTH - IF SO, THE POSTING BOOKS TO     *
      * THE FIRST DAY OF THE FIRST OPEN MONTH AFTER IT AND KEEPS THE   *
      * ORIGINAL DATE FOR REFERENCE                                    *
      ******************************************************************
           05  ACPD-PERIOD          PIC 9(6).
           05  ACPD-STATUS          PIC X(1).
               88  ACPD-OPEN            VALUE "O".
               88  ACPD-CLOSED          VALUE "C".
           05  ACPD-CLOSE-DATE      PIC 9(8).
           05  ACPD-CLOSED-BY       PIC X(8).
      *    SET WHEN A CLOSED MONTH IS REOPENED FOR A CORRECTION
           05  ACPD-REOPEN-DATE     PIC 9(8).
           05  ACPD-REOPENED-BY     PIC X(8).
