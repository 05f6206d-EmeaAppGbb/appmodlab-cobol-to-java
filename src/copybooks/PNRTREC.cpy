      ******************************************************************
      * PROVIDER PRENOTE RETURN RECORD LAYOUT                          *
      * ONE RECORD PER ZERO-DOLLAR PRENOTE THE BANK COULD NOT POST TO  *
      * THE PROVIDER'S NEW ACCOUNT, FROM THE BANK'S DAILY RETURN FILE  *
      * - INPUT TO PRENOTE, WHICH TIES IT BACK TO THE PRENOTE LOG BY   *
      * TRACE NUMBER. THE RETURN REASON IS THE STANDARD ACH CODE (R02  *
      * ACCOUNT CLOSED, R03 NO ACCOUNT, R04 INVALID ACCOUNT, ...) -    *
      * THE SAME CODES ARTNREC CARRIES FOR PREMIUM DRAFTS              *
      ******************************************************************
           05  PNRT-TRACE-NUMBER    PIC 9(8).
           05  PNRT-PROVIDER-ID     PIC X(8).
           05  PNRT-RETURN-DATE     PIC 9(8).
           05  PNRT-RETURN-CODE     PIC X(3).
