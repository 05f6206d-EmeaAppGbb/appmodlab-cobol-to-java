      ******************************************************************
      * PAYMENT HOLD RECORD LAYOUT                                     *
      * ONE RECORD PER ACTIVE FRAUD HOLD - BUILT BY HOLDBLD FROM       *
      * FRAUDSCN'S ALERTS, AND BY EXCLSCRN FOR A PROVIDER FOUND ON THE *
      * FEDERAL EXCLUSION LIST. A HOLD NAMES A PROVIDER (EVERY CLAIM   *
      * OF THEIRS HOLDS) OR A SINGLE CLAIM NUMBER. PYMTAUTH BOOKS A    *
      * HELD CLAIM'S LEDGER LINE WITH STATUS H INSTEAD OF AUTHORIZING  *
      * IT, AND HOLDDISP APPLIES THE SIU TEAM'S RELEASE/DENY           *
      * DISPOSITION                                                    *
      ******************************************************************
           05  HOLD-PROVIDER-ID     PIC X(8).
           05  HOLD-CLAIM-NUMBER    PIC X(10).
