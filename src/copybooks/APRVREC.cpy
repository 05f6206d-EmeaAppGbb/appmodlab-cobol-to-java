      ******************************************************************
      * MANUAL MONEY TRANSACTION APPROVAL RECORD LAYOUT                *
      * ONE RECORD PER CHECKER APPROVAL OF A TRANSACTION WAITING ON    *
      * THE RECOVERY, VOID, MASS ADJUSTMENT, FRAUD HOLD OR AUDIT HOLD  *
      * DISPOSITION FILES - KEYED BY A SECOND PERSON AFTER REVIEWING   *
      * THE MAKER'S WORK. THE TRANSACTION KEY IS THE TRANSACTION'S     *
      * OWN LEADING FIELDS, LEFT JUSTIFIED AND UNEDITED:               *
      *   CLAWBACK - CLAIM(10) RECOVERY AMOUNT(9) REASON(2)            *
      *   PAYVOID  - AUTH CODE(6) ACTION(1)                            *
      *   MASSADJ  - CLAIM TYPE(2) PLAN TYPE(2) PROVIDER(8) FROM(8)    *
      *              THRU(8)                                           *
      *   HOLDDISP - PROVIDER(8) CLAIM(10) ACTION(1)                   *
      *   AUDHDISP - AUTH CODE(6) CLAIM(10) ACTION(1)                  *
      * SO AN APPROVAL COVERS EXACTLY THE AMOUNT AND ACTION THE        *
      * CHECKER SAW - A CHANGED TRANSACTION NEEDS A FRESH APPROVAL.    *
      * APRVCHK RELEASES A TRANSACTION ONLY ON A ROW FROM THE CHECKER  *
      * THE TRANSACTION NAMES, WHO MUST NOT BE ITS MAKER               *
      ******************************************************************
      *    THE PROGRAM THE TRANSACTION FEEDS
           05  APRV-SOURCE          PIC X(8).
           05  APRV-TRANS-KEY       PIC X(30).
           05  APRV-CHECKER-ID      PIC X(8).
           05  APRV-APPROVED-DATE   PIC 9(8).
