      ******************************************************************
      * MEMBER GRIEVANCE TRANSACTION RECORD LAYOUT                     *
      * ONE RECORD PER GRIEVANCE ACTION KEYED BY THE SERVICE DESK:     *
      *   N - A NEW GRIEVANCE: EVERY FIELD                             *
      *   R - RESOLVED: THE ID AND THE RESOLUTION TEXT                 *
      *   A - ABOUT A DENIED CLAIM - CONVERT TO AN APPEAL: THE ID, AND *
      *       THE CLAIM NUMBER IF THE CASE DOES NOT ALREADY CARRY ONE  *
      ******************************************************************
           05  GRVT-TRANS-CODE      PIC X(1).
               88  GRVT-NEW             VALUE "N".
               88  GRVT-RESOLVE         VALUE "R".
               88  GRVT-TO-APPEAL       VALUE "A".
           05  GRVT-GRIEVANCE-ID    PIC X(10).
           05  GRVT-POLICY-NUMBER   PIC X(10).
           05  GRVT-MEMBER-ID       PIC X(10).
           05  GRVT-CATEGORY        PIC X(2).
           05  GRVT-CLAIM-NUMBER    PIC X(10).
           05  GRVT-RECEIVED-DATE   PIC 9(8).
      *    THE COMPLAINT ON A NEW GRIEVANCE, THE OUTCOME ON A
      *    RESOLUTION
           05  GRVT-TEXT            PIC X(60).
