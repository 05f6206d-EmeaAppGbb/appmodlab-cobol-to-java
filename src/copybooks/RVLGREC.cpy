      ******************************************************************
      * MANUAL REVIEW DECISION LOG RECORD LAYOUT                       *
      * ONE RECORD PER DECISION RVWDECSN WAS GIVEN, APPLIED OR NOT -   *
      * THE AUDIT TRAIL OF WHO DECIDED WHAT, AND THE SOURCE OF THE     *
      * EXAMINER PRODUCTIVITY REPORT'S DECIDED COUNTS, AGES AND APPEAL *
      * OVERTURNS                                                      *
      ******************************************************************
           05  RVLG-CLAIM-NUMBER    PIC X(10).
           05  RVLG-REVIEWER-ID     PIC X(8).
           05  RVLG-DECISION        PIC X(1).
           05  RVLG-OVERRIDE-REASON PIC 99.
           05  RVLG-DECISION-DATE   PIC 9(8).
      *    "S" IS AN APPROVAL OVER THE REVIEWER'S AUTHORITY, NOT
      *    APPLIED BUT ROUTED TO THE SUPERVISOR NAMED BELOW
           05  RVLG-APPLIED-FLAG    PIC X(1).
               88  RVLG-APPLIED         VALUE "Y".
               88  RVLG-REJECTED        VALUE "N".
               88  RVLG-ROUTED-UP       VALUE "S".
      *    WHEN THE CLAIM ENTERED THE QUEUE - ZERO WHEN IT WAS NOT ON
      *    THE QUEUE, SPACES ON LOG ROWS WRITTEN BEFORE THIS FIELD
      *    EXISTED
           05  RVLG-ENTERED-DATE    PIC 9(8).
           05  RVLG-ROUTED-TO       PIC X(8).
