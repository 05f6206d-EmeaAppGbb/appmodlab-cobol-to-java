      ******************************************************************
      * LEGAL HOLD CHECK SUBJECT LAYOUT                                *
      * WHAT A CALLER KNOWS ABOUT ONE RECORD IT IS ABOUT TO ARCHIVE,   *
      * PASSED TO LHLDCHK TO ASK WHETHER AN OPEN LEGAL HOLD COVERS IT. *
      * LEAVE A FIELD SPACES OR ZERO WHEN THE RECORD DOES NOT CARRY    *
      * IT. THE FREE TEXT IS FOR RECORDS WITH NO FIXED LAYOUT (THE     *
      * ERROR LOG) - A CLAIM, POLICY OR PROVIDER HOLD COVERS THE       *
      * RECORD WHEN ITS KEY APPEARS ANYWHERE IN THE TEXT               *
      ******************************************************************
           05  LHS-CLAIM-NUMBER     PIC X(10).
           05  LHS-POLICY-NUMBER    PIC X(10).
           05  LHS-PROVIDER-ID      PIC X(8).
      *    THE DATE (OR PERIOD) THE RECORD BELONGS TO - A SINGLE-DATE
      *    RECORD CARRIES THE SAME DATE IN BOTH
           05  LHS-FROM-DATE        PIC 9(8).
           05  LHS-THRU-DATE        PIC 9(8).
           05  LHS-TEXT             PIC X(132).
