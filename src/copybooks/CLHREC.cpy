      * OUTCOMES STAY AS HISTORY LINES. THE INQUIRY AND REPORT         *
      * PROGRAMS READ THE CURRENT ROWS SO LAST WEEK'S CLAIM NO LONGER  *
      * VANISHES WHEN CLMPROC REWRITES ITS OUTPUT FILE.                *
      * THE MASTER IS KEYED BY CLAIM NUMBER PLUS CYCLE DATE, WITH      *
      * POLICY AND PROVIDER ALTERNATE KEYS, AND IS READ AND WRITTEN    *
      * ONLY THROUGH CLHISTIO.                                         *
      * (THE CLAIM DETAIL IS COMPOSED IN EACH PROGRAM'S RECORD - A     *
      * NESTED COPY WITH REPLACING CANNOT LIVE INSIDE THIS COPYBOOK)   *
      ******************************************************************
