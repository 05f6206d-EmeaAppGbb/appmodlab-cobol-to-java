      ******************************************************************
      * PROCEDURE CODE MASTER RECORD LAYOUT                            *
      * ONE RECORD PER BILLABLE PROCEDURE (SERVICE) CODE - ADJUDCTN    *
      * HOLDS EVERY CLAIM LINE ITEM'S CLI-SERVICE-CODE AGAINST IT, SO  *
      * A CODE THAT IS UNKNOWN, NOT YET EFFECTIVE OR RETIRED ON THE    *
      * SERVICE DATE, BILLED ON THE WRONG CLAIM TYPE, OR INAPPROPRIATE *
      * FOR THE PATIENT'S AGE OR SEX NO LONGER PRICES JUST BECAUSE THE *
      * LINE TOTALS TIE. MAINTAINED AS A DATA FILE THE SAME WAY THE    *
      * DIAGNOSIS CODE MASTER IS                                       *
      ******************************************************************
           05  PROC-CODE            PIC X(5).
           05  PROC-DESCRIPTION     PIC X(30).
      *    THE CODE IS VALID FOR SERVICE DATES FROM THE EFFECTIVE DATE
      *    THROUGH THE TERM DATE - A ZERO TERM DATE IS A CODE STILL IN
      *    FORCE
           05  PROC-EFFECTIVE-DATE  PIC 9(8).
           05  PROC-TERM-DATE       PIC 9(8).
      *    THE CLAIM TYPES THE CODE MAY BE BILLED ON - ALL FOUR SLOTS
      *    SPACES MEANS ANY CLAIM TYPE
           05  PROC-CLAIM-TYPE      PIC X(2) OCCURS 4 TIMES.
      *    AGE RANGE IN WHOLE YEARS AT THE SERVICE DATE - A ZERO
      *    MAXIMUM MEANS NO UPPER LIMIT
           05  PROC-MIN-AGE         PIC 9(3).
           05  PROC-MAX-AGE         PIC 9(3).
      *    SPACES MEANS EITHER SEX
           05  PROC-SEX             PIC X(1).
               88  PROC-ANY-SEX         VALUE " ".
               88  PROC-MALE-ONLY       VALUE "M".
               88  PROC-FEMALE-ONLY     VALUE "F".
      *    "Y" MARKS A SURGICAL CODE SUBJECT TO THE MULTIPLE-PROCEDURE
      *    REDUCTION - WHEN TWO OR MORE SUCH LINES SHARE A SERVICE
      *    DATE, THE HIGHEST-BILLED PRICES IN FULL AND THE REST ARE
      *    REDUCED BY THE MULT-PROC-REDUCE-PCT COVERAGE RULE
           05  PROC-MULT-PROC-IND   PIC X(1).
               88  PROC-MULT-PROC-REDUCED VALUE "Y".
