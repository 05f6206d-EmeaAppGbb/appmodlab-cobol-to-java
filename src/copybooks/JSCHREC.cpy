      ******************************************************************
      * PERIODIC JOB SCHEDULE RECORD LAYOUT                            *
      * ONE RECORD PER PERIODIC PROGRAM OUTSIDE THE DAILY CYCLE (OR A  *
      * DAILY STEP WORTH WATCHING) - MAINTAINED AS DATA                *
      * (data/job_schedule.dat) SO A NEW OR RETIRED JOB IS A ROW, NOT  *
      * A RECOMPILE. JOBSCHED LISTS EACH BUSINESS DAY WHAT IS DUE AND  *
      * ALERTS ON ANY DUE DATE THAT PASSED WITH NO COMPLETED ROW FOR   *
      * THE PROGRAM ON RUNCTL'S RUN-CONTROL FILE BEFORE IT FELL DUE    *
      * AGAIN. A GIVEN DATE IS YYYYMMDD FOR ONE RUN OR 0000MMDD FOR    *
      * THAT DAY EVERY YEAR, AND FALLS FORWARD TO THE NEXT BUSINESS    *
      * DAY. NOTHING EARLIER THAN THE START DATE IS EVER REPORTED      *
      * MISSED                                                         *
      ******************************************************************
           05  JSCH-PROGRAM         PIC X(8).
           05  JSCH-JOB-NAME        PIC X(8).
           05  JSCH-FREQUENCY       PIC X(1).
               88  JSCH-EVERY-DAY       VALUE "D".
               88  JSCH-MONTH-END       VALUE "M".
               88  JSCH-QUARTER-END     VALUE "Q".
               88  JSCH-YEAR-END        VALUE "Y".
               88  JSCH-GIVEN-DATE      VALUE "G".
           05  JSCH-DUE-DATE        PIC 9(8).
           05  JSCH-START-DATE      PIC 9(8).
           05  JSCH-STATUS          PIC X(1).
               88  JSCH-ACTIVE          VALUE "A" " ".
               88  JSCH-RETIRED         VALUE "R".
           05  JSCH-DESCRIPTION     PIC X(40).
