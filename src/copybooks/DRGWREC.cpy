      ******************************************************************
      * DRG RELATIVE WEIGHT TABLE RECORD LAYOUT                        *
      * ONE RECORD PER DIAGNOSIS RELATED GROUP PER WEIGHT EFFECTIVE    *
      * DATE - A REWEIGHTING APPENDS A NEW EFFECTIVE-DATED ROW RATHER  *
      * THAN OVERWRITING THE OLD ONE, AND DRGLKUP SERVES THE ROW IN    *
      * FORCE ON THE SERVICE DATE THE SAME WAY FEELKUP SERVES THE FEE  *
      * SCHEDULE. A DRG-CONTRACTED STAY PRICES AT THE PROVIDER'S BASE  *
      * RATE TIMES THE RELATIVE WEIGHT                                 *
      ******************************************************************
           05  DRGW-DRG-CODE        PIC X(3).
           05  DRGW-DESCRIPTION     PIC X(30).
      *    DATE THIS ROW'S WEIGHT TAKES FORCE - THE LATEST EFFECTIVE
      *    DATE AT OR BEFORE THE SERVICE DATE WINS
           05  DRGW-EFFECTIVE-DATE  PIC 9(8).
           05  DRGW-RELATIVE-WEIGHT PIC 9(2)V9(4).
      *    MEAN LENGTH OF STAY IN DAYS - THE CASE RATE SPREAD OVER IT
      *    GIVES THE DAILY FIGURE THE OUTLIER ADD-ON IS BUILT FROM
           05  DRGW-MEAN-LOS        PIC 9(3)V9.
      *    A STAY LONGER THAN THIS MANY DAYS IS AN OUTLIER - EACH DAY
      *    PAST IT EARNS THE OUTLIER ADD-ON AND THE CLAIM IS PRICED BY
      *    A HUMAN. ZERO MEANS THE DRG CARRIES NO OUTLIER THRESHOLD
           05  DRGW-OUTLIER-DAYS    PIC 9(3).
