      *    THE CONTRACT BEGAN, AND LOSES TO ANY DATED ROW THAT
      *    COVERS THE SERVICE DATE
           05  FEE-EFFECTIVE-DATE    PIC 9(8).
      *    CONTRACTED DRG BASE RATE FOR INPATIENT STAYS - ADJUDCTN
      *    PRICES A STAY AT THIS RATE TIMES THE RELATIVE WEIGHT OF
      *    THE DRG THE STAY GROUPS TO, AND IT OUTRANKS THE PER-DIEM
      *    RATE ON THE SAME ROW. ZERO (AND RECORDS WRITTEN BEFORE THIS
      *    FIELD EXISTED) MEANS NO DRG CONTRACT - PER-DIEM OR FLAT
      *    PRICING APPLIES EXACTLY AS BEFORE
           05  FEE-DRG-BASE-RATE     PIC 9(7)V99.
