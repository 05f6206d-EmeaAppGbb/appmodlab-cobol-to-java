      ******************************************************************
      * DRG ASSIGNMENT TABLE RECORD LAYOUT                             *
      * ONE RECORD PER PRINCIPAL DIAGNOSIS / PROCEDURE COMBINATION     *
      * THAT GROUPS TO A DIAGNOSIS RELATED GROUP. A ROW NAMING A       *
      * PROCEDURE CODE IS A SURGICAL GROUPING AND APPLIES WHEN ANY OF  *
      * THE STAY'S LINE ITEMS CARRIES THAT CODE; IT OUTRANKS THE       *
      * DIAGNOSIS'S MEDICAL ROW (PROCEDURE CODE SPACES)                *
      ******************************************************************
           05  DRGA-DIAG-CODE       PIC X(5).
           05  DRGA-PROC-CODE       PIC X(5).
           05  DRGA-DRG-CODE        PIC X(3).
