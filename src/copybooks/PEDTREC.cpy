      ******************************************************************
      * PROCEDURE CODE PAIR EDIT RECORD LAYOUT                         *
      * ONE RECORD PER PAIR OF PROCEDURE CODES THAT MAY NOT BE PAID    *
      * TOGETHER WHEN BILLED FOR THE SAME PATIENT ON THE SAME SERVICE  *
      * DATE - THE CORRECT-CODING PAIRS ADJUDCTN LOADS ON ITS FIRST    *
      * CALL TO CATCH UNBUNDLED BILLING                                *
      ******************************************************************
      *    COLUMN 1 IS THE COMPREHENSIVE (OR SURVIVING) CODE, COLUMN 2
      *    THE COMPONENT (OR EXCLUDED) CODE THAT MAY NOT BE BILLED
      *    ALONGSIDE IT
           05  PEDT-COLUMN1-CODE    PIC X(5).
           05  PEDT-COLUMN2-CODE    PIC X(5).
      *    "B" - COLUMN 2 IS A COMPONENT BUNDLED INTO COLUMN 1
      *    "M" - THE TWO ARE MUTUALLY EXCLUSIVE, ONLY ONE CAN HAVE
      *          BEEN PERFORMED
           05  PEDT-EDIT-TYPE       PIC X(1).
               88  PEDT-BUNDLED         VALUE "B".
               88  PEDT-MUTUALLY-EXCL   VALUE "M".
      *    THE PAIR APPLIES TO SERVICE DATES FROM THE EFFECTIVE DATE
      *    THROUGH THE TERM DATE - ZERO TERM DATE IS STILL IN FORCE
           05  PEDT-EFFECTIVE-DATE  PIC 9(8).
           05  PEDT-TERM-DATE       PIC 9(8).
