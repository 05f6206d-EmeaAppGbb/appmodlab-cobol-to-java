      ******************************************************************
      * CASE MANAGEMENT STATUS UPDATE RECORD LAYOUT                    *
      * ONE RECORD PER CHANGE A NURSE OR SUPERVISOR MAKES TO A CASE,   *
      * FED TO HCCSCAN AHEAD OF THE WEEK'S SCAN - A NEW STATUS         *
      * (ENGAGED, DECLINED OR CLOSED), A HAND-OFF TO ANOTHER NURSE, OR *
      * BOTH. A DECLINED OR CLOSED CASE IS FINISHED AND TAKES NO       *
      * FURTHER UPDATES                                                *
      ******************************************************************
           05  CMUP-CASE-NUMBER     PIC 9(8).
      *    SPACES LEAVES THE STATUS AS IT IS
           05  CMUP-NEW-STATUS      PIC X(1).
               88  CMUP-NO-STATUS-CHANGE VALUE " ".
               88  CMUP-VALID-STATUS    VALUE "E" "D" "C".
      *    SPACES LEAVES THE CASE WITH ITS CURRENT NURSE
           05  CMUP-NURSE-ID        PIC X(8).
           05  CMUP-EFFECTIVE-DATE  PIC 9(8).
