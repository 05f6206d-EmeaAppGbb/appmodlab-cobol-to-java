               88  NOTIF-TYPE-APPROVED     VALUE "A".
               88  NOTIF-TYPE-DENIED       VALUE "D".
               88  NOTIF-TYPE-PENDING      VALUE "P".
               88  NOTIF-TYPE-INFO-REQUESTED VALUE "I".
           05  NOTIF-MESSAGE-TEXT       PIC X(60).
      *    MAILING ADDRESS AND DELIVERY PREFERENCE FROM THE MEMBER
      *    CONTACT MASTER - SPACES WHEN THE MEMBER HAS NO CONTACT
